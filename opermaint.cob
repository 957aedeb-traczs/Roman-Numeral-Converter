identification division.
program-id. opermaint.
*> operator registry maintenance: the operators allowed to sign on to
*> the converter, rework, discreview, the master and supplier
*> maintenance programs and housekeeping, keyed by operator id, each
*> with a name, a status (active or revoked) and the roles that let
*> them take the sensitive actions -- dropping a reject for good,
*> accepting a supplier's value over ours, repairing or deleting a
*> master record, changing a supplier tolerance, running retention,
*> and keeping this registry. every program that checks the registry
*> writes the attempts it refuses to romanaccess.log for the auditors.
*> only an active administrator may sign on here; the very first
*> sign-on, with no registry yet, creates it with the id keyed as its
*> first administrator and the scheduler's 'batch' id for unattended
*> runs
environment division.
input-output section.
file-control.
    select standard-input assign to keyboard.
    select standard-output assign to display.
    select operator-file assign to dynamic ws-oper-fname
		organization is indexed
		access is dynamic
		record key is op-id
		file status is ws-oper-status.
    select access-file assign to dynamic ws-access-fname
		organization is line sequential
		file status is ws-access-status.

data division.
file section.
fd standard-input.
    01 stdin-record   pic x(80).
fd standard-output.
    01 stdout-record  pic x(80).
fd operator-file.
*> one record per operator: who they are, whether they may still sign
*> on, and a y/n per sensitive action they are trusted with
    01 operator-record.
        02 op-id          pic x(8).
        02 op-name        pic x(30).
        02 op-status      pic x(1).
        02 op-roles.
            03 op-role-drop      pic x(1).
            03 op-role-accept    pic x(1).
            03 op-role-master    pic x(1).
            03 op-role-tolerance pic x(1).
            03 op-role-retention pic x(1).
            03 op-role-admin     pic x(1).
        02 op-added-date   pic x(8).
        02 op-changed-date pic x(8).
        02 op-changed-by   pic x(8).
fd access-file.
*> the refused-access log the auditors read, appended to by every
*> program that checks the registry
    01 access-record.
        02 ac-date     pic x(8).
        02 filler      pic x(1).
        02 ac-time     pic x(6).
        02 filler      pic x(1).
        02 ac-program  pic x(14).
        02 filler      pic x(1).
        02 ac-operator pic x(8).
        02 filler      pic x(1).
        02 ac-action   pic x(20).
        02 filler      pic x(1).
        02 ac-reason   pic x(20).
working-storage section.
77 eof-switch pic 9 value 1.
77  ws-oper-fname pic x(30).
77  ws-oper-status pic xx.
77  ws-access-fname pic x(30).
77  ws-access-status pic xx.
77  ws-access-action pic x(20).
77  ws-access-reason pic x(20).
77  ws-operator pic x(8).
77  ws-signed-on pic 9 value 0.
77  ws-answer pic x(30).
77  ws-oper-count pic s9(4) usage is computational value zero.
01  input-area.
    02 in-r   pic x(30).
    02 filler pic x(79).

procedure division.
    open input standard-input, output standard-output.
    display "enter operator id".
    accept ws-operator.
*> a blank id would sign anyone on who just presses enter
    if ws-operator is equal to spaces
        display "operator id must not be blank"
        close standard-input, standard-output
        stop run
    end-if.
    move 'romanoperator.dat' to ws-oper-fname.
    open i-o operator-file.
*> no registry yet (status 35): this is the first sign-on, so create
*> the registry with the id just keyed as its administrator
    if ws-oper-status is equal to '35'
        open output operator-file
        if ws-oper-status is equal to '00'
            close operator-file
            open i-o operator-file
            if ws-oper-status is equal to '00'
                perform create-first-operators
            end-if
        end-if
    end-if.
    if ws-oper-status is not equal to '00'
        display "operator registry unavailable, status "
            ws-oper-status
        close standard-input, standard-output
        stop run
    end-if.
    perform check-administrator.
    if ws-signed-on is equal to 0
        close operator-file
        close standard-input, standard-output
        stop run
    end-if.
    perform operator-prompt until in-r is equal to "q".
    close operator-file.
    close standard-input, standard-output.
    stop run.

operator-prompt.
    display "add(a) or change(c) or revoke(r) or display(d) or list(l)"
        " or quit(q)?".
    read standard-input into input-area.
    evaluate in-r
		when "a" perform add-operator
		when "c" perform change-operator
		when "r" perform revoke-operator
		when "d" perform display-operator
		when "l" perform list-operators
		when "q" display "press enter to exit program"
    end-evaluate.

*> a new registry's first two records: the administrator who created
*> it, trusted with everything to start, and the id the scheduler's
*> unattended runs sign on with, trusted only to run retention in the
*> month-end housekeeping step
create-first-operators.
	display "no operator registry yet; " function trim (ws-operator)
		" becomes its first administrator".
	move spaces to operator-record.
	move ws-operator to op-id.
	display "operator name?".
	accept op-name.
	move 'A' to op-status.
	move 'yyyyyy' to op-roles.
	move function current-date(1:8) to op-added-date.
	move function current-date(1:8) to op-changed-date.
	move ws-operator to op-changed-by.
	write operator-record
		invalid key continue
	end-write.
	if ws-operator is not equal to 'batch'
		move spaces to operator-record
		move 'batch' to op-id
		move 'scheduled unattended runs' to op-name
		move 'A' to op-status
		move 'nnnnyn' to op-roles
		move function current-date(1:8) to op-added-date
		move function current-date(1:8) to op-changed-date
		move ws-operator to op-changed-by
		write operator-record
			invalid key continue
		end-write
		display " batch registered for unattended runs, retention"
			" role only"
	end-if.

*> only an active administrator may keep the registry; anyone else is
*> turned away and the attempt logged
check-administrator.
	move 0 to ws-signed-on.
	move ws-operator to op-id.
	read operator-file key is op-id
		invalid key
			move 'unknown id' to ws-access-reason
		not invalid key
			evaluate true
				when op-status is not equal to 'A'
					move 'revoked' to ws-access-reason
				when op-role-admin is not equal to 'y'
					move 'no admin role' to ws-access-reason
				when other
					move 1 to ws-signed-on
			end-evaluate
	end-read.
	if ws-signed-on is equal to 0
		move 'sign-on' to ws-access-action
		perform log-refusal
		display "operator " function trim (ws-operator) " refused: "
			function trim (ws-access-reason)
	end-if.

*> keys a brand-new operator; an id already on file is left alone and
*> pointed at the change choice instead. a blank id is turned away, or
*> pressing enter alone at any sign-on would sign someone on
add-operator.
	display "operator id?".
	accept ws-answer.
	if ws-answer (1:8) is equal to spaces
		display " operator id must not be blank"
	else
		move spaces to operator-record
		move ws-answer (1:8) to op-id
		display "operator name?"
		accept op-name
		move 'A' to op-status
		move 'nnnnnn' to op-roles
		perform key-operator-roles
		move function current-date(1:8) to op-added-date
		move function current-date(1:8) to op-changed-date
		move ws-operator to op-changed-by
		write operator-record
			invalid key
				display " " function trim (op-id)
					" is already on file, use change"
			not invalid key
				display " " function trim (op-id) " added"
		end-write
	end-if.

*> re-keys an existing operator's name, status and roles; pressing
*> enter alone on a field keeps what is already on file
change-operator.
	display "operator id?".
	accept ws-answer.
	if ws-answer (1:8) is equal to spaces
		display " operator id must not be blank"
	else
		move ws-answer (1:8) to op-id
		read operator-file key is op-id
			invalid key
				display " no operator " function trim (ws-answer (1:8))
					" on file"
			not invalid key
				perform change-operator-fields
		end-read
	end-if.

change-operator-fields.
	perform show-operator-record.
	display "new name, or press enter to keep it?".
	accept ws-answer.
	if function trim (ws-answer) is not equal to spaces
		move ws-answer to op-name
	end-if.
	display "status: active(a) or revoked(r), or press enter to keep it?".
	accept ws-answer.
	evaluate function trim (ws-answer)
		when 'a'
			move 'A' to op-status
		when 'r'
			move 'R' to op-status
	end-evaluate.
	perform key-operator-roles.
*> an administrator cannot lock themself out: the registry would be
*> left with nobody to keep it
	if op-id is equal to ws-operator
		and (op-status is not equal to 'A'
			or op-role-admin is not equal to 'y')
		display " you cannot revoke your own id or administrator"
			" role; not changed"
	else
		move function current-date(1:8) to op-changed-date
		move ws-operator to op-changed-by
		rewrite operator-record
		display " " function trim (op-id) " changed"
	end-if.

*> revokes an operator outright: the record stays on file so the
*> decision and run trails still name someone real
revoke-operator.
	display "operator id?".
	accept ws-answer.
	if ws-answer (1:8) is equal to spaces
		display " operator id must not be blank"
	else
		move ws-answer (1:8) to op-id
		read operator-file key is op-id
			invalid key
				display " no operator " function trim (ws-answer (1:8))
					" on file"
			not invalid key
				if op-id is equal to ws-operator
					display " you cannot revoke your own id"
				else
					move 'R' to op-status
					move function current-date(1:8)
						to op-changed-date
					move ws-operator to op-changed-by
					rewrite operator-record
					display " " function trim (op-id) " revoked"
				end-if
		end-read
	end-if.

display-operator.
	display "operator id?".
	accept ws-answer.
	move ws-answer (1:8) to op-id.
	read operator-file key is op-id
		invalid key
			display " no operator " function trim (ws-answer (1:8))
				" on file"
		not invalid key
			perform show-operator-record
	end-read.

show-operator-record.
	display " " op-id " " function trim (op-name) with no advancing.
	if op-status is equal to 'A'
		display "  active" with no advancing
	else
		display "  revoked" with no advancing
	end-if.
	display "  roles (dampta) " op-roles.
	display "   added " op-added-date "  changed " op-changed-date
		" by " op-changed-by.

*> keys the roles as one y/n per action: drop rejects, accept the
*> supplier's value, master repair/delete, tolerance, retention and
*> administrator; pressing enter alone keeps what is already there
key-operator-roles.
	display "roles, y or n for drop/accept/master/tolerance/retention"
		"/admin".
	display "(e.g. ynnnnn), or press enter to keep them?".
	accept ws-answer.
	if function trim (ws-answer) is not equal to spaces
		move function lower-case (ws-answer (1:6)) to op-roles
		inspect op-roles replacing all space by 'n'
	end-if.

*> walks the whole registry in id order
list-operators.
	move zero to ws-oper-count.
	move low-values to op-id.
	move 1 to eof-switch.
	start operator-file key is not less than op-id
		invalid key move zero to eof-switch
	end-start.
	perform list-one-operator
		until eof-switch = 0.
	if ws-oper-count is equal to zero
		display " no operators on file"
	end-if.

list-one-operator.
	read operator-file next record
		at end move zero to eof-switch
	end-read.
	if eof-switch is not equal to zero
		add 1 to ws-oper-count
		perform show-operator-record
	end-if.

*> appends one refused attempt to the access log the auditors read
log-refusal.
	move 'romanaccess.log' to ws-access-fname.
	open extend access-file.
	if ws-access-status is not equal to '00'
		open output access-file
	end-if.
	if ws-access-status is equal to '00'
		move spaces to access-record
		move function current-date(1:8) to ac-date
		move function current-date(9:6) to ac-time
		move 'opermaint' to ac-program
		move ws-operator to ac-operator
		move ws-access-action to ac-action
		move ws-access-reason to ac-reason
		write access-record
		close access-file
	else
		display "access log unavailable, status " ws-access-status
	end-if.
