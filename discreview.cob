*> way rework carries unresolved rejects, so the file shrinks toward
*> empty, and every run writes a resolution letter that can go straight
*> back to the upstream system showing each numeral, both values, and
*> the ruling. only a registered, active operator may sign on, and
*> accepting the supplier's value takes the accept role
environment division.
input-output section.
file-control.
    select letter-file assign to dynamic ws-letter-fname
		organization is line sequential
		file status is ws-letter-status.
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
*> each review run so the latest letter always reflects every ruling
*> made in that run plus what is still open
    01 letter-record pic x(80).
fd operator-file.
*> the operator registry opermaint keeps, read at sign-on
    01 operator-record.
        02 op-id          pic x(8).
        02 op-name        pic x(30).
        02 op-status      pic x(1).
        02 op-roles       pic x(6).
        02 op-added-date   pic x(8).
        02 op-changed-date pic x(8).
        02 op-changed-by   pic x(8).
fd access-file.
*> the refused-access log the auditors read
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
77  ws-disc-fname pic x(30).
77  ws-work-status pic xx.
77  ws-letter-fname pic x(39).
77  ws-letter-status pic xx.
77  ws-operator pic x(8).
*> review control totals for the end-of-job summary block
77  ws-rec-reviewed pic s9(8) usage is computational value zero.
77  ws-rec-ours     pic s9(8) usage is computational value zero.
77  ws-old-numeral pic x(15).
77  ws-old-expected pic x(9).
77  ws-old-actual pic x(9).
*> operator registry support: the id keyed at sign-on must be on the
*> registry and active, its roles are kept for the run's sensitive
*> actions, and every refusal goes to the access log
77  ws-oper-fname pic x(30).
77  ws-oper-status pic xx.
77  ws-access-fname pic x(30).
77  ws-access-status pic xx.
77  ws-access-action pic x(20).
77  ws-access-reason pic x(20).
77  ws-signed-on pic 9 value 0.
01  ws-op-roles.
    02 ws-op-role-drop      pic x(1).
    02 ws-op-role-accept    pic x(1).
    02 ws-op-role-master    pic x(1).
    02 ws-op-role-tolerance pic x(1).
    02 ws-op-role-retention pic x(1).
    02 ws-op-role-admin     pic x(1).
01  input-area.
    02 in-r   pic x(30).
    02 filler pic x(79).

procedure division.
    open input standard-input, output standard-output.
    display "enter operator id".
    accept ws-operator.
    perform check-operator.
    if ws-signed-on is equal to 0
        close standard-input, standard-output
        stop run
    end-if.
    display "enter discrepancy file name".
    accept ws-disc-fname.
    move 1 to eof-switch.
			when in-r is equal to "ours"
				add 1 to ws-rec-ours
				move 'our value stands' to ll-ruling
			when in-r is equal to "theirs"
				and ws-op-role-accept is not equal to 'y'
				perform refuse-accept
				add 1 to ws-rec-open
				move 'still open' to ll-ruling
				perform keep-as-open
			when in-r is equal to "theirs"
				add 1 to ws-rec-theirs
				move 'supplier value accepted' to ll-ruling
		write letter-record from letter-line
	end-if.

*> accepting the supplier's value overrides ours for good, so it takes
*> the accept role; the refusal is logged and the item left open for
*> someone who holds it
refuse-accept.
	move 'accept supplier' to ws-access-action.
	move 'no accept role' to ws-access-reason.
	perform log-refusal.
	display " " function trim (ws-operator)
		" does not hold the accept role, left open".

*> holds a still-open mismatch in the work file for the copy-back at
*> end of run; the original record is kept as read so nothing about it
*> is lost
	write stdout-record from summary-line-ours after advancing 1 line.
	write stdout-record from summary-line-theirs after advancing 1 line.
	write stdout-record from summary-line-open after advancing 1 line.

*> checks the id keyed at sign-on against the operator registry: an
*> unknown or revoked id, or no registry to check it against, is
*> refused and the refusal logged
check-operator.
	move 0 to ws-signed-on.
	move 'nnnnnn' to ws-op-roles.
	move 'romanoperator.dat' to ws-oper-fname.
	open input operator-file.
	if ws-oper-status is not equal to '00'
		move 'registry unavailable' to ws-access-reason
	else
		move ws-operator to op-id
		read operator-file key is op-id
			invalid key
				move 'unknown id' to ws-access-reason
			not invalid key
				if op-status is equal to 'A'
					move 1 to ws-signed-on
					move op-roles to ws-op-roles
				else
					move 'revoked' to ws-access-reason
				end-if
		end-read
		close operator-file
	end-if.
	if ws-signed-on is equal to 0
		move 'sign-on' to ws-access-action
		perform log-refusal
		display "operator " function trim (ws-operator) " refused: "
			function trim (ws-access-reason)
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
		move 'discreview' to ac-program
		move ws-operator to ac-operator
		move ws-access-action to ac-action
		move ws-access-reason to ac-reason
		write access-record
		close access-file
	else
		display "access log unavailable, status " ws-access-status
	end-if.
