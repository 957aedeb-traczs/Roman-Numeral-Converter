    select lock-file assign to dynamic ws-lock-fname
		organization is line sequential
		file status is ws-lock-status.
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
        02 lock-date   pic x(8).
        02 filler      pic x(1).
        02 lock-time   pic x(6).
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
77  ws-archive-fname pic x(30).
77  ws-histarc-status pic xx.
77  ws-histwork-fname pic x(30).
77  ws-histwork-status pic xx.
77  ws-operator pic x(8).
77  ws-return-code pic s9(4) usage is computational value zero.
77  ws-lock-fname pic x(30).
77  ws-lock-status pic xx.
77  ws-lock-held pic 9 value 0.
77  ws-members-skipped  pic s9(4) usage is computational value zero.
77  ws-lines-archived   pic s9(8) usage is computational value zero.
77  ws-hist-trimmed     pic s9(8) usage is computational value zero.
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
*> only a registered, active operator may run housekeeping; a refusal
*> posts return-code 8 so the nightly stream sees the step fail
    display "enter operator id".
    accept ws-operator.
    perform check-operator.
    if ws-signed-on is equal to 0
        close standard-input, standard-output
        move 8 to return-code
        stop run
    end-if.
    perform housekeeping-prompt until in-r is equal to "q".
    close standard-input, standard-output.
    move ws-return-code to return-code.
    stop run.

housekeeping-prompt.
    display "archive a month(a) or inquire a day(i) or quit(q)?".
    read standard-input into input-area.
    evaluate in-r
		when "a"
			if ws-op-role-retention is equal to 'y'
				perform archive-month
			else
				perform refuse-retention
			end-if
		when "i" perform inquire-day
		when "q" display "press enter to exit program"
    end-evaluate.

*> archiving a month empties live files and applies the retention rule,
*> so it takes the retention role; the refusal is logged and posted in
*> return-code
refuse-retention.
	move 'retention' to ws-access-action.
	move 'no retention role' to ws-access-reason.
	perform log-refusal.
	display "archive not run: " function trim (ws-operator)
		" does not hold the retention role".
	move 8 to ws-return-code.

*> rolls one month's daily reports (and any sidecars the operator
*> names) into the month's indexed archive, trims the month out of the
*> run history, applies the retention rule, and reports what it did
	end-if.
	if ws-archive-status is not equal to '00'
		display "archive will not open, status " ws-archive-status
		move 8 to ws-return-code
	else
		move zero to ws-members-archived
		move zero to ws-members-skipped
	end-if.
	perform release-run-lock.

*> one day of the month: its dated report file and the printed copy
*> collate makes of it, where they exist, become members of the archive
archive-one-day.
	move d to ws-day-2.
	move spaces to ws-member-fname.
	string 'romanreport-' ws-yearmonth ws-day-2 '.txt'
		delimited by size into ws-member-fname.
	perform archive-one-member.
	move spaces to ws-member-fname.
	string 'romanreport-' ws-yearmonth ws-day-2 '.prt'
		delimited by size into ws-member-fname.
	perform archive-one-member.

*> one sidecar file named in the control file becomes a member of the
*> archive; a blank line is skipped the way the batch run skips one
	end-if.

*> tells the waiting operator who holds the lock and lets them retry
*> or quit. an answer file that runs out is taken as quit, and quitting
*> posts return-code 8 so the nightly stream sees the step did no archiving
wait-for-run-lock.
	display "run lock held by " function trim (ws-lock-holder)
		" since " ws-lock-date " " ws-lock-time.
	display "retry(r) or quit(q)?".
	read standard-input into input-area
		at end move "q" to in-r
	end-read.
	if in-r is equal to "q"
		close standard-input, standard-output
		move 8 to return-code
		stop run
	end-if.
	perform test-run-lock.
release-run-lock.
	open output lock-file.
	close lock-file.

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
		move 'housekeep' to ac-program
		move ws-operator to ac-operator
		move ws-access-action to ac-action
		move ws-access-reason to ac-reason
		write access-record
		close access-file
	else
		display "access log unavailable, status " ws-access-status
	end-if.
