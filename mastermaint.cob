*> interrupted rewrite), lets the operator repair or delete each bad
*> record, optionally unloads and reloads the file to reorganize it,
*> and prints a before/after control report -- so the master stays an
*> asset instead of a thing that quietly gets deleted and reseeded.
*> every repair and delete is journaled under this run's number, and
*> the unload a reorganize or conversion leaves behind is marked in the
*> journal as the backup masterrecover can roll forward from. only a
*> registered, active operator may sign on, and repairing or deleting
*> a master record takes the master role
environment division.
input-output section.
file-control.
    select lock-file assign to dynamic ws-lock-fname
		organization is line sequential
		file status is ws-lock-status.
    select runnum-file assign to dynamic ws-runnum-fname
		organization is line sequential
		file status is ws-runnum-status.
    select journal-file assign to dynamic ws-jnl-fname
		organization is line sequential
		file status is ws-jnl-status.
    select old-master-file assign to dynamic ws-master-fname
		organization is indexed
		access is dynamic
		record key is old-master-value
		alternate record key is old-master-roman
		file status is ws-oldmaster-status.
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
fd runnum-file.
*> the shared run-number counter, bumped under the lock, so this run's
*> journal lines carry a run number of their own
    01 runnum-record.
        02 run-number pic 9(4).
fd journal-file.
*> the master journal, same layout the converter appends to; a 'B'
*> line marks a backup unload and carries its record count and count
*> total in place of a before image
    01 journal-record.
        02 jnl-date      pic x(8).
        02 filler        pic x(1).
        02 jnl-time      pic x(6).
        02 filler        pic x(1).
        02 jnl-run       pic 9(4).
        02 filler        pic x(1).
        02 jnl-seq       pic 9(8).
        02 filler        pic x(1).
        02 jnl-program   pic x(14).
        02 filler        pic x(1).
        02 jnl-operator  pic x(8).
        02 filler        pic x(1).
        02 jnl-action    pic x(1).
        02 filler        pic x(1).
        02 jnl-before    pic x(56).
        02 jnl-marker redefines jnl-before.
            03 jnl-mark-records pic 9(8).
            03 filler           pic x(1).
            03 jnl-mark-total   pic 9(10).
            03 filler           pic x(1).
            03 jnl-mark-run     pic 9(4).
            03 filler           pic x(1).
            03 jnl-mark-date    pic x(8).
            03 filler           pic x(23).
        02 filler        pic x(1).
        02 jnl-after     pic x(56).
fd old-master-file.
*> the record and keys the master carried before the extended
*> notation widened them; read only during the one-time conversion of
        02 old-master-value pic 9(4).
        02 old-master-roman pic x(15).
        02 old-master-count pic 9(8).
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
77  ws-master-fname pic x(30).
77  ws-lock-holder pic x(15).
77  ws-lock-date pic x(8).
77  ws-lock-time pic x(6).
77  ws-runnum-fname pic x(30).
77  ws-runnum-status pic xx.
77  ws-run-number pic 9(4) value zero.
77  ws-operator pic x(8) value spaces.
*> master journal support: ws-master-before holds a bad record as it
*> stood before the operator's ruling; the unload tallies go into the
*> backup marker
77  ws-jnl-fname pic x(30).
77  ws-jnl-status pic xx.
77  ws-jnl-seq pic 9(8) value zero.
77  ws-jnl-action pic x(1).
77  ws-master-before pic x(56).
*> a journal line that will not write stops the maintenance, and the
*> run posts return-code 8
77  ws-jnl-failed pic 9 value 0.
77  ws-unload-count pic s9(8) usage is computational value zero.
77  ws-unload-total pic s9(10) usage is computational value zero.
77  str-len    pic s99 usage is computational.
77  temp pic s9(8) usage is computational.
77  ret  pic s9 usage is computational-3.
77  ws-bad-repaired pic s9(8) usage is computational value zero.
77  ws-bad-deleted  pic s9(8) usage is computational value zero.
77  ws-bad-kept     pic s9(8) usage is computational value zero.
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
*> the widened record being built during the one-time conversion of
*> an old-layout master
01  conv-master-rec.

procedure division.
    open input standard-input, output standard-output.
*> whoever signs on owns every journal line this run writes
    display "enter operator id".
    accept ws-operator.
    perform check-operator.
    if ws-signed-on is equal to 0
        close standard-input, standard-output
        stop run
    end-if.
*> this run rewrites the shared master, so it claims the day's files
*> through the run lock before touching anything, like every other
*> execution that writes them
    perform claim-run-lock.
    perform claim-run-number.
*> a master change nobody can back out is worse than no change, so
*> nothing is touched unless the journal can be written
    move 'romanmaster.jnl' to ws-jnl-fname.
    open extend journal-file.
    if ws-jnl-status is equal to '35'
        open output journal-file
    end-if.
    if ws-jnl-status is not equal to '00'
        display "master journal unavailable, status " ws-jnl-status
        perform release-run-lock
        close standard-input, standard-output
        stop run
    end-if.
*> the retained control report is named off today's run date, the same
*> way the day's romanreport file is, and adds on to an earlier
*> maintenance run the same day
    if ws-master-status is not equal to '00'
        display "master file unavailable, status " ws-master-status
        close maint-file
        close journal-file
        perform release-run-lock
        close standard-input, standard-output
        move 8 to return-code
        stop run
    end-if.
    display " ".
        " enter alone to leave it as it is".
    perform audit-pass.
    display " ".
    if ws-jnl-failed is equal to 1
        display "maintenance stopped: the master journal will not take"
            " new lines"
    else
        display "reorganize (unload and reload) the master now? (y/n)"
        read standard-input into input-area
        if in-r is equal to "y"
            perform reorganize-master
        end-if
    end-if.
    if ws-reorganized is equal to zero
*> no reorganize, so the after picture is the before picture less
    perform write-control-report.
    close master-file.
    close maint-file.
    close journal-file.
    perform release-run-lock.
    close standard-input, standard-output.
    if ws-jnl-failed is equal to 1
        move 8 to return-code
    end-if.
    stop run.

*> claims the day's shared files through the run lock; a second start
	open output lock-file.
	close lock-file.

*> bumps the run-number counter under the lock and takes the new
*> number for this execution's journal lines
claim-run-number.
	move 'romanrun.number' to ws-runnum-fname.
	move zero to ws-run-number.
	open input runnum-file.
	if ws-runnum-status is equal to '00'
		read runnum-file
			at end continue
		end-read
		if ws-runnum-status is equal to '00'
			and run-number is numeric
			move run-number to ws-run-number
		end-if
		close runnum-file
	end-if.
	add 1 to ws-run-number.
	open output runnum-file.
	move ws-run-number to run-number.
	write runnum-record.
	close runnum-file.

*> journals the master change just made: ws-master-before as it stood,
*> master-record as it now stands (spaces for a delete). a change the
*> journal will not take is undone -- a deleted record written back, a
*> repaired one rewritten as it stood -- and the audit stops there, so
*> nothing is changed that masterrecover could not back out
write-master-journal.
	add 1 to ws-jnl-seq.
	move spaces to journal-record.
	move function current-date(1:8) to jnl-date.
	move function current-date(9:6) to jnl-time.
	move ws-run-number to jnl-run.
	move ws-jnl-seq to jnl-seq.
	move 'mastermaint' to jnl-program.
	move ws-operator to jnl-operator.
	move ws-jnl-action to jnl-action.
	move ws-master-before to jnl-before.
	if ws-jnl-action is equal to 'D'
		move spaces to jnl-after
	else
		move master-record to jnl-after
	end-if.
	write journal-record.
	if ws-jnl-status is not equal to '00'
		display "master journal write failed, status " ws-jnl-status
			", value " master-value " left as it was"
		if ws-jnl-action is equal to 'D'
			write master-record from ws-master-before
				invalid key continue
			end-write
		else
			rewrite master-record from ws-master-before
				invalid key continue
			end-rewrite
		end-if
		move 1 to ws-jnl-failed
		move zero to eof-switch
	end-if.

*> marks the unload just taken as a backup: masterrecover rolls a
*> master reloaded from it forward through every journal line after
*> this one, and checks the unload against the counts carried here
write-backup-marker.
	add 1 to ws-jnl-seq.
	move spaces to journal-record.
	move function current-date(1:8) to jnl-date.
	move function current-date(9:6) to jnl-time.
	move ws-run-number to jnl-run.
	move ws-jnl-seq to jnl-seq.
	move 'mastermaint' to jnl-program.
	move ws-operator to jnl-operator.
	move 'B' to jnl-action.
	move ws-unload-count to jnl-mark-records.
	move ws-unload-total to jnl-mark-total.
	move zero to jnl-mark-run.
	move ws-unload-fname to jnl-after.
	write journal-record.
	if ws-jnl-status is not equal to '00'
		display "master journal write failed, status " ws-jnl-status
		display "unload " function trim (ws-unload-fname)
			" is not marked as a backup, master not rebuilt"
		move 1 to ws-jnl-failed
	end-if.

*> offers the one-time conversion of a master still on the layout
*> from before the extended notation
offer-master-conversion.
			ws-oldmaster-status
	else
		open output unload-file
		move zero to ws-unload-count
		move zero to ws-unload-total
		move zero to old-master-value
		move 1 to eof-switch
		start old-master-file key is not less than
			until eof-switch = 0
		close old-master-file
		close unload-file
		perform write-backup-marker
	*> an unload the journal does not mark cannot be rolled forward
	*> from, so the old master is left exactly as it was
		if ws-jnl-failed is equal to zero
			open output master-file
			close master-file
			open i-o master-file
			open input unload-file
			move zero to ws-after-count
			move zero to ws-after-total
			move 1 to eof-switch
			perform reload-one-record
				until eof-switch = 0
			close unload-file
			close master-file
			display "master converted, unload copy kept as "
				function trim (ws-unload-fname)
	*> reopen for the audit that follows, leaving ws-master-status
	*> saying how the converted master stands
			open i-o master-file
		end-if
	end-if.

*> widens one old-layout record into the unload file; the old record
		move function current-date(1:8) to cm-first
		move function current-date(1:8) to cm-last
		write unload-record from conv-master-rec
		add 1 to ws-unload-count
		if cm-count is numeric
			add cm-count to ws-unload-total
		end-if
	end-if.

*> walks the whole master in key order, counting every record into the
	end-if.
	display "repair(r), delete(d), or press enter to leave it?".
	read standard-input into input-area.
	move master-record to ws-master-before.
	evaluate true
		when (in-r is equal to "r" or in-r is equal to "d")
			and ws-op-role-master is not equal to 'y'
			perform refuse-master
			add 1 to ws-bad-kept
		when in-r is equal to "r" and ws-repairable is equal to 1
			move ws-spelling (1:26) to master-roman
			if master-count is not numeric
					to master-last-seen
			end-if
			rewrite master-record
			if ws-master-status is equal to '00'
				move 'R' to ws-jnl-action
				perform write-master-journal
			end-if
			if ws-jnl-failed is equal to 1
				add 1 to ws-bad-kept
			else
				add 1 to ws-bad-repaired
			end-if
		when in-r is equal to "r"
			display " repair unavailable for this record, keeping"
			add 1 to ws-bad-kept
				add master-count to ws-deleted-total
			end-if
			delete master-file record
			if ws-master-status is equal to '00'
				move 'D' to ws-jnl-action
				perform write-master-journal
			end-if
			if ws-jnl-failed is equal to 1
				if master-count is numeric
					subtract master-count from ws-deleted-total
				end-if
				add 1 to ws-bad-kept
			else
				add 1 to ws-bad-deleted
			end-if
		when other
			add 1 to ws-bad-kept
	end-evaluate.

*> repairing or deleting a master record changes the conversion asset
*> for every later run, so it takes the master role; the refusal is
*> logged and the record left as it is
refuse-master.
	if in-r is equal to "r"
		move 'repair master' to ws-access-action
	else
		move 'delete master' to ws-access-action
	end-if.
	move 'no master role' to ws-access-reason.
	perform log-refusal.
	display " " function trim (ws-operator)
		" does not hold the master role, keeping".

*> unloads every master record to a flat file, rebuilds the master
*> empty, and reloads it -- reclaiming the space a long life of deletes
*> and rewrites leaves behind; the unload copy stays on disk afterwards
		display "unload file will not open, status " ws-unload-status
			", reorganize skipped"
	else
		move zero to ws-unload-count
		move zero to ws-unload-total
		move zero to master-value
		move 1 to eof-switch
		start master-file key is not less than master-value
		perform unload-one-record
			until eof-switch = 0
		close unload-file
		perform write-backup-marker
	*> an unload the journal does not mark cannot be rolled forward
	*> from, so the master is left as it stands, not reorganized
		if ws-jnl-failed is equal to zero
			close master-file
			open output master-file
			close master-file
			open i-o master-file
			open input unload-file
			move zero to ws-after-count
			move zero to ws-after-total
			move 1 to eof-switch
			perform reload-one-record
				until eof-switch = 0
			close unload-file
			move 1 to ws-reorganized
			display "master reorganized, unload copy kept as "
				function trim (ws-unload-fname)
		end-if
	end-if.

*> copies one master record out to the flat unload file
	end-read.
	if eof-switch is not equal to zero
		write unload-record from master-record
		add 1 to ws-unload-count
		if master-count is numeric
			add master-count to ws-unload-total
		end-if
	end-if.

*> loads one unloaded record back into the rebuilt master, counting it
	perform write-maint-line.
	move summary-line-after-total to maint-record.
	perform write-maint-line.

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
		move 'mastermaint' to ac-program
		move ws-operator to ac-operator
		move ws-access-action to ac-action
		move ws-access-reason to ac-reason
		write access-record
		close access-file
	else
		display "access log unavailable, status " ws-access-status
	end-if.
