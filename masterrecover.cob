identification division.
program-id. masterrecover.
*> master recovery: works the conversion master back to a known state
*> from the master journal the converter and mastermaint append to.
*> backing out a run nets every change that run made to each value --
*> earliest before image against latest after image -- and puts each
*> record back: restored whole where nothing has touched it since, or
*> adjusted by the run's own count where later runs have counted it
*> again, so the counts the billing extract reads come out right.
*> rolling forward rebuilds the master from the unload mastermaint
*> last marked as a backup and reapplies every journal line written
*> after that mark. either way every record touched is printed to
*> masterrecover-YYYYMMDD.txt, and a backed-out run is marked in the
*> journal so it cannot be backed out twice. a run is named by its date
*> and run number, since the shared run-number counter wraps. only a
*> registered, active operator holding the master role may sign on. a
*> journal line that will not write, or a master that will not rebuild,
*> posts return-code 8
environment division.
input-output section.
file-control.
    select standard-input assign to keyboard.
    select standard-output assign to display.
    select master-file assign to dynamic ws-master-fname
		organization is indexed
		access is dynamic
		record key is master-value
		alternate record key is master-roman
		file status is ws-master-status.
    select journal-file assign to dynamic ws-jnl-fname
		organization is line sequential
		file status is ws-jnl-status.
    select work-file assign to dynamic ws-work-fname
		organization is indexed
		access is dynamic
		record key is rw-value
		file status is ws-work-status.
    select unload-file assign to dynamic ws-unload-fname
		organization is line sequential
		file status is ws-unload-status.
    select recover-file assign to dynamic ws-recover-fname
		organization is line sequential
		file status is ws-recover-status.
    select lock-file assign to dynamic ws-lock-fname
		organization is line sequential
		file status is ws-lock-status.
    select runnum-file assign to dynamic ws-runnum-fname
		organization is line sequential
		file status is ws-runnum-status.
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
fd master-file.
*> same layout the converter writes; one record per decimal value ever
*> seen in a file run
    01 master-record.
        02 master-value pic 9(6).
        02 master-roman pic x(26).
        02 master-count pic 9(8).
        02 master-first-seen pic x(8).
        02 master-last-seen  pic x(8).
fd journal-file.
*> the master journal, same layout the converter and mastermaint
*> append to; 'B' and 'V' lines carry counts in place of a before image
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
fd work-file.
*> one line per value the run being backed out touched: the value as
*> it stood before the run first changed it and after the run last did
    01 work-record.
        02 rw-value   pic 9(6).
        02 rw-changes pic 9(8).
        02 rw-before  pic x(56).
        02 rw-after   pic x(56).
fd unload-file.
*> the flat master copy mastermaint leaves behind, named in the
*> journal's backup marker
    01 unload-record pic x(56).
fd recover-file.
*> retained recovery report, named off today's run date the same way
*> the day's romanreport file is
    01 recover-record pic x(80).
fd lock-file.
*> the day's run lock, shared with the converter: this run rewrites
*> the master, so it claims the day's files like any other execution
    01 lock-record.
        02 lock-holder pic x(15).
        02 filler      pic x(1).
        02 lock-date   pic x(8).
        02 filler      pic x(1).
        02 lock-time   pic x(6).
fd runnum-file.
*> the shared run-number counter, bumped under the lock, so this run's
*> own journal lines carry a run number of their own
    01 runnum-record.
        02 run-number pic 9(4).
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
77  ws-master-status pic xx.
77  ws-master-open pic 9 value 0.
77  ws-jnl-fname pic x(30).
77  ws-jnl-status pic xx.
77  ws-work-fname pic x(30).
77  ws-work-status pic xx.
77  ws-unload-fname pic x(30).
77  ws-unload-status pic xx.
77  ws-recover-fname pic x(30).
77  ws-recover-status pic xx.
77  ws-lock-fname pic x(30).
77  ws-lock-status pic xx.
77  ws-lock-held pic 9 value 0.
77  ws-lock-holder pic x(15).
77  ws-lock-date pic x(8).
77  ws-lock-time pic x(6).
77  ws-runnum-fname pic x(30).
77  ws-runnum-status pic xx.
77  ws-run-number pic 9(4) value zero.
77  ws-operator pic x(8) value spaces.
77  ws-jnl-seq pic 9(8) value zero.
77  ws-jnl-action pic x(1).
77  ws-master-before pic x(56).
*> a journal line that will not write stops the back-out where it is,
*> and the run posts return-code 8
77  ws-jnl-failed pic 9 value 0.
77  ws-return-code pic s9(4) usage is computational value zero.
*> back-out support: the run named, whether the journal already marks
*> it backed out, and what became of each value it touched. a run that
*> goes past midnight journals its last lines under the next day, so
*> that day's lines under the same number are the run's too
77  ws-target-run pic 9(4) value zero.
77  ws-target-date pic x(8).
77  ws-target-next pic x(8).
77  ws-next-date pic 9(8).
77  ws-already-reversed pic 9 value 0.
77  ws-entries-found pic s9(8) usage is computational value zero.
77  ws-found pic 9 value 0.
77  ws-outcome pic x(10).
77  ws-reason pic x(30).
77  ws-old-count pic s9(8) usage is computational value zero.
77  ws-new-count pic s9(8) usage is computational value zero.
77  ws-delta pic s9(8) usage is computational value zero.
77  ws-values-reversed pic s9(8) usage is computational value zero.
77  ws-values-skipped pic s9(8) usage is computational value zero.
77  ws-count-reversed pic s9(10) usage is computational value zero.
*> roll-forward support: where the last backup marker sits in the
*> journal and what it says the unload holds
77  ws-line-number pic s9(8) usage is computational value zero.
77  ws-mark-line pic s9(8) usage is computational value zero.
77  ws-mark-records pic s9(8) usage is computational value zero.
77  ws-mark-total pic s9(10) usage is computational value zero.
77  ws-mark-date pic x(8).
77  ws-mark-time pic x(6).
77  ws-unload-count pic s9(8) usage is computational value zero.
77  ws-unload-total pic s9(10) usage is computational value zero.
77  ws-lines-applied pic s9(8) usage is computational value zero.
77  ws-adds-applied pic s9(8) usage is computational value zero.
77  ws-updates-applied pic s9(8) usage is computational value zero.
77  ws-deletes-applied pic s9(8) usage is computational value zero.
77  ws-refused-applied pic s9(8) usage is computational value zero.
77  ws-after-count pic s9(8) usage is computational value zero.
77  ws-after-total pic s9(10) usage is computational value zero.
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
*> the netted before and after pictures of the value in hand
01  before-image.
    02 bi-value pic 9(6).
    02 bi-roman pic x(26).
    02 bi-count pic 9(8).
    02 bi-first pic x(8).
    02 bi-last  pic x(8).
01  after-image.
    02 ai-value pic 9(6).
    02 ai-roman pic x(26).
    02 ai-count pic 9(8).
    02 ai-first pic x(8).
    02 ai-last  pic x(8).
01  input-area.
    02 in-r   pic x(30).
    02 filler pic x(79).
01  title-line.
    02 filler pic x(11) value spaces.
    02 title-text pic x(50).
01  underline-1.
    02 filler pic x(45) value
       ' --------------------------------------------'.
01  detail-heads.
    02 filler pic x(69) value
       '  value numeral                    outcome      count     now reason'.
01  detail-line.
    02 filler pic x(1) value space.
    02 dl-value pic z(5)9.
    02 filler pic x(1) value space.
    02 dl-roman pic x(26).
    02 filler pic x(1) value space.
    02 dl-outcome pic x(10).
    02 dl-old-count pic z(7)9.
    02 filler pic x(1) value space.
    02 dl-new-count pic z(7)9.
    02 filler pic x(1) value space.
    02 dl-reason pic x(17).
01  summary-count-line.
    02 scl-label pic x(30).
    02 scl-count pic z(9)9.
01  summary-text-line.
    02 stl-label pic x(30).
    02 stl-text pic x(40).

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
*> backing out and rolling forward rewrite the conversion asset for
*> every later run, so the whole program takes the master role
    if ws-op-role-master is not equal to 'y'
        perform refuse-master
        close standard-input, standard-output
        stop run
    end-if.
*> this run rewrites the shared master, so it claims the day's files
*> through the run lock before touching anything, like every other
*> execution that writes them
    perform claim-run-lock.
    perform claim-run-number.
    move spaces to ws-recover-fname.
    string 'masterrecover-' function current-date(1:8) '.txt'
        delimited by size into ws-recover-fname.
    open extend recover-file.
    if ws-recover-status is not equal to '00'
        open output recover-file
    end-if.
    move 'romanmaster.dat' to ws-master-fname.
    move 'romanmaster.jnl' to ws-jnl-fname.
    move 'romanrecover.wrk' to ws-work-fname.
*> a lost master (status 35) can still be rolled forward from the
*> backup; anything else that will not open is left strictly alone
    open i-o master-file.
    if ws-master-status is equal to '00'
        move 1 to ws-master-open
    else
        display "master file unavailable, status " ws-master-status
    end-if.
    perform recover-prompt until in-r is equal to "q".
    if ws-master-open is equal to 1
        close master-file
    end-if.
    close recover-file.
    perform release-run-lock.
    close standard-input, standard-output.
    move ws-return-code to return-code.
    stop run.

recover-prompt.
    display "back out a run(b), roll forward from the backup(f)"
        " or quit(q)?".
    read standard-input into input-area.
    evaluate in-r
		when "b" perform back-out-run
		when "f" perform roll-forward
		when "q" display "press enter to exit program"
    end-evaluate.

*> claims the day's shared files through the run lock; a second start
*> is told who holds the lock and may retry once the other run has
*> finished, or give up cleanly
claim-run-lock.
	perform test-run-lock.
	perform wait-for-run-lock
		until ws-lock-held = 0.
	perform take-run-lock.

*> looks at the lock file without touching it: a non-empty record
*> means another execution holds the day's files, and says who
test-run-lock.
	move 'romanrun.lock' to ws-lock-fname.
	move zero to ws-lock-held.
	open input lock-file.
	if ws-lock-status is equal to '00'
		read lock-file
			at end continue
		end-read
		if ws-lock-status is equal to '00'
			and lock-record is not equal to spaces
			move 1 to ws-lock-held
			move lock-holder to ws-lock-holder
			move lock-date to ws-lock-date
			move lock-time to ws-lock-time
		end-if
		close lock-file
	end-if.

*> tells the waiting operator who holds the lock and lets them retry
*> or quit
wait-for-run-lock.
	display "run lock held by " function trim (ws-lock-holder)
		" since " ws-lock-date " " ws-lock-time.
	display "retry(r) or quit(q)?".
	read standard-input into input-area
		at end move "q" to in-r
	end-read.
	if in-r is equal to "q"
		close standard-input, standard-output
		stop run
	end-if.
	perform test-run-lock.

*> writes this execution's claim into the lock file
take-run-lock.
	open output lock-file.
	move spaces to lock-record.
	move 'masterrecover' to lock-holder.
	move function current-date(1:8) to lock-date.
	move function current-date(9:6) to lock-time.
	write lock-record.
	close lock-file.

*> releases the lock by rewriting the file empty
release-run-lock.
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

*> backs one named run's master changes out. the journal is read
*> through once to net the run's changes per value into the work file
*> and to see whether the run was already backed out; only then is
*> the master touched, one value at a time, and the run marked
back-out-run.
	display "enter date of the run to back out (yyyymmdd)".
	read standard-input into input-area.
	move in-r (1:8) to ws-target-date.
	display "enter run number to back out".
	read standard-input into input-area.
	evaluate true
		when ws-target-date is not numeric
			or function test-date-yyyymmdd
				(function numval (ws-target-date)) is not equal to zero
			display "run date must be a valid yyyymmdd date"
		when function trim (in-r) is equal to spaces
		when function trim (in-r) is not numeric
			display "run number must be numeric"
		when ws-master-open is not equal to 1
			display "master file is not available, nothing backed out"
		when other
			compute ws-target-run = function numval (in-r)
			compute ws-next-date = function date-of-integer
				(function integer-of-date
					(function numval (ws-target-date)) + 1)
			move ws-next-date to ws-target-next
			perform collect-run-changes
	end-evaluate.
	move spaces to in-r.

*> nets the named run's journal lines per value into a fresh work file
collect-run-changes.
	open output work-file.
	if ws-work-status is equal to '00'
		close work-file
		open i-o work-file
	end-if.
	if ws-work-status is not equal to '00'
		display "work file will not open, status " ws-work-status
	else
		move zero to ws-already-reversed
		move zero to ws-entries-found
		open input journal-file
		if ws-jnl-status is not equal to '00'
			display "master journal unavailable, status " ws-jnl-status
		else
			move 1 to eof-switch
			perform collect-one-entry
				until eof-switch = 0
			close journal-file
			evaluate true
				when ws-already-reversed is equal to 1
					display "run " ws-target-run " of " ws-target-date
						" is already marked backed out in the journal"
				when ws-entries-found is equal to zero
					display "run " ws-target-run " of " ws-target-date
						" made no master changes the journal knows of"
				when other
					perform apply-back-out
			end-evaluate
		end-if
		close work-file
	end-if.

*> walks the netted values in key order putting each one back, then
*> marks the run backed out and totals what came off
apply-back-out.
	open extend journal-file.
	if ws-jnl-status is not equal to '00'
		display "master journal will not take new lines, status "
			ws-jnl-status ", nothing backed out"
	else
		move zero to ws-values-reversed
		move zero to ws-values-skipped
		move zero to ws-count-reversed
		move spaces to recover-record
		perform write-recover-line
		move spaces to title-text
		string 'master back-out of run ' ws-target-run ' of '
			ws-target-date delimited by size into title-text
		move title-line to recover-record
		perform write-recover-line
		move underline-1 to recover-record
		perform write-recover-line
		move detail-heads to recover-record
		perform write-recover-line
		move zero to rw-value
		move 1 to eof-switch
		start work-file key is not less than rw-value
			invalid key move zero to eof-switch
		end-start
		move zero to ws-jnl-failed
		perform back-out-one-value
			until eof-switch = 0
		if ws-jnl-failed is equal to 1
			display "back-out stopped part way: run " ws-target-run
				" of " ws-target-date " is not marked backed out, and"
				" the values already put back must not be backed out"
				" again"
		else
			perform write-reversal-marker
		end-if
		close journal-file
		move spaces to recover-record
		perform write-recover-line
		move 'journal lines backed out:' to scl-label
		move ws-entries-found to scl-count
		move summary-count-line to recover-record
		perform write-recover-line
		move 'values put back:' to scl-label
		move ws-values-reversed to scl-count
		move summary-count-line to recover-record
		perform write-recover-line
		move 'values skipped:' to scl-label
		move ws-values-skipped to scl-count
		move summary-count-line to recover-record
		perform write-recover-line
		move 'count total taken out:' to scl-label
		move ws-count-reversed to scl-count
		move summary-count-line to recover-record
		perform write-recover-line
	end-if.

*> reads one journal line: a change the named run made goes into the
*> work file, netted per value; a reversal mark naming the run and its
*> date means it has been backed out already
collect-one-entry.
	read journal-file
		at end move zero to eof-switch
	end-read.
	if eof-switch is not equal to zero
		if jnl-action is equal to 'V'
			and jnl-mark-run is equal to ws-target-run
			and jnl-mark-date is equal to ws-target-date
			move 1 to ws-already-reversed
		end-if
		if jnl-run is equal to ws-target-run
			and (jnl-date is equal to ws-target-date
				or jnl-date is equal to ws-target-next)
			and (jnl-action is equal to 'A' or 'U' or 'R' or 'D')
			add 1 to ws-entries-found
			if jnl-action is equal to 'D'
				move jnl-before (1:6) to rw-value
			else
				move jnl-after (1:6) to rw-value
			end-if
			read work-file key is rw-value
				invalid key
					move 1 to rw-changes
					move jnl-before to rw-before
					move jnl-after to rw-after
					write work-record
				not invalid key
					add 1 to rw-changes
					move jnl-after to rw-after
					rewrite work-record
			end-read
		end-if
	end-if.

*> puts one value back the way the run found it. untouched since the
*> run: the before image goes back whole (or the record goes, if the
*> run added it). counted again since: only the run's own count comes
*> off, leaving later runs' counts and dates alone
back-out-one-value.
	read work-file next record
		at end move zero to eof-switch
	end-read.
	if eof-switch is not equal to zero
		move rw-before to before-image
		move rw-after to after-image
		move spaces to ws-reason
		move zero to ws-old-count
		move zero to ws-new-count
		move rw-value to master-value
		move 1 to ws-found
		read master-file key is master-value
			invalid key move zero to ws-found
		end-read
		if ws-found is equal to 1 and master-count is numeric
			move master-count to ws-old-count
		end-if
		evaluate true
			when after-image is equal to spaces
				and before-image is equal to spaces
				move 'no change' to ws-outcome
				move 'added and deleted' to ws-reason
			when after-image is equal to spaces
				and ws-found is equal to zero
				move before-image to master-record
				move spaces to ws-master-before
				perform put-back-record
			when after-image is equal to spaces
				move 'skipped' to ws-outcome
				move 're-added since' to ws-reason
			when ws-found is equal to zero
				move 'skipped' to ws-outcome
				move 'gone since' to ws-reason
			when master-record is equal to after-image
				move master-record to ws-master-before
				perform restore-record
			when master-count is not numeric
				or ai-count is not numeric
				or (before-image is not equal to spaces
					and bi-count is not numeric)
				move 'skipped' to ws-outcome
				move 'count unreadable' to ws-reason
			when other
				move master-record to ws-master-before
				perform adjust-record
		end-evaluate
		if ws-outcome is equal to 'skipped'
			add 1 to ws-values-skipped
		else
			if ws-outcome is not equal to 'no change'
				add 1 to ws-values-reversed
			end-if
		end-if
		compute ws-count-reversed = ws-count-reversed
			+ ws-old-count - ws-new-count
		move rw-value to dl-value
		if after-image is equal to spaces
			move bi-roman to dl-roman
		else
			move ai-roman to dl-roman
		end-if
		move ws-outcome to dl-outcome
		move ws-old-count to dl-old-count
		move ws-new-count to dl-new-count
		move ws-reason to dl-reason
		move detail-line to recover-record
		perform write-recover-line
	end-if.

*> the run deleted a record nobody has re-added: it goes back in
put-back-record.
	write master-record
		invalid key
			move 'skipped' to ws-outcome
			move 'write refused' to ws-reason
		not invalid key
			move 'reinstated' to ws-outcome
			if master-count is numeric
				move master-count to ws-new-count
			end-if
			move 'A' to ws-jnl-action
			perform write-master-journal
	end-write.

*> nothing has touched the record since the run: its before image goes
*> back whole, or the record goes if the run added it
restore-record.
	if before-image is equal to spaces
		delete master-file record
		if ws-master-status is equal to '00'
			move 'removed' to ws-outcome
			move 'D' to ws-jnl-action
			perform write-master-journal
		else
			move 'skipped' to ws-outcome
			move 'delete refused' to ws-reason
		end-if
	else
		move before-image to master-record
		rewrite master-record
		if ws-master-status is equal to '00'
			move 'restored' to ws-outcome
			if master-count is numeric
				move master-count to ws-new-count
			end-if
			move 'U' to ws-jnl-action
			perform write-master-journal
		else
			move 'skipped' to ws-outcome
			move 'rewrite refused' to ws-reason
		end-if
	end-if.

*> later runs have counted the value again: take off only what this
*> run added to the count; a record the run itself added goes when
*> nothing else is left on it
adjust-record.
	if before-image is equal to spaces
		move ai-count to ws-delta
	else
		compute ws-delta = ai-count - bi-count
	end-if.
	compute ws-new-count = ws-old-count - ws-delta.
	move 'counted since' to ws-reason.
	evaluate true
		when ws-new-count is less than 1
			and before-image is equal to spaces
			move zero to ws-new-count
			delete master-file record
			if ws-master-status is equal to '00'
				move 'removed' to ws-outcome
				move 'D' to ws-jnl-action
				perform write-master-journal
			else
				move ws-old-count to ws-new-count
				move 'skipped' to ws-outcome
				move 'delete refused' to ws-reason
			end-if
		when ws-new-count is less than 1
			move ws-old-count to ws-new-count
			move 'skipped' to ws-outcome
			move 'count below one' to ws-reason
		when other
			move ws-new-count to master-count
			rewrite master-record
			if ws-master-status is equal to '00'
				move 'adjusted' to ws-outcome
				move 'U' to ws-jnl-action
				perform write-master-journal
			else
				move ws-old-count to ws-new-count
				move 'skipped' to ws-outcome
				move 'rewrite refused' to ws-reason
			end-if
	end-evaluate.

*> rebuilds the master from the unload the journal last marked as a
*> backup, after checking the unload still holds what the mark says,
*> then reapplies every change journaled after the mark in order
roll-forward.
	move spaces to in-r.
	if ws-master-open is not equal to 1
		and ws-master-status is not equal to '35'
		display "master file will not open, status "
			ws-master-status ", not rebuilt"
	else
		move zero to ws-line-number
		move zero to ws-mark-line
		open input journal-file
		if ws-jnl-status is not equal to '00'
			display "master journal unavailable, status " ws-jnl-status
		else
			move 1 to eof-switch
			perform find-backup-marker
				until eof-switch = 0
			close journal-file
			if ws-mark-line is equal to zero
				display "the journal marks no backup to roll forward"
					" from"
			else
				perform check-backup
			end-if
		end-if
	end-if.

*> the unload must still hold exactly what the mark says it held
*> before anything is rebuilt from it
check-backup.
	move zero to ws-unload-count.
	move zero to ws-unload-total.
	open input unload-file.
	if ws-unload-status is not equal to '00'
		display "backup " function trim (ws-unload-fname)
			" will not open, status " ws-unload-status
	else
		move 1 to eof-switch
		perform count-one-unload-record
			until eof-switch = 0
		close unload-file
		if ws-unload-count is not equal to ws-mark-records
			or ws-unload-total is not equal to ws-mark-total
			display "backup " function trim (ws-unload-fname)
				" no longer matches its journal mark of "
				ws-mark-date " " ws-mark-time ", not rebuilt"
		else
			display "rebuild the master from "
				function trim (ws-unload-fname)
				" taken " ws-mark-date " " ws-mark-time
			display "and roll it forward through the journal? (y/n)"
			read standard-input into input-area
			if in-r is equal to "y"
				perform rebuild-master
			end-if
			move spaces to in-r
		end-if
	end-if.

*> recreates the master empty, reloads the backup and reapplies the
*> journal lines written after its mark
rebuild-master.
	open input unload-file.
	if ws-unload-status is not equal to '00'
		display "backup " function trim (ws-unload-fname)
			" will not open, status " ws-unload-status
			", master not rebuilt"
	else
		open input journal-file
		if ws-jnl-status is not equal to '00'
			display "master journal unavailable, status " ws-jnl-status
				", master not rebuilt"
			close unload-file
		else
			perform reload-and-roll-forward
			close journal-file
		end-if
	end-if.

*> the backup and journal are both open: the master is emptied and
*> reloaded, then the journal reapplied. from here on a master that
*> will not rebuild is left empty, and the run says so
reload-and-roll-forward.
	if ws-master-open is equal to 1
		close master-file
	end-if.
	open output master-file.
	close master-file.
	open i-o master-file.
	if ws-master-status is not equal to '00'
		display "master file will not rebuild, status "
			ws-master-status
		display "master left empty, reload from "
			function trim (ws-unload-fname)
		move 0 to ws-master-open
		move 8 to ws-return-code
		close unload-file
	else
		move 1 to ws-master-open
		move 1 to eof-switch
		perform reload-one-record
			until eof-switch = 0
		close unload-file
		move zero to ws-lines-applied
		move zero to ws-adds-applied
		move zero to ws-updates-applied
		move zero to ws-deletes-applied
		move zero to ws-refused-applied
		move zero to ws-line-number
		perform write-roll-forward-heads
		move 1 to eof-switch
		perform apply-one-entry
			until eof-switch = 0
		move zero to ws-after-count
		move zero to ws-after-total
		move zero to master-value
		move 1 to eof-switch
		start master-file key is not less than master-value
			invalid key move zero to eof-switch
		end-start
		perform count-one-master-record
			until eof-switch = 0
		perform write-roll-forward-report
	end-if.

*> heads the roll forward's report; a line per journal entry
*> reapplied follows
write-roll-forward-heads.
	move spaces to recover-record.
	perform write-recover-line.
	move spaces to title-text.
	string 'master roll forward, run ' ws-run-number
		delimited by size into title-text.
	move title-line to recover-record.
	perform write-recover-line.
	move underline-1 to recover-record.
	perform write-recover-line.
	move detail-heads to recover-record.
	perform write-recover-line.

*> totals the roll forward under its per-entry lines
write-roll-forward-report.
	move spaces to recover-record.
	perform write-recover-line.
	move 'backup reloaded:' to stl-label.
	move spaces to stl-text.
	string function trim (ws-unload-fname) ' of ' ws-mark-date ' '
		ws-mark-time delimited by size into stl-text.
	move summary-text-line to recover-record.
	perform write-recover-line.
	move 'backup records:' to scl-label.
	move ws-unload-count to scl-count.
	move summary-count-line to recover-record.
	perform write-recover-line.
	move 'journal lines reapplied:' to scl-label.
	move ws-lines-applied to scl-count.
	move summary-count-line to recover-record.
	perform write-recover-line.
	move '  records added:' to scl-label.
	move ws-adds-applied to scl-count.
	move summary-count-line to recover-record.
	perform write-recover-line.
	move '  records updated:' to scl-label.
	move ws-updates-applied to scl-count.
	move summary-count-line to recover-record.
	perform write-recover-line.
	move '  records deleted:' to scl-label.
	move ws-deletes-applied to scl-count.
	move summary-count-line to recover-record.
	perform write-recover-line.
	move '  rewrites refused:' to scl-label.
	move ws-refused-applied to scl-count.
	move summary-count-line to recover-record.
	perform write-recover-line.
	move 'records after:' to scl-label.
	move ws-after-count to scl-count.
	move summary-count-line to recover-record.
	perform write-recover-line.
	move 'count total after:' to scl-label.
	move ws-after-total to scl-count.
	move summary-count-line to recover-record.
	perform write-recover-line.

*> remembers where the last backup mark sits and what it says
find-backup-marker.
	read journal-file
		at end move zero to eof-switch
	end-read.
	if eof-switch is not equal to zero
		add 1 to ws-line-number
		if jnl-action is equal to 'B'
			move ws-line-number to ws-mark-line
			move jnl-mark-records to ws-mark-records
			move jnl-mark-total to ws-mark-total
			move jnl-date to ws-mark-date
			move jnl-time to ws-mark-time
			move jnl-after (1:30) to ws-unload-fname
		end-if
	end-if.

count-one-unload-record.
	read unload-file
		at end move zero to eof-switch
	end-read.
	if eof-switch is not equal to zero
		add 1 to ws-unload-count
		move unload-record to master-record
		if master-count is numeric
			add master-count to ws-unload-total
		end-if
	end-if.

reload-one-record.
	read unload-file
		at end move zero to eof-switch
	end-read.
	if eof-switch is not equal to zero
		move unload-record to master-record
		write master-record
			invalid key
				display "duplicate on reload, value " master-value
					" skipped"
		end-write
	end-if.

*> reapplies one journal line written after the backup mark: adds and
*> updates put the after image in place, deletes take the record out;
*> marks carry no change of their own. each line reapplied is printed
*> with the run that journaled it
apply-one-entry.
	read journal-file
		at end move zero to eof-switch
	end-read.
	if eof-switch is not equal to zero
		add 1 to ws-line-number
		if ws-line-number is greater than ws-mark-line
			move jnl-before to before-image
			move jnl-after to after-image
			move zero to ws-old-count
			move zero to ws-new-count
			if jnl-before is not equal to spaces
				and bi-count is numeric
				move bi-count to ws-old-count
			end-if
			evaluate jnl-action
				when 'A'
				when 'U'
				when 'R'
					add 1 to ws-lines-applied
					move jnl-after to master-record
					write master-record
						invalid key
							rewrite master-record
							if ws-master-status is equal to '00'
								add 1 to ws-updates-applied
								move 'updated' to ws-outcome
							else
								add 1 to ws-refused-applied
								move 'refused' to ws-outcome
							end-if
						not invalid key
							add 1 to ws-adds-applied
							move 'added' to ws-outcome
					end-write
					if ai-count is numeric
						move ai-count to ws-new-count
					end-if
					move ai-value to dl-value
					move ai-roman to dl-roman
					perform write-applied-line
				when 'D'
					add 1 to ws-lines-applied
					move jnl-before to master-record
					delete master-file record
						invalid key
							move 'not found' to ws-outcome
						not invalid key
							add 1 to ws-deletes-applied
							move 'deleted' to ws-outcome
					end-delete
					move bi-value to dl-value
					move bi-roman to dl-roman
					perform write-applied-line
			end-evaluate
		end-if
	end-if.

*> prints the journal entry just reapplied
write-applied-line.
	move ws-outcome to dl-outcome.
	move ws-old-count to dl-old-count.
	move ws-new-count to dl-new-count.
	move spaces to dl-reason.
	string 'run ' jnl-run ' ' jnl-date
		delimited by size into dl-reason.
	move detail-line to recover-record.
	perform write-recover-line.

count-one-master-record.
	read master-file next record
		at end move zero to eof-switch
	end-read.
	if eof-switch is not equal to zero
		add 1 to ws-after-count
		if master-count is numeric
			add master-count to ws-after-total
		end-if
	end-if.

*> journals the master change just made: ws-master-before as it stood,
*> master-record as it now stands (spaces for a delete)
write-master-journal.
	add 1 to ws-jnl-seq.
	move spaces to journal-record.
	move function current-date(1:8) to jnl-date.
	move function current-date(9:6) to jnl-time.
	move ws-run-number to jnl-run.
	move ws-jnl-seq to jnl-seq.
	move 'masterrecover' to jnl-program.
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
			", value " rw-value " left as it was"
		evaluate ws-jnl-action
			when 'A'
				delete master-file record
					invalid key continue
				end-delete
			when 'D'
				write master-record from ws-master-before
					invalid key continue
				end-write
			when other
				rewrite master-record from ws-master-before
					invalid key continue
				end-rewrite
		end-evaluate
		move 'skipped' to ws-outcome
		move 'jnl write failed' to ws-reason
		move ws-old-count to ws-new-count
		move 1 to ws-jnl-failed
		move 8 to ws-return-code
		move zero to eof-switch
	end-if.

*> marks the named run backed out, so it cannot be backed out twice
write-reversal-marker.
	add 1 to ws-jnl-seq.
	move spaces to journal-record.
	move function current-date(1:8) to jnl-date.
	move function current-date(9:6) to jnl-time.
	move ws-run-number to jnl-run.
	move ws-jnl-seq to jnl-seq.
	move 'masterrecover' to jnl-program.
	move ws-operator to jnl-operator.
	move 'V' to jnl-action.
	move ws-values-reversed to jnl-mark-records.
	move ws-count-reversed to jnl-mark-total.
	move ws-target-run to jnl-mark-run.
	move ws-target-date to jnl-mark-date.
	write journal-record.
	if ws-jnl-status is not equal to '00'
		display "master journal write failed, status " ws-jnl-status
		display "run " ws-target-run " of " ws-target-date
			" is backed out but not marked backed out in the journal;"
			" do not back it out again"
		move 8 to ws-return-code
	end-if.

*> writes one line to the screen and the retained recovery report
write-recover-line.
	write stdout-record from recover-record after advancing 1 line.
	write recover-record.

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

*> an operator without the master role may not back out or roll
*> forward; the refusal is logged and nothing is touched
refuse-master.
	move 'recover master' to ws-access-action.
	move 'no master role' to ws-access-reason.
	perform log-refusal.
	display "recovery not run: " function trim (ws-operator)
		" does not hold the master role".

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
		move 'masterrecover' to ac-program
		move ws-operator to ac-operator
		move ws-access-action to ac-action
		move ws-access-reason to ac-reason
		write access-record
		close access-file
	else
		display "access log unavailable, status " ws-access-status
	end-if.
