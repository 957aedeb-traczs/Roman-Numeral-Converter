identification division.
program-id. nightly.
*> end-of-day job-stream driver: runs the nightly close in order --
*> collate, masterextract, runwatch, dayproof, then on the last day of
*> the month monthend, opsreport and housekeep -- each as its own
*> program, with the answers it would have prompted for fed in from a
*> dated answer file and its screen output kept in a dated step log.
*> every step's start, end and return code go to a dated step-status
*> file the moment they happen, so when a step fails the stream stops
*> right there and a re-run for the same business date picks up at the
*> failed step: steps already ended are never run twice, so spools are
*> not re-collated and the romanextract.hwm high-water mark is not
*> advanced a second time. the business date comes from the command
*> line (today when none is given). one closing summary of the whole
*> night goes to the screen and to nightly-YYYYMMDD.txt. outcome
*> posted in return-code for the scheduler: 0 = every step due tonight
*> ended clean, 4 = all ended but one or more with a warning, 8 = a
*> step failed and the stream stopped
environment division.
input-output section.
file-control.
    select standard-output assign to display.
    select step-file assign to dynamic ws-step-fname
		organization is line sequential
		file status is ws-step-status.
    select answer-file assign to dynamic ws-answer-fname
		organization is line sequential
		file status is ws-answer-status.
    select summary-file assign to dynamic ws-summary-fname
		organization is line sequential
		file status is ws-summary-status.

data division.
file section.
fd standard-output.
    01 stdout-record  pic x(80).
fd step-file.
*> the dated step-status file: one record per step in the stream,
*> rewritten whole every time a step starts or ends, so it always
*> says exactly how far the night got
    01 step-record.
        02 ss-step       pic 9(2).
        02 filler        pic x(1).
        02 ss-name       pic x(14).
        02 filler        pic x(1).
        02 ss-state      pic x(8).
        02 filler        pic x(1).
        02 ss-start-date pic x(8).
        02 filler        pic x(1).
        02 ss-start-time pic x(6).
        02 filler        pic x(1).
        02 ss-end-date   pic x(8).
        02 filler        pic x(1).
        02 ss-end-time   pic x(6).
        02 filler        pic x(1).
        02 ss-rc         pic 9(4).
fd answer-file.
*> the answers one step would have been asked for at the keyboard,
*> one per line in prompt order, rewritten before each step
    01 answer-record pic x(30).
fd summary-file.
    01 summary-record pic x(80).
working-storage section.
77 eof-switch pic 9 value 1.
77  ws-step-fname pic x(30).
77  ws-step-status pic xx.
77  ws-answer-fname pic x(30).
77  ws-answer-status pic xx.
77  ws-summary-fname pic x(30).
77  ws-summary-status pic xx.
77  ws-log-fname pic x(30).
77  ws-return-code pic s9(4) usage is computational value zero.
77  ws-parm-text pic x(100).
77  ws-business-date pic x(8).
77  ws-next-date pic 9(8).
77  ws-month-end pic 9 value 0.
77  ws-command pic x(120).
77  ws-step-rc pic s9(8) usage is computational value zero.
77  ws-stream-stopped pic 9 value 0.
77  ws-stream-warning pic 9 value 0.
77  s pic s9(4) usage is computational.
77  t pic s9(4) usage is computational.
77  ws-step-count pic s9(4) usage is computational value 7.
*> closing summary tallies
77  ws-run-now pic s9(4) usage is computational value zero.
77  ws-run-before pic s9(4) usage is computational value zero.
77  ws-not-due pic s9(4) usage is computational value zero.
77  ws-failed-step pic x(14) value spaces.
*> the stream, in the order it runs: the program each step runs, the
*> highest return code that still lets the stream go on (runwatch's 4
*> means alerts were written, which the operator reads in the morning;
*> it is not a reason to hold up the close, and neither is dayproof's
*> 4 for a source it could not read -- but a day that does not balance
*> stops the stream before month end can close on it), and whether the
*> step only runs on the last day of the month. the state columns are
*> loaded from the step-status file when tonight's stream has already
*> been started
01  step-table.
    02 step-entry occurs 7 times.
        03 sp-name       pic x(14).
        03 sp-ok-rc      pic s9(4) usage is computational.
        03 sp-month-end  pic 9.
        03 sp-state      pic x(8).
        03 sp-start-date pic x(8).
        03 sp-start-time pic x(6).
        03 sp-end-date   pic x(8).
        03 sp-end-time   pic x(6).
        03 sp-rc         pic s9(4) usage is computational.
01  title-line.
    02 filler pic x(11) value spaces.
    02 filler pic x(26) value 'end-of-day job stream for '.
    02 title-date pic x(8).
01  underline-1.
    02 filler pic x(45) value
       ' --------------------------------------------'.
01  month-end-line.
    02 filler pic x(34) value 'month end:'.
    02 mel-flag pic x(3).
01  step-heads.
    02 filler pic x(72) value
       ' step           state    started          ended               rc'.
01  step-line.
    02 filler pic x(1) value space.
    02 sl-name pic x(14).
    02 filler pic x(1) value space.
    02 sl-state pic x(8).
    02 filler pic x(1) value space.
    02 sl-start-date pic x(8).
    02 filler pic x(1) value space.
    02 sl-start-time pic x(6).
    02 filler pic x(2) value spaces.
    02 sl-end-date pic x(8).
    02 filler pic x(1) value space.
    02 sl-end-time pic x(6).
    02 filler pic x(2) value spaces.
    02 sl-rc pic zzz9.
01  count-line.
    02 cl-label pic x(34).
    02 cl-count pic zzz9.
01  outcome-line.
    02 filler pic x(34) value 'stream outcome:'.
    02 ol-outcome pic x(46).

procedure division.
    open output standard-output.
*> the scheduler names the business date on the command line; a hand
*> start with none closes today
    accept ws-parm-text from command-line.
    if function trim (ws-parm-text) is equal to spaces
        move function current-date(1:8) to ws-business-date
    else
        move ws-parm-text (1:8) to ws-business-date
    end-if.
    if ws-business-date is not numeric
        display "business date " ws-business-date " is not yyyymmdd"
        move 8 to ws-return-code
        close standard-output
        move ws-return-code to return-code
        stop run
    end-if.
*> the last day of the month is the day whose tomorrow is the first
    compute ws-next-date = function date-of-integer
        (function integer-of-date (function numval (ws-business-date))
        + 1).
    if ws-next-date (7:2) is equal to '01'
        move 1 to ws-month-end
    end-if.
    move spaces to ws-step-fname.
    string 'romanstep-' ws-business-date '.dat'
        delimited by size into ws-step-fname.
    move spaces to ws-answer-fname.
    string 'romanstep-' ws-business-date '.ans'
        delimited by size into ws-answer-fname.
    move spaces to ws-log-fname.
    string 'romanstep-' ws-business-date '.log'
        delimited by size into ws-log-fname.
    perform setup-step-table.
*> a step-status file already there for this business date means the
*> stream was started before: whatever ended then stays ended
    perform load-step-status.
    perform run-one-step
        varying s from 1 by 1
        until s is greater than ws-step-count
            or ws-stream-stopped is equal to 1.
    perform write-night-summary.
    evaluate true
        when ws-stream-stopped is equal to 1
            move 8 to ws-return-code
        when ws-stream-warning is equal to 1
            move 4 to ws-return-code
    end-evaluate.
    close standard-output.
    move ws-return-code to return-code.
    stop run.

*> the stream in running order
setup-step-table.
	move 'collate'       to sp-name (1).
	move 0 to sp-ok-rc (1).  move 0 to sp-month-end (1).
	move 'masterextract' to sp-name (2).
	move 0 to sp-ok-rc (2).  move 0 to sp-month-end (2).
	move 'runwatch'      to sp-name (3).
	move 4 to sp-ok-rc (3).  move 0 to sp-month-end (3).
	move 'dayproof'      to sp-name (4).
	move 4 to sp-ok-rc (4).  move 0 to sp-month-end (4).
	move 'monthend'      to sp-name (5).
	move 0 to sp-ok-rc (5).  move 1 to sp-month-end (5).
	move 'opsreport'     to sp-name (6).
	move 0 to sp-ok-rc (6).  move 1 to sp-month-end (6).
	move 'housekeep'     to sp-name (7).
	move 0 to sp-ok-rc (7).  move 1 to sp-month-end (7).
	perform varying s from 1 by 1 until s is greater than ws-step-count
		move 'pending' to sp-state (s)
		move spaces to sp-start-date (s)
		move spaces to sp-start-time (s)
		move spaces to sp-end-date (s)
		move spaces to sp-end-time (s)
		move zero to sp-rc (s)
		if sp-month-end (s) is equal to 1
			and ws-month-end is equal to 0
			move 'not due' to sp-state (s)
		end-if
	end-perform.

*> carries forward the steps an earlier start of tonight's stream
*> ended; a step that failed, or was left running by a driver that
*> died under it, is run again from the top
load-step-status.
	open input step-file.
	if ws-step-status is equal to '00'
		move 1 to eof-switch
		perform load-one-step
			until eof-switch = 0
		close step-file
		display "restarting the stream for " ws-business-date
	end-if.

load-one-step.
	read step-file
		at end move zero to eof-switch
	end-read.
	if eof-switch is not equal to zero
		if ss-step is numeric
			and ss-step is greater than zero
			and ss-step is not greater than ws-step-count
			and ss-state is equal to 'ended'
			move ss-step to s
			move 'done' to sp-state (s)
			move ss-start-date to sp-start-date (s)
			move ss-start-time to sp-start-time (s)
			move ss-end-date to sp-end-date (s)
			move ss-end-time to sp-end-time (s)
			if ss-rc is numeric
				move ss-rc to sp-rc (s)
			end-if
		end-if
	end-if.

*> runs step s if it is due and has not already ended tonight: posts
*> it running, feeds it its answers, runs it, and posts how it ended;
*> a return code above what the step is allowed stops the stream
run-one-step.
	evaluate sp-state (s)
		when 'done'
			add 1 to ws-run-before
			display sp-name (s) " already ended at "
				sp-end-date (s) " " sp-end-time (s) ", not rerun"
		when 'not due'
			add 1 to ws-not-due
		when other
			perform start-one-step
	end-evaluate.

start-one-step.
	move 'running' to sp-state (s).
	move function current-date(1:8) to sp-start-date (s).
	move function current-date(9:6) to sp-start-time (s).
	move spaces to sp-end-date (s).
	move spaces to sp-end-time (s).
	move zero to sp-rc (s).
	perform save-step-status.
	perform write-step-answers.
	display "starting " sp-name (s).
	move spaces to ws-command.
	string './' function trim (sp-name (s))
		' < ' function trim (ws-answer-fname)
		' >> ' function trim (ws-log-fname) ' 2>&1'
		delimited by size into ws-command.
	call "SYSTEM" using ws-command.
*> the shell hands back the wait status: the step's own exit code sits
*> in the high byte
	move return-code to ws-step-rc.
	if ws-step-rc is greater than 255
		divide ws-step-rc by 256 giving ws-step-rc
	end-if.
	move zero to return-code.
	move ws-step-rc to sp-rc (s).
	move function current-date(1:8) to sp-end-date (s).
	move function current-date(9:6) to sp-end-time (s).
	add 1 to ws-run-now.
	if ws-step-rc is greater than sp-ok-rc (s)
		move 'failed' to sp-state (s)
		move 1 to ws-stream-stopped
		move sp-name (s) to ws-failed-step
		display sp-name (s) " failed, return code " ws-step-rc
			", stream stopped"
	else
		move 'ended' to sp-state (s)
		if ws-step-rc is greater than zero
			move 1 to ws-stream-warning
		end-if
		display sp-name (s) " ended, return code " ws-step-rc
	end-if.
	perform save-step-status.

*> writes the answers step s prompts for, in the order it asks them
write-step-answers.
	open output answer-file.
	evaluate sp-name (s)
		when 'collate'
*> the date, then quit should the run lock be held: an unattended
*> collation does not wait on another execution
			move ws-business-date to answer-record
			write answer-record
			move 'q' to answer-record
			write answer-record
		when 'dayproof'
			move ws-business-date to answer-record
			write answer-record
		when 'monthend'
		when 'opsreport'
			move ws-business-date (1:4) to answer-record
			write answer-record
			move ws-business-date (5:2) to answer-record
			write answer-record
		when 'housekeep'
			move 'batch' to answer-record
			write answer-record
			move 'a' to answer-record
			write answer-record
			move ws-business-date (1:4) to answer-record
			write answer-record
			move ws-business-date (5:2) to answer-record
			write answer-record
			move spaces to answer-record
			write answer-record
			move 'q' to answer-record
			write answer-record
	end-evaluate.
	close answer-file.

*> rewrites the whole step-status file from the table
save-step-status.
	open output step-file.
	if ws-step-status is not equal to '00'
		display "step status will not open, status " ws-step-status
	else
		perform save-one-step
			varying t from 1 by 1
			until t is greater than ws-step-count
		close step-file
	end-if.

*> writes step t; s is left alone, it is the step being run
save-one-step.
	move spaces to step-record.
	move t to ss-step.
	move sp-name (t) to ss-name.
	move sp-state (t) to ss-state.
	if sp-state (t) is equal to 'done'
		move 'ended' to ss-state
	end-if.
	move sp-start-date (t) to ss-start-date.
	move sp-start-time (t) to ss-start-time.
	move sp-end-date (t) to ss-end-date.
	move sp-end-time (t) to ss-end-time.
	move sp-rc (t) to ss-rc.
	write step-record.

*> the closing summary of the whole night, this start and any earlier
*> ones together, to the screen and the dated summary file
write-night-summary.
	move spaces to ws-summary-fname.
	string 'nightly-' ws-business-date '.txt'
		delimited by size into ws-summary-fname.
	open output summary-file.
	move ws-business-date to title-date.
	move title-line to summary-record.
	perform write-summary-line.
	move underline-1 to summary-record.
	perform write-summary-line.
	if ws-month-end is equal to 1
		move 'yes' to mel-flag
	else
		move 'no' to mel-flag
	end-if.
	move month-end-line to summary-record.
	perform write-summary-line.
	move step-heads to summary-record.
	perform write-summary-line.
	perform write-one-step-line
		varying s from 1 by 1
		until s is greater than ws-step-count.
	move spaces to summary-record.
	perform write-summary-line.
	move 'steps run this start:' to cl-label.
	move ws-run-now to cl-count.
	move count-line to summary-record.
	perform write-summary-line.
	move 'steps ended on an earlier start:' to cl-label.
	move ws-run-before to cl-count.
	move count-line to summary-record.
	perform write-summary-line.
	move 'steps not due tonight:' to cl-label.
	move ws-not-due to cl-count.
	move count-line to summary-record.
	perform write-summary-line.
	move spaces to ol-outcome.
	evaluate true
		when ws-stream-stopped is equal to 1
			string 'stopped at ' function trim (ws-failed-step)
				', rerun to resume there'
				delimited by size into ol-outcome
		when ws-stream-warning is equal to 1
			move 'complete, with warnings' to ol-outcome
		when other
			move 'complete' to ol-outcome
	end-evaluate.
	move outcome-line to summary-record.
	perform write-summary-line.
	close summary-file.

write-one-step-line.
	move sp-name (s) to sl-name.
	move sp-state (s) to sl-state.
	move sp-start-date (s) to sl-start-date.
	move sp-start-time (s) to sl-start-time.
	move sp-end-date (s) to sl-end-date.
	move sp-end-time (s) to sl-end-time.
	move sp-rc (s) to sl-rc.
	move step-line to summary-record.
	perform write-summary-line.

*> writes one line to the screen and the retained summary file
write-summary-line.
	write stdout-record from summary-record after advancing 1 line.
	write summary-record.
