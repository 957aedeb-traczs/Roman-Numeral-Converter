identification division.
program-id. feedwatch.
*> expected-submission watch: run by the scheduler after the suppliers'
*> cutoff times, it checks the day's arrivals against each supplier's
*> delivery calendar on the supplier master. a supplier due today with
*> no 'F' record in romanrun.history once the cutoff has passed is
*> missing; one whose first file of the day was processed after the
*> cutoff is late; and a supplier whose HDR sequence numbers in the
*> submission control file jump past the number expected next has a
*> gap -- files sent that never reached us. the next expected sequence
*> is carried forward on the supplier master as files arrive. the
*> date checked comes from the command line (today when none is
*> given). alerts go to the same dated operator alert file runwatch
*> writes, and the outcome is posted in return-code for the scheduler:
*> 0 = every feed in, on time and in sequence, 4 = a late feed or a
*> sequence gap, 8 = a feed missing, 12 = the supplier master or the
*> run history could not be read
environment division.
input-output section.
file-control.
    select standard-output assign to display.
    select history-file assign to dynamic ws-hist-fname
		organization is line sequential
		file status is ws-history-status.
    select submission-file assign to dynamic ws-subm-fname
		organization is line sequential
		file status is ws-subm-status.
    select alert-file assign to dynamic ws-alert-fname
		organization is line sequential
		file status is ws-alert-status.
    select supplier-file assign to dynamic ws-supplier-fname
		organization is indexed
		access is dynamic
		record key is supp-id
		file status is ws-supplier-status.

data division.
file section.
fd standard-output.
    01 stdout-record  pic x(80).
fd history-file.
    01 history-record pic x(90).
fd submission-file.
*> the submission control file, same layout the converter appends to
    01 submission-record.
        02 sub-file-id pic x(8).
        02 filler      pic x(1).
        02 sub-seq     pic x(4).
        02 filler      pic x(1).
        02 sub-date    pic x(8).
        02 filler      pic x(1).
        02 sub-status  pic x(1).
        02 filler      pic x(1).
        02 sub-supplier pic x(6).
fd alert-file.
*> the operator alert file runwatch writes, named off the date checked;
*> one line per exception with the supplier and what tripped it
    01 alert-record pic x(100).
fd supplier-file.
*> the supplier master: the delivery calendar is read from it and the
*> next expected sequence number carried forward on it
    01 supplier-record.
        02 supp-id        pic x(6).
        02 supp-name      pic x(30).
        02 supp-contact   pic x(30).
        02 supp-tolerance pic 9(3).
        02 supp-rate-converted  pic 9(2)v9(4).
        02 supp-rate-reject     pic 9(2)v9(4).
        02 supp-rate-correction pic 9(2)v9(4).
        02 supp-rate-duplicate  pic 9(2)v9(4).
        02 supp-send-days pic x(7).
        02 supp-cutoff    pic 9(4).
        02 supp-next-seq  pic 9(4).
        02 supp-verify      pic x(1).
        02 supp-extended    pic x(1).
        02 supp-trailer     pic x(1).
        02 supp-max-records pic 9(8).
working-storage section.
77 eof-switch pic 9 value 1.
77  ws-hist-fname pic x(30).
77  ws-history-status pic xx.
77  ws-subm-fname pic x(30).
77  ws-subm-status pic xx.
77  ws-alert-fname pic x(30).
77  ws-alert-status pic xx.
77  ws-alert-open pic 9 value 0.
77  ws-supplier-fname pic x(30).
77  ws-supplier-status pic xx.
77  ws-return-code pic s9(4) usage is computational value zero.
77  ws-parm-text pic x(100).
*> the date being checked, its weekday (1 = monday) and the time it is
*> being checked at; a past date is checked as of the end of its day
77  ws-check-date pic x(8).
77  ws-check-hhmm pic 9(4) value zero.
77  ws-now-time pic x(6).
77  ws-day-number pic s9(8) usage is computational value zero.
77  ws-window-start pic 9(8) value zero.
77  ws-dow pic s9(4) usage is computational value zero.
77  ws-cutoff pic 9(4) value zero.
77  ws-next-seq pic 9(4) value zero.
77  ws-seq pic 9(4) value zero.
77  ws-seq-changed pic 9 value 0.
77  f pic s9(4) usage is computational.
77  g pic s9(4) usage is computational.
77  ws-hit pic s9(4) usage is computational value zero.
77  ws-found pic 9 value 0.
*> what the check turned up
77  ws-calendared pic s9(4) usage is computational value zero.
77  ws-due-today pic s9(4) usage is computational value zero.
77  ws-missing pic s9(4) usage is computational value zero.
77  ws-late pic s9(4) usage is computational value zero.
77  ws-gaps pic s9(4) usage is computational value zero.
77  ws-not-yet pic s9(4) usage is computational value zero.
77  ws-alerts pic s9(4) usage is computational value zero.
77  ws-num-ed pic z(8)9.
*> the weekday names the alerts are worded with
01  day-name-values.
    02 filler pic x(9) value 'monday'.
    02 filler pic x(9) value 'tuesday'.
    02 filler pic x(9) value 'wednesday'.
    02 filler pic x(9) value 'thursday'.
    02 filler pic x(9) value 'friday'.
    02 filler pic x(9) value 'saturday'.
    02 filler pic x(9) value 'sunday'.
01  day-name-table redefines day-name-values.
    02 day-name pic x(9) occurs 7 times.
*> the run-history file record layout, matching what the converter
*> writes
01  hist-file-rec.
    02 hf-type     pic x(1).
    02 filler      pic x(1).
    02 hf-date     pic x(8).
    02 filler      pic x(1).
    02 hf-time     pic x(6).
    02 filler      pic x(1).
    02 hf-fname    pic x(30).
    02 filler      pic x(1).
    02 hf-read     pic 9(8).
    02 filler      pic x(1).
    02 hf-rejected pic 9(8).
    02 filler      pic x(1).
    02 hf-supplier pic x(6).
    02 filler      pic x(16).
*> the day's arrivals per supplier: how many files and when the first
*> one was processed
01  arrival-table.
    02 arrival-entry occurs 200 times.
        03 ar-supplier   pic x(6).
        03 ar-files      pic s9(4) usage is computational.
        03 ar-first-time pic x(6).
77  ws-arrival-count pic s9(4) usage is computational value zero.
*> the sequence numbers received over the last month, in supplier and
*> sequence order once loaded
01  seq-table.
    02 seq-entry occurs 1000 times.
        03 sq-supplier pic x(6).
        03 sq-seq      pic 9(4).
        03 sq-date     pic x(8).
77  ws-seq-count pic s9(4) usage is computational value zero.
77  ws-seq-overflow pic 9 value 0.
01  seq-hold.
    02 sh-supplier pic x(6).
    02 sh-seq      pic 9(4).
    02 sh-date     pic x(8).

procedure division.
    open output standard-output.
*> the scheduler names the date on the command line; a hand start with
*> none checks today as of now
    accept ws-parm-text from command-line.
    move function current-date(9:6) to ws-now-time.
    if function trim (ws-parm-text) is equal to spaces
        move function current-date(1:8) to ws-check-date
    else
        move ws-parm-text (1:8) to ws-check-date
    end-if.
    if ws-check-date is not numeric
        display "check date " ws-check-date " is not yyyymmdd"
        move 12 to ws-return-code
        close standard-output
        move ws-return-code to return-code
        stop run
    end-if.
    if ws-check-date is equal to function current-date(1:8)
        move ws-now-time (1:4) to ws-check-hhmm
    else
        move 2400 to ws-check-hhmm
    end-if.
*> day one of the calendar (1601-01-01) was a monday
    compute ws-day-number =
        function integer-of-date (function numval (ws-check-date)).
    compute ws-dow = function mod (ws-day-number - 1, 7) + 1.
    compute ws-window-start =
        function date-of-integer (ws-day-number - 31).
    move 'romansupplier.dat' to ws-supplier-fname.
    open i-o supplier-file.
    if ws-supplier-status is not equal to '00'
        display "supplier master unavailable, status "
            ws-supplier-status
        move 12 to ws-return-code
        close standard-output
        move ws-return-code to return-code
        stop run
    end-if.
    move 'romanrun.history' to ws-hist-fname.
    open input history-file.
    if ws-history-status is not equal to '00'
        display "run history not found, status " ws-history-status
        move 12 to ws-return-code
    else
        move 1 to eof-switch
        perform load-one-arrival
            until eof-switch = 0
        close history-file
        perform load-submissions
        perform sort-seq-table
        move low-values to supp-id
        move 1 to eof-switch
        start supplier-file key is not less than supp-id
            invalid key move zero to eof-switch
        end-start
        perform check-one-supplier
            until eof-switch = 0
        if ws-alert-open is equal to 1
            close alert-file
        end-if
        perform show-feed-totals
        evaluate true
            when ws-missing is greater than zero
                move 8 to ws-return-code
            when ws-late is greater than zero
            when ws-gaps is greater than zero
                move 4 to ws-return-code
        end-evaluate
    end-if.
    close supplier-file.
    close standard-output.
    move ws-return-code to return-code.
    stop run.

*> rolls one of the checked day's 'F' records into its supplier's
*> arrivals; the history is append ordered, so the first file seen is
*> the earliest processed
load-one-arrival.
	read history-file
		at end move zero to eof-switch
	end-read.
	if eof-switch is not equal to zero
		and history-record (1:1) is equal to 'F'
		move history-record to hist-file-rec
		if hf-date is equal to ws-check-date
			and hf-supplier is not equal to spaces
			move zero to ws-found
			perform varying g from 1 by 1
				until g is greater than ws-arrival-count
				if ar-supplier (g) is equal to hf-supplier
					move 1 to ws-found
					add 1 to ar-files (g)
					move ws-arrival-count to g
				end-if
			end-perform
			if ws-found is equal to zero
				and ws-arrival-count is less than 200
				add 1 to ws-arrival-count
				move hf-supplier to ar-supplier (ws-arrival-count)
				move 1 to ar-files (ws-arrival-count)
				move hf-time to ar-first-time (ws-arrival-count)
			end-if
		end-if
	end-if.

*> gathers the submissions processed over the month up to the date
*> checked; a refused re-send ('R') is not a delivery in sequence, and
*> no control file yet just means nothing has been recorded
load-submissions.
	move 'romansubmission.dat' to ws-subm-fname.
	open input submission-file.
	if ws-subm-status is equal to '00'
		move 1 to eof-switch
		perform load-one-submission
			until eof-switch = 0
		close submission-file
	end-if.
	if ws-seq-overflow is equal to 1
		display "more than 1000 submissions in the month, the rest"
			" are not sequence checked"
	end-if.

load-one-submission.
	read submission-file
		at end move zero to eof-switch
	end-read.
	if eof-switch is not equal to zero
		if sub-status is not equal to 'R'
			and sub-supplier is not equal to spaces
			and sub-seq is numeric
			and sub-date is not greater than ws-check-date
			and sub-date is greater than ws-window-start
			if ws-seq-count is less than 1000
				add 1 to ws-seq-count
				move sub-supplier to sq-supplier (ws-seq-count)
				move sub-seq to sq-seq (ws-seq-count)
				move sub-date to sq-date (ws-seq-count)
			else
				move 1 to ws-seq-overflow
			end-if
		end-if
	end-if.

*> puts the sequence numbers in supplier and sequence order, the same
*> exchange sort the converter's frequency table uses
sort-seq-table.
	perform varying f from 1 by 1
		until f is not less than ws-seq-count
		perform varying g from f by 1
			until g is greater than ws-seq-count
			if sq-supplier (g) is less than sq-supplier (f)
				or (sq-supplier (g) is equal to sq-supplier (f)
					and sq-seq (g) is less than sq-seq (f))
				move seq-entry (f) to seq-hold
				move seq-entry (g) to seq-entry (f)
				move seq-hold to seq-entry (g)
			end-if
		end-perform
	end-perform.

*> checks one supplier: its arrivals against its calendar, then its
*> sequence numbers against the one expected next
check-one-supplier.
	read supplier-file next record
		at end move zero to eof-switch
	end-read.
	if eof-switch is not equal to zero
		if supp-send-days is not equal to spaces
			add 1 to ws-calendared
			if supp-send-days (ws-dow:1) is equal to 'y'
				add 1 to ws-due-today
				perform check-arrival
			end-if
		end-if
		perform check-sequence
	end-if.

*> a supplier due today: nothing in by the cutoff is missing, a first
*> file processed after the cutoff is late. a cutoff of zero means the
*> file may come any time in the day
check-arrival.
	move supp-cutoff to ws-cutoff.
	if ws-cutoff is equal to zero
		move 2400 to ws-cutoff
	end-if.
	move zero to ws-found.
	perform varying g from 1 by 1
		until g is greater than ws-arrival-count
		if ar-supplier (g) is equal to supp-id
			move 1 to ws-found
			move g to ws-hit
			move ws-arrival-count to g
		end-if
	end-perform.
	evaluate true
		when ws-found is equal to zero
			and ws-check-hhmm is not less than ws-cutoff
			add 1 to ws-missing
			perform raise-missing-alert
		when ws-found is equal to zero
			add 1 to ws-not-yet
		when ar-first-time (ws-hit) (1:4) is greater than ws-cutoff
			add 1 to ws-late
			perform raise-late-alert
	end-evaluate.

*> walks the supplier's sequence numbers in order against the number
*> expected next: one past it means the files in between never came.
*> a number already behind the expected one was counted on an earlier
*> check. with no number expected yet, the first one seen sets it
check-sequence.
	move supp-next-seq to ws-next-seq.
	move zero to ws-seq-changed.
	perform varying f from 1 by 1
		until f is greater than ws-seq-count
		if sq-supplier (f) is equal to supp-id
			move sq-seq (f) to ws-seq
			evaluate true
				when ws-next-seq is equal to zero
					perform advance-next-seq
				when ws-seq is equal to ws-next-seq
					perform advance-next-seq
				when ws-seq is greater than ws-next-seq
					add 1 to ws-gaps
					perform raise-gap-alert
					perform advance-next-seq
			end-evaluate
		end-if
	end-perform.
	if ws-seq-changed is equal to 1
		move ws-next-seq to supp-next-seq
		rewrite supplier-record
		if ws-supplier-status is not equal to '00'
			display "supplier " supp-id " next sequence not saved,"
				" status " ws-supplier-status
		end-if
	end-if.

*> the number after the one in hand is expected next; 9999 wraps to 1
advance-next-seq.
	if ws-seq is equal to 9999
		move 1 to ws-next-seq
	else
		compute ws-next-seq = ws-seq + 1
	end-if.
	move 1 to ws-seq-changed.

raise-missing-alert.
	move spaces to alert-record.
	string ws-check-date ' ' ws-now-time ' supplier ' supp-id ' '
		function trim (supp-name) ' missing: due '
		function trim (day-name (ws-dow)) ' by ' supp-cutoff
		', nothing received'
		delimited by size into alert-record.
	perform write-alert-line.

raise-late-alert.
	move spaces to alert-record.
	string ws-check-date ' ' ws-now-time ' supplier ' supp-id ' '
		function trim (supp-name) ' late: due by ' supp-cutoff
		', first file processed at ' ar-first-time (ws-hit) (1:4)
		delimited by size into alert-record.
	perform write-alert-line.

raise-gap-alert.
	move spaces to alert-record.
	string ws-check-date ' ' ws-now-time ' supplier ' supp-id ' '
		function trim (supp-name) ' sequence gap: expected '
		ws-next-seq ', received ' ws-seq ' on ' sq-date (f)
		delimited by size into alert-record.
	perform write-alert-line.

*> writes one alert to the screen and the dated alert file, opening
*> the file on the first alert so a clean check leaves no file behind
write-alert-line.
	if ws-alert-open is equal to zero
		move spaces to ws-alert-fname
		string 'romanalert-' ws-check-date '.txt'
			delimited by size into ws-alert-fname
		open extend alert-file
		if ws-alert-status is not equal to '00'
			open output alert-file
		end-if
		move 1 to ws-alert-open
	end-if.
	write stdout-record from alert-record after advancing 1 line.
	write alert-record.
	add 1 to ws-alerts.

show-feed-totals.
	display "feeds checked for " ws-check-date " ("
		function trim (day-name (ws-dow)) ")".
	move ws-calendared to ws-num-ed.
	display "suppliers with a calendar: " ws-num-ed.
	move ws-due-today to ws-num-ed.
	display "due today:                 " ws-num-ed.
	move ws-not-yet to ws-num-ed.
	display "not yet past cutoff:       " ws-num-ed.
	move ws-missing to ws-num-ed.
	display "missing:                   " ws-num-ed.
	move ws-late to ws-num-ed.
	display "late:                      " ws-num-ed.
	move ws-gaps to ws-num-ed.
	display "sequence gaps:             " ws-num-ed.
	if ws-alerts is greater than zero
		display "alerts written to " function trim (ws-alert-fname)
	end-if.
