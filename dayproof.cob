identification division.
program-id. dayproof.
*> daily proof: run after collate, it ties together the control totals
*> every part of the system keeps for one business day and prints them
*> side by side on a balancing sheet. each run's summary blocks in the
*> collated romanreport file are proved against its 'R' record in
*> romanrun.history, the 'R' record against the run's 'F' records, and
*> the run's valid count against the master-count growth the converter
*> journaled for it in romanmaster.jnl. the master itself is proved
*> from the closing figures the last proof kept in romanproof.dat,
*> moved on by every journal line since, and its records first seen
*> that day against the adds journaled that day. each file's .reject
*> and .disc line counts are proved against what the run left there,
*> less what rework and discreview have settled since, and any spool
*> collate has not yet merged is listed. every difference is flagged
*> with the run number or file it traces to. the business date comes
*> from the command line or is prompted for (enter alone for today);
*> the sheet goes to the screen and to dayproof-YYYYMMDD.txt, and the
*> outcome is posted in return-code: 0 = the day balances, 4 = it
*> balances as far as it could be proved but a source was missing,
*> 8 = the day does not balance
environment division.
input-output section.
file-control.
    select standard-output assign to display.
    select report-file assign to dynamic ws-report-fname
		organization is line sequential
		file status is ws-report-status.
    select history-file assign to dynamic ws-hist-fname
		organization is line sequential
		file status is ws-history-status.
    select journal-file assign to dynamic ws-jnl-fname
		organization is line sequential
		file status is ws-jnl-status.
    select master-file assign to dynamic ws-master-fname
		organization is indexed
		access is dynamic
		record key is master-value
		alternate record key is master-roman
		file status is ws-master-status.
    select decision-file assign to dynamic ws-decision-fname
		organization is line sequential
		file status is ws-decision-status.
    select proof-file assign to dynamic ws-proof-fname
		organization is line sequential
		file status is ws-proof-status.
    select runnum-file assign to dynamic ws-runnum-fname
		organization is line sequential
		file status is ws-runnum-status.
    select spool-file assign to dynamic ws-spool-fname
		organization is line sequential
		file status is ws-spool-status.
    select reject-file assign to dynamic ws-reject-fname
		organization is line sequential
		file status is ws-reject-status.
    select disc-file assign to dynamic ws-disc-fname
		organization is line sequential
		file status is ws-disc-status.
    select letter-file assign to dynamic ws-letter-fname
		organization is line sequential
		file status is ws-letter-status.
    select sheet-file assign to dynamic ws-sheet-fname
		organization is line sequential
		file status is ws-sheet-status.

data division.
file section.
fd standard-output.
    01 stdout-record  pic x(80).
fd report-file.
*> the day's collated report, either layout
    01 report-record  pic x(80).
fd history-file.
    01 history-record pic x(90).
fd journal-file.
*> the master journal, same layout the converter and the master
*> programs append to; before and after images are master records
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
        02 filler        pic x(1).
        02 jnl-after     pic x(56).
fd master-file.
    01 master-record.
        02 master-value pic 9(6).
        02 master-roman pic x(26).
        02 master-count pic 9(8).
        02 master-first-seen pic x(8).
        02 master-last-seen  pic x(8).
fd decision-file.
*> the record layout rework writes, one per ruling
    01 decision-record.
        02 dc-date       pic x(8).
        02 filler        pic x(1).
        02 dc-time       pic x(6).
        02 filler        pic x(1).
        02 dc-operator   pic x(8).
        02 filler        pic x(1).
        02 dc-fname      pic x(30).
        02 filler        pic x(1).
        02 dc-numeral    pic x(26).
        02 filler        pic x(1).
        02 dc-reason     pic x(1).
        02 filler        pic x(1).
        02 dc-action     pic x(8).
        02 filler        pic x(1).
        02 dc-correction pic x(26).
        02 filler        pic x(1).
        02 dc-supplier   pic x(6).
fd proof-file.
*> one line per day proved: the master's record count and count total
*> as the proof found them, which the next day's proof opens from
    01 proof-record.
        02 pf-date    pic x(8).
        02 filler     pic x(1).
        02 pf-records pic 9(8).
        02 filler     pic x(1).
        02 pf-count   pic 9(12).
fd runnum-file.
    01 runnum-record.
        02 run-number pic 9(4).
fd spool-file.
    01 spool-record pic x(80).
fd reject-file.
    01 reject-record pic x(39).
fd disc-file.
    01 disc-record pic x(59).
fd letter-file.
*> discreview's resolution letter: the review date sits on the fourth
*> line and the still-open count on the summary's last line
    01 letter-record pic x(80).
fd sheet-file.
    01 sheet-record pic x(100).
working-storage section.
77 eof-switch pic 9 value 1.
77  ws-report-fname pic x(30).
77  ws-report-status pic xx.
77  ws-hist-fname pic x(30).
77  ws-history-status pic xx.
77  ws-jnl-fname pic x(30).
77  ws-jnl-status pic xx.
77  ws-master-fname pic x(30).
77  ws-master-status pic xx.
77  ws-decision-fname pic x(30).
77  ws-decision-status pic xx.
77  ws-proof-fname pic x(30).
77  ws-proof-status pic xx.
77  ws-runnum-fname pic x(30).
77  ws-runnum-status pic xx.
77  ws-spool-fname pic x(30).
77  ws-spool-status pic xx.
77  ws-reject-fname pic x(30).
77  ws-reject-status pic xx.
77  ws-disc-fname pic x(30).
77  ws-disc-status pic xx.
77  ws-letter-fname pic x(39).
77  ws-letter-status pic xx.
77  ws-sheet-fname pic x(30).
77  ws-sheet-status pic xx.
77  ws-return-code pic s9(4) usage is computational value zero.
77  ws-parm-text pic x(100).
77  ws-proof-date pic x(8).
*> which sources could be read
77  ws-report-found pic 9 value 0.
77  ws-history-found pic 9 value 0.
77  ws-journal-found pic 9 value 0.
77  ws-master-found pic 9 value 0.
77  ws-decision-found pic 9 value 0.
77  ws-opening-found pic 9 value 0.
*> the master has been changed after the day proved, so what is on
*> file now is not the day's closing position
77  ws-master-moved pic 9 value 0.
*> what the proof turned up
77  ws-differences pic s9(4) usage is computational value zero.
77  ws-missing pic s9(4) usage is computational value zero.
*> summary block scanning: which kind of block the report is in
*> (c = the converter's end of job summary, w = rework's summary,
*> space = neither) and which run slot the converter block feeds
77  ws-block-kind pic x(1) value space.
77  ws-block-slot pic s9(4) usage is computational value zero.
77  ws-label pic x(40).
77  ws-value-text pic x(40).
77  ws-num-text pic x(40).
77  ws-num-ok pic 9 value 0.
77  ws-number pic s9(12) usage is computational value zero.
77  trailing-spaces pic s9(4) usage is computational value zero.
77  ws-num-len pic s9(4) usage is computational value zero.
77  ws-cur-run pic 9(4) value zero.
77  ws-cur-fname pic x(30).
77  ws-found pic 9 value 0.
77  ws-rx pic s9(4) usage is computational value zero.
77  ws-fx pic s9(4) usage is computational value zero.
77  f pic s9(4) usage is computational.
77  g pic s9(4) usage is computational.
77  ws-run-count pic s9(4) usage is computational value zero.
77  ws-file-count pic s9(4) usage is computational value zero.
*> the day's totals across every run
77  ws-day-rep-read pic s9(8) usage is computational value zero.
77  ws-day-rep-valid pic s9(8) usage is computational value zero.
77  ws-day-rep-rejected pic s9(8) usage is computational value zero.
77  ws-day-rep-eq pic s9(10) usage is computational value zero.
77  ws-day-r-read pic s9(8) usage is computational value zero.
77  ws-day-r-valid pic s9(8) usage is computational value zero.
77  ws-day-r-rejected pic s9(8) usage is computational value zero.
77  ws-day-r-eq pic s9(10) usage is computational value zero.
77  ws-day-f-read pic s9(8) usage is computational value zero.
77  ws-day-f-rejected pic s9(8) usage is computational value zero.
77  ws-day-jnl-valid pic s9(8) usage is computational value zero.
77  ws-runs-found pic s9(4) usage is computational value zero.
*> rework's corrections and drops, as the report's rework summaries
*> state them and as the decisions trail records them
77  ws-rep-fixed pic s9(8) usage is computational value zero.
77  ws-rep-dropped pic s9(8) usage is computational value zero.
77  ws-dec-fixed pic s9(8) usage is computational value zero.
77  ws-dec-dropped pic s9(8) usage is computational value zero.
*> the master's position: opening from the last proof, the journal's
*> changes since, and what is on file now
77  ws-open-date pic x(8) value spaces.
77  ws-open-records pic s9(8) usage is computational value zero.
77  ws-open-count pic s9(12) usage is computational value zero.
77  ws-jnl-records pic s9(8) usage is computational value zero.
77  ws-jnl-count pic s9(12) usage is computational value zero.
77  ws-jnl-new pic s9(8) usage is computational value zero.
77  ws-mst-records pic s9(8) usage is computational value zero.
77  ws-mst-count pic s9(12) usage is computational value zero.
77  ws-mst-new pic s9(8) usage is computational value zero.
77  ws-before-count pic s9(8) usage is computational value zero.
77  ws-after-count pic s9(8) usage is computational value zero.
*> the reject, discrepancy and spool line counts in hand
77  ws-lines pic s9(8) usage is computational value zero.
77  ws-expected pic s9(8) usage is computational value zero.
77  ws-settled pic s9(8) usage is computational value zero.
77  ws-still-open pic s9(8) usage is computational value zero.
77  ws-letter-date pic x(8).
77  ws-letter-lines pic s9(4) usage is computational value zero.
77  ws-max-run pic 9(4) value zero.
77  ws-run pic 9(4) value zero.
77  ws-spools-open pic s9(4) usage is computational value zero.
*> a difference found: what it traces to, what differs, both figures
77  ws-diff-tag pic x(30).
77  ws-diff-what pic x(40).
77  ws-fig-a pic s9(12) usage is computational value zero.
77  ws-fig-b pic s9(12) usage is computational value zero.
77  ws-fig-a-ed pic z(11)9.
77  ws-fig-b-ed pic z(11)9.
01  input-area.
    02 in-r   pic x(30).
    02 filler pic x(79).
*> one slot per run seen in any source for the day, with that run's
*> figures from each of them
01  run-table.
    02 run-entry occurs 200 times.
        03 rt-run         pic 9(4).
        03 rt-blocks      pic s9(4) usage is computational.
        03 rt-rep-read    pic s9(8) usage is computational.
        03 rt-rep-valid   pic s9(8) usage is computational.
        03 rt-rep-rejected pic s9(8) usage is computational.
        03 rt-rep-mismatch pic s9(8) usage is computational.
        03 rt-rep-eq      pic s9(10) usage is computational.
        03 rt-r-count     pic s9(4) usage is computational.
        03 rt-r-files     pic s9(4) usage is computational.
        03 rt-r-read      pic s9(8) usage is computational.
        03 rt-r-valid     pic s9(8) usage is computational.
        03 rt-r-rejected  pic s9(8) usage is computational.
        03 rt-r-eq        pic s9(10) usage is computational.
        03 rt-f-count     pic s9(4) usage is computational.
        03 rt-f-read      pic s9(8) usage is computational.
        03 rt-f-rejected  pic s9(8) usage is computational.
        03 rt-f-mismatch  pic s9(8) usage is computational.
        03 rt-jnl-count   pic s9(8) usage is computational.
01  run-hold pic x(72).
*> one slot per input file the day's runs processed; a file run twice
*> keeps its last run, which is what its reject and discrepancy files
*> now hold
01  file-table.
    02 file-entry occurs 200 times.
        03 ft-fname       pic x(30).
        03 ft-reject-name pic x(30).
        03 ft-run         pic 9(4).
        03 ft-date        pic x(8).
        03 ft-time        pic x(6).
        03 ft-rejected    pic s9(8) usage is computational.
        03 ft-mismatch    pic s9(8) usage is computational.
        03 ft-reworked    pic s9(8) usage is computational.
        03 ft-later       pic 9.
*> the run-history record layouts, matching what the converter writes
01  hist-run-rec.
    02 hr-type     pic x(1).
    02 filler      pic x(1).
    02 hr-date     pic x(8).
    02 filler      pic x(1).
    02 hr-time     pic x(6).
    02 filler      pic x(1).
    02 hr-files    pic 9(4).
    02 filler      pic x(1).
    02 hr-read     pic 9(8).
    02 filler      pic x(1).
    02 hr-valid    pic 9(8).
    02 filler      pic x(1).
    02 hr-rejected pic 9(8).
    02 filler      pic x(1).
    02 hr-eq       pic 9(10).
    02 filler      pic x(1).
    02 hr-format   pic x(1).
    02 filler      pic x(1).
    02 hr-outcome  pic x(8).
    02 filler      pic x(1).
    02 hr-operator pic x(8).
    02 filler      pic x(1).
    02 hr-run      pic x(4).
    02 filler      pic x(4).
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
    02 filler      pic x(1).
    02 hf-run      pic x(4).
    02 filler      pic x(1).
    02 hf-mismatch pic 9(8).
    02 filler      pic x(3).
01  title-line.
    02 filler pic x(11) value spaces.
    02 filler pic x(16) value 'daily proof for '.
    02 title-date pic x(8).
01  underline-1.
    02 filler pic x(45) value
       ' --------------------------------------------'.
01  run-heads.
    02 filler pic x(66) value
       'run   source                 read     valid  rejected  dec. equiv.'.
*> a source that does not carry a figure leaves its column blank
01  figure-line.
    02 fl-run pic x(4).
    02 filler pic x(2) value spaces.
    02 fl-source pic x(18).
    02 fl-read pic z(8)9.
    02 fl-read-x redefines fl-read pic x(9).
    02 filler pic x(1) value space.
    02 fl-valid pic z(8)9.
    02 fl-valid-x redefines fl-valid pic x(9).
    02 filler pic x(1) value space.
    02 fl-rejected pic z(8)9.
    02 fl-rejected-x redefines fl-rejected pic x(9).
    02 filler pic x(1) value space.
    02 fl-eq pic z(11)9.
    02 fl-eq-x redefines fl-eq pic x(12).
01  file-heads.
    02 filler pic x(75) value
       'file                           run     at run   settled  expected   on file'.
01  file-line.
    02 fi-fname pic x(30).
    02 filler pic x(1) value space.
    02 fi-run pic x(4).
    02 filler pic x(1) value space.
    02 fi-at-run pic z(8)9.
    02 filler pic x(1) value space.
    02 fi-settled pic z(8)9.
    02 filler pic x(1) value space.
    02 fi-expected pic z(8)9.
    02 filler pic x(1) value space.
    02 fi-on-file pic z(8)9.
01  master-line.
    02 ml-label pic x(50).
    02 ml-figure pic z(11)9.
01  section-title.
    02 filler pic x(1) value space.
    02 st-text pic x(50).

procedure division.
    open output standard-output.
*> the driver and the scheduler name the date; a hand start with none
*> is asked, and enter alone proves today
    accept ws-parm-text from command-line.
    if function trim (ws-parm-text) is equal to spaces
        display "enter business date (yyyymmdd), or press enter for today"
        accept input-area
        move in-r to ws-parm-text
    end-if.
    if function trim (ws-parm-text) is equal to spaces
        move function current-date(1:8) to ws-proof-date
    else
        move function trim (ws-parm-text) to ws-proof-date
    end-if.
    if ws-proof-date is not numeric
        display "business date " ws-proof-date " is not yyyymmdd"
        move 8 to ws-return-code
        close standard-output
        move ws-return-code to return-code
        stop run
    end-if.
    move spaces to ws-sheet-fname.
    string 'dayproof-' ws-proof-date '.txt'
        delimited by size into ws-sheet-fname.
    open output sheet-file.
    move ws-proof-date to title-date.
    move title-line to sheet-record.
    perform write-sheet-line.
    move underline-1 to sheet-record.
    perform write-sheet-line.
*> gather every source first, then lay the sheet out
    perform load-report.
    perform load-history.
    perform load-decisions.
    perform load-opening.
    perform load-journal.
    perform walk-master.
    perform sort-run-table.
    perform write-run-section.
    perform write-day-section.
    perform write-master-section.
    perform write-file-section.
    perform write-spool-section.
    perform write-conclusion.
    close sheet-file.
    evaluate true
        when ws-differences is greater than zero
            move 8 to ws-return-code
        when ws-missing is greater than zero
            move 4 to ws-return-code
    end-evaluate.
    close standard-output.
    move ws-return-code to return-code.
    stop run.

*> picks the summary blocks out of the day's collated report. the
*> converter's block names its run on the line after its title; a
*> block written before it did is put down to run 0000
load-report.
	move spaces to ws-report-fname.
	string 'romanreport-' ws-proof-date '.txt'
		delimited by size into ws-report-fname.
	open input report-file.
	if ws-report-status is equal to '00'
		move 1 to ws-report-found
		move space to ws-block-kind
		move 1 to eof-switch
		perform scan-report-line
			until eof-switch = 0
		close report-file
	end-if.

scan-report-line.
	read report-file
		at end move zero to eof-switch
	end-read.
	if eof-switch is not equal to zero
		evaluate true
			when function trim (report-record) is equal to
				'end of job summary'
				move 'c' to ws-block-kind
				move zero to ws-block-slot
			when function trim (report-record) is equal to
				'reject rework summary'
				move 'w' to ws-block-kind
			when ws-block-kind is not equal to space
				perform take-summary-line
		end-evaluate
	end-if.

*> one line inside a summary block: a label, then a colon (fixed) or
*> a comma (csv), then a figure. anything else ends the block
take-summary-line.
	move spaces to ws-label.
	move spaces to ws-value-text.
	unstring report-record delimited by ':' or ','
		into ws-label ws-value-text
	end-unstring.
	move ws-value-text to ws-num-text.
	perform take-number.
	if ws-num-ok is equal to zero
		move space to ws-block-kind
	else
		if ws-block-kind is equal to 'c'
			perform take-converter-line
		else
			perform take-rework-line
		end-if
	end-if.

take-converter-line.
	evaluate function trim (ws-label)
		when 'run number'
			move ws-number to ws-cur-run
			perform find-run-slot
			move ws-rx to ws-block-slot
			perform count-block
		when 'records read'
			perform settle-block-run
			add ws-number to rt-rep-read (ws-block-slot)
		when 'records valid'
			perform settle-block-run
			add ws-number to rt-rep-valid (ws-block-slot)
		when 'records rejected'
			perform settle-block-run
			add ws-number to rt-rep-rejected (ws-block-slot)
		when 'records mismatched'
			perform settle-block-run
			add ws-number to rt-rep-mismatch (ws-block-slot)
		when 'sum of dec. equiv.'
			perform settle-block-run
			add ws-number to rt-rep-eq (ws-block-slot)
		when other
			move space to ws-block-kind
	end-evaluate.

*> a block with no run number line feeds run 0000
settle-block-run.
	if ws-block-slot is equal to zero
		move zero to ws-cur-run
		perform find-run-slot
		move ws-rx to ws-block-slot
		perform count-block
	end-if.

*> once the run table is full, a further run's blocks are counted in
*> the spare last slot, which is never listed
count-block.
	if ws-block-slot is equal to zero
		move 200 to ws-block-slot
	end-if.
	add 1 to rt-blocks (ws-block-slot).

take-rework-line.
	evaluate function trim (ws-label)
		when 'rejects corrected'
			add ws-number to ws-rep-fixed
		when 'rejects dropped'
			add ws-number to ws-rep-dropped
		when 'rejects reviewed'
		when 'rejects remaining'
		when 'sum of dec. equiv.'
			continue
		when other
			move space to ws-block-kind
	end-evaluate.

*> ws-num-text holds a figure if, trimmed, it is all digits
take-number.
	move zero to ws-num-ok.
	move zero to ws-number.
	move function trim (ws-num-text) to ws-num-text.
	move zero to trailing-spaces.
	inspect function reverse (ws-num-text)
		tallying trailing-spaces for leading space.
	compute ws-num-len = length of ws-num-text - trailing-spaces.
	if ws-num-len is greater than zero
		and ws-num-len is less than 13
		and ws-num-text (1:ws-num-len) is numeric
		move 1 to ws-num-ok
		compute ws-number = function numval (ws-num-text)
	end-if.

*> finds ws-cur-run in the run table, opening a slot for it the first
*> time it is seen; ws-rx is zero when the table is full
find-run-slot.
	move zero to ws-found.
	move zero to ws-rx.
	perform varying f from 1 by 1 until f is greater than ws-run-count
		if rt-run (f) is equal to ws-cur-run
			move 1 to ws-found
			move f to ws-rx
			move ws-run-count to f
		end-if
	end-perform.
	if ws-found is equal to zero
		if ws-run-count is less than 199
			add 1 to ws-run-count
			move ws-run-count to ws-rx
			move ws-cur-run to rt-run (ws-rx)
			move zero to rt-blocks (ws-rx)
			move zero to rt-rep-read (ws-rx)
			move zero to rt-rep-valid (ws-rx)
			move zero to rt-rep-rejected (ws-rx)
			move zero to rt-rep-mismatch (ws-rx)
			move zero to rt-rep-eq (ws-rx)
			move zero to rt-r-count (ws-rx)
			move zero to rt-r-files (ws-rx)
			move zero to rt-r-read (ws-rx)
			move zero to rt-r-valid (ws-rx)
			move zero to rt-r-rejected (ws-rx)
			move zero to rt-r-eq (ws-rx)
			move zero to rt-f-count (ws-rx)
			move zero to rt-f-read (ws-rx)
			move zero to rt-f-rejected (ws-rx)
			move zero to rt-f-mismatch (ws-rx)
			move zero to rt-jnl-count (ws-rx)
		else
			display " run table full, run " ws-cur-run
				" not proved"
		end-if
	end-if.

*> the day's 'R' and 'F' records; an 'F' record for a file after the
*> day proved means its reject and discrepancy files have moved on
load-history.
	move 'romanrun.history' to ws-hist-fname.
	open input history-file.
	if ws-history-status is equal to '00'
		move 1 to ws-history-found
		move 1 to eof-switch
		perform take-history-record
			until eof-switch = 0
		close history-file
	else
		add 1 to ws-missing
	end-if.

take-history-record.
	read history-file
		at end move zero to eof-switch
	end-read.
	if eof-switch is not equal to zero
		evaluate history-record (1:1)
			when 'R'
				move history-record to hist-run-rec
				if hr-date is equal to ws-proof-date
					perform take-run-record
				end-if
			when 'F'
				move history-record to hist-file-rec
				evaluate true
					when hf-date is equal to ws-proof-date
						perform take-file-record
					when hf-date is greater than ws-proof-date
						perform mark-file-later
				end-evaluate
		end-evaluate
	end-if.

*> a record written before the run number was carried is run 0000
take-run-record.
	add 1 to ws-runs-found.
	if hr-run is numeric
		move hr-run to ws-cur-run
	else
		move zero to ws-cur-run
	end-if.
	perform find-run-slot.
	if ws-rx is greater than zero
		add 1 to rt-r-count (ws-rx)
		add hr-files to rt-r-files (ws-rx)
		add hr-read to rt-r-read (ws-rx)
		add hr-valid to rt-r-valid (ws-rx)
		add hr-rejected to rt-r-rejected (ws-rx)
		add hr-eq to rt-r-eq (ws-rx)
	end-if.

take-file-record.
	if hf-run is numeric
		move hf-run to ws-cur-run
	else
		move zero to ws-cur-run
	end-if.
	if hf-mismatch is not numeric
		move zeros to hf-mismatch
	end-if.
	perform find-run-slot.
	if ws-rx is greater than zero
		add 1 to rt-f-count (ws-rx)
		add hf-read to rt-f-read (ws-rx)
		add hf-rejected to rt-f-rejected (ws-rx)
		add hf-mismatch to rt-f-mismatch (ws-rx)
	end-if.
	move hf-fname to ws-cur-fname.
	perform find-file-slot.
	if ws-fx is equal to zero
		if ws-file-count is less than 200
			add 1 to ws-file-count
			move ws-file-count to ws-fx
			move hf-fname to ft-fname (ws-fx)
			move spaces to ft-reject-name (ws-fx)
			string function trim (hf-fname) '.reject'
				delimited by size into ft-reject-name (ws-fx)
		else
			display " file table full, "
				function trim (hf-fname) " not proved"
		end-if
	end-if.
	if ws-fx is greater than zero
		move ws-cur-run to ft-run (ws-fx)
		move hf-date to ft-date (ws-fx)
		move hf-time to ft-time (ws-fx)
		move hf-rejected to ft-rejected (ws-fx)
		move hf-mismatch to ft-mismatch (ws-fx)
		move zero to ft-reworked (ws-fx)
		move zero to ft-later (ws-fx)
	end-if.

mark-file-later.
	move hf-fname to ws-cur-fname.
	perform find-file-slot.
	if ws-fx is greater than zero
		move 1 to ft-later (ws-fx)
	end-if.

*> finds ws-cur-fname in the file table; ws-fx is zero when it is not
*> there
find-file-slot.
	move zero to ws-fx.
	perform varying g from 1 by 1 until g is greater than ws-file-count
		if ft-fname (g) is equal to ws-cur-fname
			move g to ws-fx
			move ws-file-count to g
		end-if
	end-perform.

*> rework's rulings: the day's corrections and drops, and every one
*> made on a file's rejects since the run that left them
load-decisions.
	move 'romandecision.log' to ws-decision-fname.
	open input decision-file.
	if ws-decision-status is equal to '00'
		move 1 to ws-decision-found
		move 1 to eof-switch
		perform take-decision
			until eof-switch = 0
		close decision-file
	end-if.

take-decision.
	read decision-file
		at end move zero to eof-switch
	end-read.
	if eof-switch is not equal to zero
		and (dc-action is equal to 'fixed'
			or dc-action is equal to 'dropped')
		if dc-date is equal to ws-proof-date
			if dc-action is equal to 'fixed'
				add 1 to ws-dec-fixed
			else
				add 1 to ws-dec-dropped
			end-if
		end-if
		perform varying g from 1 by 1
			until g is greater than ws-file-count
			if ft-reject-name (g) is equal to dc-fname
				and (dc-date is greater than ft-date (g)
					or (dc-date is equal to ft-date (g)
						and dc-time is not less than ft-time (g)))
				add 1 to ft-reworked (g)
			end-if
		end-perform
	end-if.

*> the closing figures the last proof before this day kept; the file
*> is in the order the proofs ran, so the last one found stands
load-opening.
	move 'romanproof.dat' to ws-proof-fname.
	open input proof-file.
	if ws-proof-status is equal to '00'
		move 1 to eof-switch
		perform take-proof-line
			until eof-switch = 0
		close proof-file
	end-if.

take-proof-line.
	read proof-file
		at end move zero to eof-switch
	end-read.
	if eof-switch is not equal to zero
		and pf-date is less than ws-proof-date
		and pf-records is numeric
		and pf-count is numeric
		move 1 to ws-opening-found
		move pf-date to ws-open-date
		move pf-records to ws-open-records
		move pf-count to ws-open-count
	end-if.

*> every master change journaled: the converter's adds and updates
*> for the day per run, the records and count moved since the opening
*> figures, and the adds of records first seen on the day
load-journal.
	move 'romanmaster.jnl' to ws-jnl-fname.
	open input journal-file.
	if ws-jnl-status is equal to '00'
		move 1 to ws-journal-found
		move 1 to eof-switch
		perform take-journal-entry
			until eof-switch = 0
		close journal-file
	else
		add 1 to ws-missing
	end-if.

take-journal-entry.
	read journal-file
		at end move zero to eof-switch
	end-read.
	if eof-switch is not equal to zero
		and (jnl-action is equal to 'A' or 'U' or 'R' or 'D')
		if jnl-date is greater than ws-proof-date
			move 1 to ws-master-moved
		end-if
		if jnl-date is equal to ws-proof-date
			and jnl-program is equal to 'romannumerals'
			and (jnl-action is equal to 'A' or 'U')
			move jnl-run to ws-cur-run
			perform find-run-slot
			if ws-rx is greater than zero
				add 1 to rt-jnl-count (ws-rx)
			end-if
			add 1 to ws-day-jnl-valid
		end-if
		if jnl-date is equal to ws-proof-date
			perform take-first-seen
		end-if
		if ws-opening-found is equal to 1
			and jnl-date is greater than ws-open-date
			and jnl-date is not greater than ws-proof-date
			perform take-journal-change
		end-if
	end-if.

*> a record added on the day is first seen that day unless an older
*> record is being put back; a record first seen that day and deleted
*> again the same day is no longer on the master
take-first-seen.
	evaluate true
		when jnl-action is equal to 'A'
			and jnl-after (41:8) is equal to ws-proof-date
			add 1 to ws-jnl-new
		when jnl-action is equal to 'D'
			and jnl-before (41:8) is equal to ws-proof-date
			subtract 1 from ws-jnl-new
	end-evaluate.

*> moves the opening position on by one journaled change: an add
*> brings a record and its count, a delete takes them away, and an
*> update or repair moves the count from the before image to the after
take-journal-change.
	move zero to ws-before-count.
	move zero to ws-after-count.
	if jnl-before (33:8) is numeric
		move jnl-before (33:8) to ws-before-count
	end-if.
	if jnl-after (33:8) is numeric
		move jnl-after (33:8) to ws-after-count
	end-if.
	evaluate jnl-action
		when 'A'
			add 1 to ws-jnl-records
			add ws-after-count to ws-jnl-count
		when 'D'
			subtract 1 from ws-jnl-records
			subtract ws-before-count from ws-jnl-count
		when other
			add ws-after-count to ws-jnl-count
			subtract ws-before-count from ws-jnl-count
	end-evaluate.

*> counts the master as it stands: records, their count total, and
*> those first seen on the day
walk-master.
	move 'romanmaster.dat' to ws-master-fname.
	open input master-file.
	if ws-master-status is equal to '00'
		move 1 to ws-master-found
		move zero to master-value
		move 1 to eof-switch
		start master-file key is not less than master-value
			invalid key move zero to eof-switch
		end-start
		perform take-master-record
			until eof-switch = 0
		close master-file
	else
		add 1 to ws-missing
	end-if.

take-master-record.
	read master-file next record
		at end move zero to eof-switch
	end-read.
	if eof-switch is not equal to zero
		add 1 to ws-mst-records
		add master-count to ws-mst-count
		if master-first-seen is equal to ws-proof-date
			add 1 to ws-mst-new
		end-if
	end-if.

*> puts the runs in run-number order for the sheet, the same exchange
*> sort the converter's frequency table uses
sort-run-table.
	perform varying f from 1 by 1
		until f is not less than ws-run-count
		perform varying g from f by 1
			until g is greater than ws-run-count
			if rt-run (g) is less than rt-run (f)
				move run-entry (f) to run-hold
				move run-entry (g) to run-entry (f)
				move run-hold to run-entry (g)
			end-if
		end-perform
	end-perform.

*> each run's figures from each source that has them, with every
*> difference flagged under the run
write-run-section.
	move spaces to sheet-record.
	perform write-sheet-line.
	move 'runs' to st-text.
	move section-title to sheet-record.
	perform write-sheet-line.
	move run-heads to sheet-record.
	perform write-sheet-line.
	if ws-report-found is equal to zero
		and ws-runs-found is greater than zero
		add 1 to ws-missing
		move spaces to sheet-record
		string '  ' function trim (ws-report-fname)
			' not found -- not collated yet?'
			delimited by size into sheet-record
		perform write-sheet-line
	end-if.
	if ws-run-count is equal to zero
		move '  no runs on the day' to sheet-record
		perform write-sheet-line
	end-if.
	perform write-one-run
		varying ws-rx from 1 by 1
		until ws-rx is greater than ws-run-count.

write-one-run.
	move spaces to ws-diff-tag.
	string 'run ' rt-run (ws-rx) delimited by size into ws-diff-tag.
	move spaces to figure-line.
	move rt-run (ws-rx) to fl-run.
	if rt-blocks (ws-rx) is greater than zero
		move 'report' to fl-source
		move rt-rep-read (ws-rx) to fl-read
		move rt-rep-valid (ws-rx) to fl-valid
		move rt-rep-rejected (ws-rx) to fl-rejected
		move rt-rep-eq (ws-rx) to fl-eq
		move figure-line to sheet-record
		perform write-sheet-line
		move spaces to fl-run
		add rt-rep-read (ws-rx) to ws-day-rep-read
		add rt-rep-valid (ws-rx) to ws-day-rep-valid
		add rt-rep-rejected (ws-rx) to ws-day-rep-rejected
		add rt-rep-eq (ws-rx) to ws-day-rep-eq
	end-if.
	if rt-r-count (ws-rx) is greater than zero
		move 'history R' to fl-source
		move rt-r-read (ws-rx) to fl-read
		move rt-r-valid (ws-rx) to fl-valid
		move rt-r-rejected (ws-rx) to fl-rejected
		move rt-r-eq (ws-rx) to fl-eq
		move figure-line to sheet-record
		perform write-sheet-line
		move spaces to fl-run
		add rt-r-read (ws-rx) to ws-day-r-read
		add rt-r-valid (ws-rx) to ws-day-r-valid
		add rt-r-rejected (ws-rx) to ws-day-r-rejected
		add rt-r-eq (ws-rx) to ws-day-r-eq
	end-if.
	if rt-f-count (ws-rx) is greater than zero
		move 'history F' to fl-source
		move rt-f-read (ws-rx) to fl-read
		move spaces to fl-valid-x
		move rt-f-rejected (ws-rx) to fl-rejected
		move spaces to fl-eq-x
		move figure-line to sheet-record
		perform write-sheet-line
		move spaces to fl-run
		add rt-f-read (ws-rx) to ws-day-f-read
		add rt-f-rejected (ws-rx) to ws-day-f-rejected
	end-if.
	if rt-jnl-count (ws-rx) is greater than zero
		move 'master journal' to fl-source
		move spaces to fl-read-x
		move rt-jnl-count (ws-rx) to fl-valid
		move spaces to fl-rejected-x
		move spaces to fl-eq-x
		move figure-line to sheet-record
		perform write-sheet-line
	end-if.
	if rt-r-count (ws-rx) is equal to zero
		perform prove-run-without-history
	else
		perform prove-run
	end-if.

*> a run with no 'R' record never finished, or finished without its
*> history; whatever it left elsewhere cannot be proved
prove-run-without-history.
	if rt-blocks (ws-rx) is greater than zero
		move 'summary in report, no R record' to ws-diff-what
		perform note-difference
	end-if.
	if rt-f-count (ws-rx) is greater than zero
		move 'F records, no R record' to ws-diff-what
		perform note-difference
	end-if.
	if rt-jnl-count (ws-rx) is greater than zero
		move 'master changes, no R record' to ws-diff-what
		perform note-difference
	end-if.

prove-run.
	if ws-report-found is equal to 1
		if rt-blocks (ws-rx) is equal to zero
			move 'R record, no summary in report' to ws-diff-what
			perform note-difference
		else
			move 'read, report/R' to ws-diff-what
			move rt-rep-read (ws-rx) to ws-fig-a
			move rt-r-read (ws-rx) to ws-fig-b
			perform compare-figures
			move 'valid, report/R' to ws-diff-what
			move rt-rep-valid (ws-rx) to ws-fig-a
			move rt-r-valid (ws-rx) to ws-fig-b
			perform compare-figures
			move 'rejected, report/R' to ws-diff-what
			move rt-rep-rejected (ws-rx) to ws-fig-a
			move rt-r-rejected (ws-rx) to ws-fig-b
			perform compare-figures
			move 'dec. equiv., report/R' to ws-diff-what
			move rt-rep-eq (ws-rx) to ws-fig-a
			move rt-r-eq (ws-rx) to ws-fig-b
			perform compare-figures
			move 'mismatched, report/F' to ws-diff-what
			move rt-rep-mismatch (ws-rx) to ws-fig-a
			move rt-f-mismatch (ws-rx) to ws-fig-b
			perform compare-figures
		end-if
	end-if.
	move 'files, R/F records' to ws-diff-what.
	move rt-r-files (ws-rx) to ws-fig-a.
	move rt-f-count (ws-rx) to ws-fig-b.
	perform compare-figures.
	move 'read, R/F' to ws-diff-what.
	move rt-r-read (ws-rx) to ws-fig-a.
	move rt-f-read (ws-rx) to ws-fig-b.
	perform compare-figures.
	move 'rejected, R/F' to ws-diff-what.
	move rt-r-rejected (ws-rx) to ws-fig-a.
	move rt-f-rejected (ws-rx) to ws-fig-b.
	perform compare-figures.
*> every valid record either counts an existing master record up or
*> adds a new one, and each is journaled
	if ws-journal-found is equal to 1
		move 'valid, R/master journal' to ws-diff-what
		move rt-r-valid (ws-rx) to ws-fig-a
		move rt-jnl-count (ws-rx) to ws-fig-b
		perform compare-figures
	end-if.

*> the day's totals from each source, and rework's corrections and
*> drops as the report states them against the decisions trail
write-day-section.
	move spaces to sheet-record.
	perform write-sheet-line.
	move 'day totals' to st-text.
	move section-title to sheet-record.
	perform write-sheet-line.
	move run-heads to sheet-record.
	perform write-sheet-line.
	move spaces to figure-line.
	move 'report' to fl-source.
	move ws-day-rep-read to fl-read.
	move ws-day-rep-valid to fl-valid.
	move ws-day-rep-rejected to fl-rejected.
	move ws-day-rep-eq to fl-eq.
	move figure-line to sheet-record.
	perform write-sheet-line.
	move 'history R' to fl-source.
	move ws-day-r-read to fl-read.
	move ws-day-r-valid to fl-valid.
	move ws-day-r-rejected to fl-rejected.
	move ws-day-r-eq to fl-eq.
	move figure-line to sheet-record.
	perform write-sheet-line.
	move spaces to figure-line.
	move 'history F' to fl-source.
	move ws-day-f-read to fl-read.
	move ws-day-f-rejected to fl-rejected.
	move figure-line to sheet-record.
	perform write-sheet-line.
	move spaces to figure-line.
	move 'master journal' to fl-source.
	move ws-day-jnl-valid to fl-valid.
	move figure-line to sheet-record.
	perform write-sheet-line.
	move 'rework corrections in report' to ml-label.
	move ws-rep-fixed to ml-figure.
	move master-line to sheet-record.
	perform write-sheet-line.
	move 'rework drops in report' to ml-label.
	move ws-rep-dropped to ml-figure.
	move master-line to sheet-record.
	perform write-sheet-line.
	if ws-decision-found is equal to 1
		move 'corrections in decisions trail' to ml-label
		move ws-dec-fixed to ml-figure
		move master-line to sheet-record
		perform write-sheet-line
		move 'drops in decisions trail' to ml-label
		move ws-dec-dropped to ml-figure
		move master-line to sheet-record
		perform write-sheet-line
		if ws-report-found is equal to 1
			move 'rework' to ws-diff-tag
			move 'corrected, report/decisions' to ws-diff-what
			move ws-rep-fixed to ws-fig-a
			move ws-dec-fixed to ws-fig-b
			perform compare-figures
			move 'dropped, report/decisions' to ws-diff-what
			move ws-rep-dropped to ws-fig-a
			move ws-dec-dropped to ws-fig-b
			perform compare-figures
		end-if
	end-if.

*> the master as it stands against the journal: its records first
*> seen on the day against the day's adds, and its records and count
*> total against the last proof's closing figures moved on by every
*> change journaled since. the position found is kept as the opening
*> for the next day's proof
write-master-section.
	move spaces to sheet-record.
	perform write-sheet-line.
	move 'conversion master' to st-text.
	move section-title to sheet-record.
	perform write-sheet-line.
	move 'master' to ws-diff-tag.
	evaluate true
		when ws-master-found is equal to zero
			move '  romanmaster.dat could not be read, not proved'
				to sheet-record
			perform write-sheet-line
		when ws-journal-found is equal to zero
			move '  romanmaster.jnl could not be read, not proved'
				to sheet-record
			perform write-sheet-line
		when ws-master-moved is equal to 1
			add 1 to ws-missing
			move spaces to sheet-record
			string '  master changed after ' ws-proof-date
				', its closing position cannot be proved'
				delimited by size into sheet-record
			perform write-sheet-line
		when other
			perform prove-master
	end-evaluate.

prove-master.
	move 'records first seen on the day, master' to ml-label.
	move ws-mst-new to ml-figure.
	move master-line to sheet-record.
	perform write-sheet-line.
	move 'records first seen on the day, journal' to ml-label.
	move ws-jnl-new to ml-figure.
	move master-line to sheet-record.
	perform write-sheet-line.
	move 'first seen, master/journal' to ws-diff-what.
	move ws-mst-new to ws-fig-a.
	move ws-jnl-new to ws-fig-b.
	perform compare-figures.
	if ws-opening-found is equal to zero
		add 1 to ws-missing
		move '  no earlier proof on file, opening position unknown'
			to sheet-record
		perform write-sheet-line
	else
		move spaces to ml-label
		string 'records at close of ' ws-open-date
			delimited by size into ml-label
		move ws-open-records to ml-figure
		move master-line to sheet-record
		perform write-sheet-line
		move 'records added less deleted since, journal' to ml-label
		move ws-jnl-records to ml-figure
		move master-line to sheet-record
		perform write-sheet-line
		move 'records on the master' to ml-label
		move ws-mst-records to ml-figure
		move master-line to sheet-record
		perform write-sheet-line
		move 'records, journal/master' to ws-diff-what
		compute ws-fig-a = ws-open-records + ws-jnl-records
		move ws-mst-records to ws-fig-b
		perform compare-figures
		move spaces to ml-label
		string 'count total at close of ' ws-open-date
			delimited by size into ml-label
		move ws-open-count to ml-figure
		move master-line to sheet-record
		perform write-sheet-line
		move 'count growth since, journal' to ml-label
		move ws-jnl-count to ml-figure
		move master-line to sheet-record
		perform write-sheet-line
		move 'count total on the master' to ml-label
		move ws-mst-count to ml-figure
		move master-line to sheet-record
		perform write-sheet-line
		move 'count total, journal/master' to ws-diff-what
		compute ws-fig-a = ws-open-count + ws-jnl-count
		move ws-mst-count to ws-fig-b
		perform compare-figures
	end-if.
	perform save-closing.

*> appends the master's position as found; a proof run again for the
*> same day appends again, and the next day opens from the later line
save-closing.
	open extend proof-file.
	if ws-proof-status is not equal to '00'
		open output proof-file
	end-if.
	if ws-proof-status is equal to '00'
		move spaces to proof-record
		move ws-proof-date to pf-date
		move ws-mst-records to pf-records
		move ws-mst-count to pf-count
		write proof-record
		close proof-file
	else
		display "proof file unavailable, status " ws-proof-status
	end-if.

*> each file the day's runs processed: the lines its run left in the
*> reject file less what rework has fixed or dropped since, and the
*> mismatches it left in the discrepancy file less what discreview has
*> settled since, against the lines there now
write-file-section.
	move spaces to sheet-record.
	perform write-sheet-line.
	move 'reject and discrepancy files' to st-text.
	move section-title to sheet-record.
	perform write-sheet-line.
	move file-heads to sheet-record.
	perform write-sheet-line.
	if ws-file-count is equal to zero
		move '  no files processed on the day' to sheet-record
		perform write-sheet-line
	end-if.
	perform write-one-file
		varying ws-fx from 1 by 1
		until ws-fx is greater than ws-file-count.

write-one-file.
	move ft-fname (ws-fx) to ws-diff-tag.
	if ft-later (ws-fx) is equal to 1
		move spaces to sheet-record
		string ft-fname (ws-fx) ' processed again after '
			ws-proof-date ', not proved'
			delimited by size into sheet-record
		perform write-sheet-line
	else
		perform prove-reject-file
		if ft-mismatch (ws-fx) is greater than zero
			perform prove-disc-file
		end-if
	end-if.

prove-reject-file.
	move ft-reject-name (ws-fx) to ws-reject-fname.
	move zero to ws-lines.
	open input reject-file.
	if ws-reject-status is equal to '00'
		move 1 to eof-switch
		perform count-reject-line
			until eof-switch = 0
		close reject-file
	end-if.
	compute ws-expected = ft-rejected (ws-fx) - ft-reworked (ws-fx).
	move ws-reject-fname to fi-fname.
	move ft-run (ws-fx) to fi-run.
	move ft-rejected (ws-fx) to fi-at-run.
	move ft-reworked (ws-fx) to fi-settled.
	move ws-expected to fi-expected.
	move ws-lines to fi-on-file.
	move file-line to sheet-record.
	perform write-sheet-line.
	if ws-reject-status is not equal to '00'
		and ws-expected is greater than zero
		move 'reject file missing' to ws-diff-what
		perform note-difference
	else
		move 'reject lines' to ws-diff-what
		move ws-expected to ws-fig-a
		move ws-lines to ws-fig-b
		perform compare-figures
	end-if.

count-reject-line.
	read reject-file
		at end move zero to eof-switch
	end-read.
	if eof-switch is not equal to zero
		add 1 to ws-lines
	end-if.

*> discreview rewrites the discrepancy file to what it left open and
*> dates its letter; a letter dated on or after the run says how many
*> that was, otherwise every mismatch the run found is still there
prove-disc-file.
	move spaces to ws-disc-fname.
	string function trim (ft-fname (ws-fx)) '.disc'
		delimited by size into ws-disc-fname.
	move spaces to ws-letter-fname.
	string function trim (ws-disc-fname) '.letter'
		delimited by size into ws-letter-fname.
	move spaces to ws-letter-date.
	move zero to ws-still-open.
	move zero to ws-letter-lines.
	open input letter-file.
	if ws-letter-status is equal to '00'
		move 1 to eof-switch
		perform take-letter-line
			until eof-switch = 0
		close letter-file
	end-if.
	if ws-letter-date is not equal to spaces
		and ws-letter-date is not less than ft-date (ws-fx)
		move ws-still-open to ws-expected
	else
		move ft-mismatch (ws-fx) to ws-expected
	end-if.
	compute ws-settled = ft-mismatch (ws-fx) - ws-expected.
	move zero to ws-lines.
	open input disc-file.
	if ws-disc-status is equal to '00'
		move 1 to eof-switch
		perform count-disc-line
			until eof-switch = 0
		close disc-file
	end-if.
	move ws-disc-fname to fi-fname.
	move ft-run (ws-fx) to fi-run.
	move ft-mismatch (ws-fx) to fi-at-run.
	move ws-settled to fi-settled.
	move ws-expected to fi-expected.
	move ws-lines to fi-on-file.
	move file-line to sheet-record.
	perform write-sheet-line.
	if ws-disc-status is not equal to '00'
		and ws-expected is greater than zero
		move 'discrepancy file missing' to ws-diff-what
		perform note-difference
	else
		move 'discrepancy lines' to ws-diff-what
		move ws-expected to ws-fig-a
		move ws-lines to ws-fig-b
		perform compare-figures
	end-if.

take-letter-line.
	read letter-file
		at end move zero to eof-switch
	end-read.
	if eof-switch is not equal to zero
		add 1 to ws-letter-lines
		if ws-letter-lines is equal to 4
			and letter-record (1:7) is equal to ' date: '
			move letter-record (8:8) to ws-letter-date
		end-if
		if letter-record (1:11) is equal to 'still open:'
			move letter-record (23:9) to ws-num-text
			perform take-number
			move ws-number to ws-still-open
		end-if
	end-if.

count-disc-line.
	read disc-file
		at end move zero to eof-switch
	end-read.
	if eof-switch is not equal to zero
		add 1 to ws-lines
	end-if.

*> a spool collate has not merged and emptied is a run missing from
*> the day's report; the run-number counter bounds how many there are
write-spool-section.
	move spaces to sheet-record.
	perform write-sheet-line.
	move 'spools' to st-text.
	move section-title to sheet-record.
	perform write-sheet-line.
	move 'romanrun.number' to ws-runnum-fname.
	move zero to ws-max-run.
	open input runnum-file.
	if ws-runnum-status is equal to '00'
		read runnum-file
			at end continue
		end-read
		if ws-runnum-status is equal to '00'
			and run-number is numeric
			move run-number to ws-max-run
		end-if
		close runnum-file
	end-if.
	move zero to ws-spools-open.
	perform check-one-spool
		varying ws-run from 1 by 1
		until ws-run is greater than ws-max-run
			or ws-run is equal to 9999.
	if ws-spools-open is equal to zero
		move '  every spool for the day is collated' to sheet-record
		perform write-sheet-line
	end-if.

check-one-spool.
	move spaces to ws-spool-fname.
	string 'romanspool-' ws-proof-date '-' ws-run '.txt'
		delimited by size into ws-spool-fname.
	move zero to ws-lines.
	open input spool-file.
	if ws-spool-status is equal to '00'
		move 1 to eof-switch
		perform count-spool-line
			until eof-switch = 0
		close spool-file
	end-if.
	if ws-lines is greater than zero
		add 1 to ws-spools-open
		move spaces to ws-diff-tag
		string 'run ' ws-run delimited by size into ws-diff-tag
		move ws-lines to ws-fig-a-ed
		move spaces to ws-diff-what
		string 'spool not collated, '
			function trim (ws-fig-a-ed) ' lines'
			delimited by size into ws-diff-what
		perform note-difference
	end-if.

count-spool-line.
	read spool-file
		at end move zero to eof-switch
	end-read.
	if eof-switch is not equal to zero
		add 1 to ws-lines
	end-if.

write-conclusion.
	move spaces to sheet-record.
	perform write-sheet-line.
	move spaces to sheet-record.
	evaluate true
		when ws-differences is greater than zero
			move ws-differences to ws-fig-a-ed
			string ' the day does not balance: '
				function trim (ws-fig-a-ed) ' difference(s) flagged'
				delimited by size into sheet-record
		when ws-missing is greater than zero
			move ws-missing to ws-fig-a-ed
			string ' the day balances as far as proved; '
				function trim (ws-fig-a-ed) ' source(s) missing'
				delimited by size into sheet-record
		when other
			move ' the day balances' to sheet-record
	end-evaluate.
	perform write-sheet-line.

*> flags a pair of figures that should agree and do not
compare-figures.
	if ws-fig-a is not equal to ws-fig-b
		move ws-fig-a to ws-fig-a-ed
		move ws-fig-b to ws-fig-b-ed
		move spaces to sheet-record
		string '  ** ' function trim (ws-diff-tag) ' '
			function trim (ws-diff-what) ': '
			function trim (ws-fig-a-ed) ' against '
			function trim (ws-fig-b-ed)
			delimited by size into sheet-record
		perform write-sheet-line
		add 1 to ws-differences
	end-if.

*> flags something that should be there and is not
note-difference.
	move spaces to sheet-record.
	string '  ** ' function trim (ws-diff-tag) ' '
		function trim (ws-diff-what)
		delimited by size into sheet-record.
	perform write-sheet-line.
	add 1 to ws-differences.

*> writes one line to the screen and the retained balancing sheet
write-sheet-line.
	write stdout-record from sheet-record (1:80)
		after advancing 1 line.
	write sheet-record.
