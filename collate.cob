*> the file monthend consolidates -- carrying the header block over
*> once and skipping the copy every later fixed-format spool wrote.
*> merged spools are emptied so running the collation twice can't
*> double the day's report. alongside it goes the printed copy for the
*> daily binder, romanreport-yyyymmdd.prt: every page headed with the
*> date, page and run number and broken at a fixed depth, each run on
*> a new page ending with its summary, and each input file's detail
*> set off by a control break naming the file and supplier and closed
*> with the file's read, valid and rejected subtotals
environment division.
input-output section.
file-control.
    select report-file assign to dynamic ws-report-fname
		organization is line sequential
		file status is ws-report-status.
    select print-file assign to dynamic ws-print-fname
		organization is line sequential
		file status is ws-print-status.
    select lock-file assign to dynamic ws-lock-fname
		organization is line sequential
		file status is ws-lock-status.
    01 stdout-record  pic x(80).
fd spool-file.
    01 spool-record pic x(80).
*> the converter brackets each input file's detail with these two
*> markers; they feed the printed copy's control breaks and never
*> reach the flat dated report
    01 spool-file-mark.
        02 sfm-tag      pic x(6).
        02 sfm-fname    pic x(30).
        02 filler       pic x(1).
        02 sfm-supplier pic x(6).
        02 filler       pic x(37).
    01 spool-end-mark.
        02 sem-tag      pic x(9).
        02 sem-read     pic 9(8).
        02 filler       pic x(1).
        02 sem-valid    pic 9(8).
        02 filler       pic x(1).
        02 sem-rejected pic 9(8).
        02 filler       pic x(45).
fd report-file.
    01 report-record pic x(80).
fd print-file.
    01 print-record pic x(80).
fd lock-file.
*> the day's run lock, shared with the converter and rework: the
*> collation writes the shared dated report, so it claims the day's
77  ws-spool-lines pic s9(8) usage is computational value zero.
77  ws-spools-merged pic s9(4) usage is computational value zero.
77  ws-lines-copied pic s9(8) usage is computational value zero.
*> printed copy support: a page holds ws-page-depth lines, header
*> included; ws-page-line is where the current page stands, and a
*> fresh run sets it to the depth so its first line starts a new page
77  ws-print-fname pic x(30).
77  ws-print-status pic xx.
77  ws-page-depth pic s9(4) usage is computational value 60.
77  ws-page-line pic s9(4) usage is computational value zero.
77  ws-page-number pic s9(4) usage is computational value zero.
77  ws-pages-printed pic s9(4) usage is computational value zero.
77  ws-run-file-count pic s9(4) usage is computational value zero.
77  ws-print-line pic x(80).
01  input-area.
    02 in-r   pic x(30).
    02 filler pic x(79).
01  title-line.
    02 filler pic x(11) value spaces.
    02 filler pic x(24) value 'roman number equivalents'.
01  page-head-1.
    02 filler pic x(44) value 'roman number equivalents - daily report'.
    02 filler pic x(5) value 'date '.
    02 ph-yyyy pic x(4).
    02 filler pic x(1) value '/'.
    02 ph-mm pic x(2).
    02 filler pic x(1) value '/'.
    02 ph-dd pic x(2).
    02 filler pic x(4) value spaces.
    02 filler pic x(5) value 'page '.
    02 ph-page pic zzz9.
01  page-head-2.
    02 filler pic x(4) value 'run '.
    02 ph-run pic 9(4).
01  page-rule pic x(80) value all '='.
01  break-head-line.
    02 filler pic x(6) value 'file: '.
    02 bh-fname pic x(30).
    02 filler pic x(12) value '  supplier: '.
    02 bh-supplier pic x(6).
01  break-rule pic x(54) value all '-'.
01  break-total-line.
    02 filler pic x(18) value 'file totals  read '.
    02 bt-read pic z(7)9.
    02 filler pic x(8) value '  valid '.
    02 bt-valid pic z(7)9.
    02 filler pic x(11) value '  rejected '.
    02 bt-rejected pic z(7)9.
01  run-end-line.
    02 filler pic x(11) value 'end of run '.
    02 re-run pic 9(4).
01  run-files-line.
    02 filler pic x(20) value 'input files:'.
    02 re-files pic z(8)9.
01  summary-line-spools.
    02 filler pic x(20) value 'spools merged:'.
    02 sum-spools pic z(8)9.
01  summary-line-lines.
    02 filler pic x(20) value 'lines copied:'.
    02 sum-lines pic z(8)9.
01  summary-line-pages.
    02 filler pic x(20) value 'pages printed:'.
    02 sum-pages pic z(8)9.

procedure division.
    open input standard-input, output standard-output.
    if ws-report-status is not equal to '00'
        open output report-file
    end-if.
*> the printed copy is added on to the same way; its pages carry on
*> numbering from wherever an earlier collation left off
    move ws-report-date (1:4) to ph-yyyy.
    move ws-report-date (5:2) to ph-mm.
    move ws-report-date (7:2) to ph-dd.
    move spaces to ws-print-fname.
    string 'romanreport-' ws-report-date '.prt'
        delimited by size into ws-print-fname.
    perform find-last-page.
    open extend print-file.
    if ws-print-status is not equal to '00'
        open output print-file
    end-if.
    perform merge-one-spool
        varying ws-run from 1 by 1
        until ws-run is greater than ws-max-run.
    close report-file.
    close print-file.
    perform release-run-lock.
    move ws-spools-merged to sum-spools.
    move ws-lines-copied to sum-lines.
    display " ".
    display "collated " function trim (ws-report-fname).
    if ws-pages-printed is greater than zero
        display "printed copy " function trim (ws-print-fname)
    end-if.
    write stdout-record from summary-line-spools
        after advancing 1 line.
    write stdout-record from summary-line-lines
        after advancing 1 line.
    if ws-pages-printed is greater than zero
        move ws-pages-printed to sum-pages
        write stdout-record from summary-line-pages
            after advancing 1 line
    end-if.
    close standard-input, standard-output.
    stop run.

	if ws-spool-status is equal to '00'
		move zero to ws-spool-lines
		move zero to ws-skip-count
		move zero to ws-run-file-count
		move ws-page-depth to ws-page-line
		move 1 to eof-switch
		perform copy-one-spool-line
			until eof-switch = 0
		close spool-file
		if ws-spool-lines is greater than zero
			perform print-run-end
			add 1 to ws-spools-merged
			open output spool-file
			close spool-file
		end-if
	end-if.

*> copies one spool line into the dated report and the printed copy;
*> the first header block to arrive goes through to the dated report,
*> every later spool's copy of the four-line block is skipped so the
*> merged report carries it once. the file markers go to the printed
*> copy only, as its control breaks
copy-one-spool-line.
	read spool-file
		at end move zero to eof-switch
	if eof-switch is not equal to zero
		add 1 to ws-spool-lines
		evaluate true
			when sfm-tag is equal to '#file '
				perform print-file-break
			when sem-tag is equal to '#endfile '
				perform print-file-totals
			when other
				perform copy-to-report
		end-evaluate
	end-if.

copy-to-report.
	move spool-record to ws-print-line.
	perform print-one-line.
	evaluate true
		when ws-skip-count is greater than zero
			subtract 1 from ws-skip-count
		when spool-record is equal to title-line
			if ws-headers-copied is equal to 1
				move 3 to ws-skip-count
			else
				move 1 to ws-headers-copied
				write report-record from spool-record
				add 1 to ws-lines-copied
			end-if
		when other
			write report-record from spool-record
			add 1 to ws-lines-copied
	end-evaluate.

*> opens a file's control break: the file name and supplier under a
*> rule, kept together with room for a detail line, so a break never
*> sits alone at the foot of a page
print-file-break.
	add 1 to ws-run-file-count.
	if ws-page-line + 4 is greater than ws-page-depth
		perform start-print-page
	end-if.
	move spaces to ws-print-line.
	perform print-one-line.
	move sfm-fname to bh-fname.
	move sfm-supplier to bh-supplier.
	move break-head-line to ws-print-line.
	perform print-one-line.
	move break-rule to ws-print-line.
	perform print-one-line.

*> closes a file's control break with its read, valid and rejected
*> subtotals as the converter counted them
print-file-totals.
	if ws-page-line + 2 is greater than ws-page-depth
		perform start-print-page
	end-if.
	move break-rule to ws-print-line.
	perform print-one-line.
	move sem-read to bt-read.
	move sem-valid to bt-valid.
	move sem-rejected to bt-rejected.
	move break-total-line to ws-print-line.
	perform print-one-line.

*> the run's own summary block has just gone through from its spool;
*> a closing line under it marks where the run ends in the binder
print-run-end.
	move spaces to ws-print-line.
	perform print-one-line.
	if ws-run-file-count is greater than zero
		move ws-run-file-count to re-files
		move run-files-line to ws-print-line
		perform print-one-line
	end-if.
	move ws-run to re-run.
	move run-end-line to ws-print-line.
	perform print-one-line.

*> writes ws-print-line to the printed copy, starting a new page first
*> when the current one is full
print-one-line.
	if ws-page-line is not less than ws-page-depth
		perform start-print-page
	end-if.
	write print-record from ws-print-line after advancing 1 line.
	add 1 to ws-page-line.

*> throws a new page and heads it with the report date, page number
*> and the run whose lines follow
start-print-page.
	add 1 to ws-page-number.
	add 1 to ws-pages-printed.
	move ws-page-number to ph-page.
	move ws-run to ph-run.
	write print-record from page-head-1 after advancing page.
	write print-record from page-head-2 after advancing 1 line.
	write print-record from page-rule after advancing 1 line.
	move spaces to print-record.
	write print-record after advancing 1 line.
	move 4 to ws-page-line.

*> counts the page headings an earlier collation left in the printed
*> copy, so today's pages carry on from its last page number. the
*> heading's first line shares a record with the form feed and the
*> foot of the page before, so it is the run line under it that is
*> counted -- no detail or summary line starts 'run ' and a number
find-last-page.
	move zero to ws-page-number.
	open input print-file.
	if ws-print-status is equal to '00'
		move 1 to eof-switch
		perform count-one-print-line
			until eof-switch = 0
		close print-file
	end-if.

count-one-print-line.
	read print-file
		at end move zero to eof-switch
	end-read.
	if eof-switch is not equal to zero
		if print-record (1:4) is equal to 'run '
			and print-record (5:4) is numeric
			and print-record (9:72) is equal to spaces
			add 1 to ws-page-number
		end-if
	end-if.

*> claims the day's shared files through the run lock; a second start
	end-if.

*> tells the waiting operator who holds the lock and lets them retry
*> or quit. an answer file that runs out is taken as quit, and quitting
*> posts return-code 8 so the nightly stream sees the step did no collating
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
