identification division.
program-id. chargeback.
*> monthly supplier chargeback: given a year and month, bills each
*> supplier for the processing and cleanup their feeds cost that month.
*> the volumes come from three trails already kept -- the 'F' file
*> records in romanrun.history and, once housekeep has trimmed the
*> month out of it, in the month's romanhist-yyyymm.archive (records
*> read and rejected per file),
*> the rework rulings in romandecision.log (every 'fixed' is a manual
*> correction), and the refused re-sends in the submission control
*> file -- and are priced at the per-supplier rates on the supplier
*> master suppmaint maintains. the output is a fixed-layout interface
*> file accounts payable loads (header, detail lines per supplier,
*> per-supplier totals, trailer), and a printable copy for the binder:
*> one statement per supplier, each on its own page, then a control
*> page. outcome posted in return-code for the scheduler: 0 = every
*> supplier with activity billed, 4 = some activity could not be
*> billed (no supplier id, not on the supplier master, or past the
*> two hundred suppliers one run can hold), or some of the history
*> archive could not be checked against the live history for records
*> billed twice, 8 = neither history would open, or the supplier
*> master or output files would not open
environment division.
input-output section.
file-control.
    select standard-output assign to display.
    select history-file assign to dynamic ws-hist-fname
		organization is line sequential
		file status is ws-history-status.
    select decision-file assign to dynamic ws-decision-fname
		organization is line sequential
		file status is ws-decision-status.
    select submission-file assign to dynamic ws-subm-fname
		organization is line sequential
		file status is ws-subm-status.
    select supplier-file assign to dynamic ws-supplier-fname
		organization is indexed
		access is dynamic
		record key is supp-id
		file status is ws-supplier-status.
    select charge-file assign to dynamic ws-charge-fname
		organization is line sequential
		file status is ws-charge-status.
    select print-file assign to dynamic ws-print-fname
		organization is line sequential
		file status is ws-print-status.

data division.
file section.
fd standard-output.
    01 stdout-record  pic x(80).
fd history-file.
    01 history-record pic x(90).
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
fd submission-file.
*> the submission control file the converter keeps; a refused re-send
*> is the line marked 'R'
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
fd supplier-file.
*> the supplier master, same layout suppmaint maintains
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
fd charge-file.
*> the accounts payable interface file, named off the billing month
    01 charge-record pic x(80).
fd print-file.
*> the printable statements, named off the billing month
    01 print-record pic x(80).
working-storage section.
77 eof-switch pic 9 value 1.
77  ws-hist-fname pic x(30).
77  ws-history-status pic xx.
77  ws-histarc-status pic xx value '35'.
77  ws-hist-pass pic x value 'a'.
77  ws-seen pic s9(4) usage is computational value zero.
77  s pic s9(4) usage is computational.
77  ws-dup-key pic 9 value 0.
77  ws-unchecked pic s9(8) usage is computational value zero.
77  ws-decision-fname pic x(30).
77  ws-decision-status pic xx.
77  ws-subm-fname pic x(30).
77  ws-subm-status pic xx.
77  ws-supplier-fname pic x(30).
77  ws-supplier-status pic xx.
77  ws-charge-fname pic x(30).
77  ws-charge-status pic xx.
77  ws-print-fname pic x(30).
77  ws-print-status pic xx.
77  ws-return-code pic s9(4) usage is computational value zero.
77  ws-year pic x(4).
77  ws-month pic x(2).
77  ws-yearmonth pic x(6).
77  ws-run-date pic x(8).
77  k pic s9(4) usage is computational value zero.
77  f pic s9(4) usage is computational.
77  g pic s9(4) usage is computational.
77  ws-hit pic s9(4) usage is computational value zero.
77  ws-found pic 9 value 0.
77  ws-on-master pic 9 value 0.
77  ws-first-page pic 9 value 1.
*> activity that cannot be billed: history and decision records with
*> no supplier id, and refused re-sends from before suppliers were
*> carried on the submission control file
77  ws-unattr-files pic s9(8) usage is computational value zero.
77  ws-unattr-read pic s9(8) usage is computational value zero.
77  ws-unattr-fixed pic s9(8) usage is computational value zero.
77  ws-unattr-dups pic s9(8) usage is computational value zero.
*> activity that cannot be billed because the supplier table is full;
*> each supplier turned away is counted once among those not billed
77  ws-over-files pic s9(8) usage is computational value zero.
77  ws-over-read pic s9(8) usage is computational value zero.
77  ws-over-fixed pic s9(8) usage is computational value zero.
77  ws-over-dups pic s9(8) usage is computational value zero.
77  ws-over-count pic s9(4) usage is computational value zero.
*> one supplier's statement, priced line by line
77  ws-amount pic s9(9)v99 usage is computational value zero.
77  ws-supp-total pic s9(9)v99 usage is computational value zero.
*> the control page totals across every statement
77  ws-billed-count pic s9(6) usage is computational value zero.
77  ws-unbilled-count pic s9(6) usage is computational value zero.
77  ws-detail-count pic s9(8) usage is computational value zero.
77  ws-charge-count pic s9(8) usage is computational value zero.
77  ws-tot-converted pic s9(9) usage is computational value zero.
77  ws-tot-rejected pic s9(9) usage is computational value zero.
77  ws-tot-fixed pic s9(9) usage is computational value zero.
77  ws-tot-dups pic s9(9) usage is computational value zero.
77  ws-amt-converted pic s9(11)v99 usage is computational value zero.
77  ws-amt-rejected pic s9(11)v99 usage is computational value zero.
77  ws-amt-fixed pic s9(11)v99 usage is computational value zero.
77  ws-amt-dups pic s9(11)v99 usage is computational value zero.
77  ws-grand-total pic s9(11)v99 usage is computational value zero.
*> the 'F' file-record layout, matching what the converter writes
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
*> the date, time and file name of every month 'F' record found in
*> the history archive; the live history is checked against these so a
*> record caught in both by an interrupted trim is only billed once
01  seen-table.
    02 seen-key occurs 5000 times pic x(44).
01  ws-file-key.
    02 fk-date     pic x(8).
    02 fk-time     pic x(6).
    02 fk-fname    pic x(30).
*> the suppliers turned away once the supplier table is full
01  overflow-table.
    02 ov-id occurs 200 times pic x(6).
*> one slot per supplier with billable activity in the month
01  supplier-table.
    02 supplier-entry occurs 200 times.
        03 st-id        pic x(6).
        03 st-files     pic s9(8) usage is computational.
        03 st-read      pic s9(8) usage is computational.
        03 st-rejected  pic s9(8) usage is computational.
        03 st-fixed     pic s9(8) usage is computational.
        03 st-dups      pic s9(8) usage is computational.
01  supplier-hold.
    02 sh-id        pic x(6).
    02 sh-files     pic s9(8) usage is computational.
    02 sh-read      pic s9(8) usage is computational.
    02 sh-rejected  pic s9(8) usage is computational.
    02 sh-fixed     pic s9(8) usage is computational.
    02 sh-dups      pic s9(8) usage is computational.
77  ws-cur-supplier pic x(6).
77  ws-converted pic s9(8) usage is computational value zero.
*> the interface record layouts: a header naming the billing month, a
*> detail per priced line item, a total per supplier, and a trailer
*> carrying the counts and grand total for balancing on the load side.
*> amounts and rates carry implied decimals, the way accounts payable
*> takes them
01  charge-header.
    02 filler    pic x(4) value 'HDR '.
    02 ch-period pic x(6).
    02 filler    pic x(1) value space.
    02 ch-date   pic x(8).
01  charge-detail.
    02 filler    pic x(4) value 'DTL '.
    02 cd-supplier pic x(6).
    02 filler    pic x(1) value space.
    02 cd-item   pic x(4).
    02 filler    pic x(1) value space.
    02 cd-qty    pic 9(8).
    02 filler    pic x(1) value space.
    02 cd-rate   pic 9(2)v9(4).
    02 filler    pic x(1) value space.
    02 cd-amount pic 9(9)v99.
01  charge-total.
    02 filler    pic x(4) value 'TOT '.
    02 ct-supplier pic x(6).
    02 filler    pic x(1) value space.
    02 ct-amount pic 9(9)v99.
01  charge-trailer.
    02 filler    pic x(4) value 'TRL '.
    02 cx-suppliers pic 9(6).
    02 filler    pic x(1) value space.
    02 cx-details pic 9(8).
    02 filler    pic x(1) value space.
    02 cx-amount pic 9(11)v99.
*> the printed statement
01  statement-title.
    02 filler pic x(11) value spaces.
    02 filler pic x(39) value
       'supplier chargeback statement - period '.
    02 stt-period pic x(6).
01  underline-1.
    02 filler pic x(45) value
       ' --------------------------------------------'.
01  statement-supplier-line.
    02 filler pic x(11) value ' supplier: '.
    02 ssl-id pic x(6).
    02 filler pic x(2) value spaces.
    02 ssl-name pic x(30).
01  statement-contact-line.
    02 filler pic x(11) value ' contact:  '.
    02 scl-contact pic x(30).
01  statement-files-line.
    02 filler pic x(11) value ' files:    '.
    02 sfl-files pic z(7)9.
01  statement-heads.
    02 filler pic x(55) value
       ' item                   quantity     rate        amount'.
01  statement-line.
    02 filler pic x(1) value space.
    02 sl-item pic x(22).
    02 sl-qty pic z(8)9.
    02 filler pic x(2) value spaces.
    02 sl-rate pic z9.9999.
    02 filler pic x(2) value spaces.
    02 sl-amount pic z(8)9.99.
01  statement-rule.
    02 filler pic x(55) value
       '                                           ------------'.
01  statement-total-line.
    02 filler pic x(1) value space.
    02 filler pic x(40) value 'total due'.
    02 stl-amount pic z(10)9.99.
*> the control page
01  control-title.
    02 filler pic x(11) value spaces.
    02 filler pic x(34) value 'chargeback control page - period '.
    02 ctt-period pic x(6).
01  control-line.
    02 filler pic x(1) value space.
    02 cl-label pic x(30).
    02 cl-count pic z(8)9.
    02 filler pic x(2) value spaces.
    02 cl-amount pic z(10)9.99.
01  control-count-line.
    02 filler pic x(1) value space.
    02 ccl-label pic x(30).
    02 ccl-count pic z(8)9.
01  control-unbilled-line.
    02 filler pic x(3) value spaces.
    02 cul-id pic x(6).
    02 filler pic x(39) value
       ' not on the supplier master, not billed'.
01  control-overflow-line.
    02 filler pic x(3) value spaces.
    02 col-id pic x(6).
    02 filler pic x(35) value
       ' supplier table full, not billed'.
01  control-file-line.
    02 filler pic x(1) value space.
    02 cfl-label pic x(30).
    02 cfl-fname pic x(30).
01  no-activity-line.
    02 filler pic x(45) value ' no billable activity recorded for this month'.

procedure division.
    open output standard-output.
    display "enter year (yyyy)".
    accept ws-year.
    display "enter month (mm)".
    accept ws-month.
    move spaces to ws-yearmonth.
    string ws-year ws-month delimited by size into ws-yearmonth.
    move function current-date(1:8) to ws-run-date.
*> the file trail is the backbone of the bill. a completed month has
*> been trimmed into its history archive by housekeep, so that is read
*> first, then whatever of the month is still in the live history;
*> with neither there is nothing to price, so the run stops and says so
    move spaces to ws-hist-fname.
    string 'romanhist-' ws-yearmonth '.archive'
        delimited by size into ws-hist-fname.
    open input history-file.
    move ws-history-status to ws-histarc-status.
    if ws-histarc-status is equal to '00'
        move 'a' to ws-hist-pass
        move 1 to eof-switch
        perform tally-one-history-record
            until eof-switch = 0
        close history-file
    end-if.
    move 'romanrun.history' to ws-hist-fname.
    open input history-file.
    if ws-history-status is equal to '00'
        move 'l' to ws-hist-pass
        move 1 to eof-switch
        perform tally-one-history-record
            until eof-switch = 0
        close history-file
    else
        if ws-histarc-status is not equal to '00'
            display "run history not found, status "
                ws-history-status
            move 8 to ws-return-code
            close standard-output
            move ws-return-code to return-code
            stop run
        end-if
    end-if.
*> no decision log or submission control file yet just means no
*> corrections were ruled on and no re-send was ever refused
    move 'romandecision.log' to ws-decision-fname.
    open input decision-file.
    if ws-decision-status is equal to '00'
        move 1 to eof-switch
        perform tally-one-decision
            until eof-switch = 0
        close decision-file
    end-if.
    move 'romansubmission.dat' to ws-subm-fname.
    open input submission-file.
    if ws-subm-status is equal to '00'
        move 1 to eof-switch
        perform tally-one-submission
            until eof-switch = 0
        close submission-file
    end-if.
    move 'romansupplier.dat' to ws-supplier-fname.
    open input supplier-file.
    if ws-supplier-status is not equal to '00'
        display "supplier master unavailable, status "
            ws-supplier-status
        move 8 to ws-return-code
        close standard-output
        move ws-return-code to return-code
        stop run
    end-if.
    move spaces to ws-charge-fname.
    string 'romancharge-' ws-yearmonth '.dat'
        delimited by size into ws-charge-fname.
    move spaces to ws-print-fname.
    string 'chargeback-' ws-yearmonth '.txt'
        delimited by size into ws-print-fname.
    open output charge-file.
    open output print-file.
    if ws-charge-status is not equal to '00'
        or ws-print-status is not equal to '00'
        display "chargeback files will not open, status "
            ws-charge-status " " ws-print-status
        move 8 to ws-return-code
        close supplier-file
        close standard-output
        move ws-return-code to return-code
        stop run
    end-if.
    move ws-yearmonth to ch-period.
    move ws-run-date to ch-date.
    write charge-record from charge-header.
    perform sort-supplier-table.
    perform bill-one-supplier
        varying f from 1 by 1 until f is greater than k.
    move ws-billed-count to cx-suppliers.
    move ws-detail-count to cx-details.
    move ws-grand-total to cx-amount.
    write charge-record from charge-trailer.
    add 2 to ws-charge-count.
    perform write-control-page.
    close charge-file.
    close print-file.
    close supplier-file.
    if ws-unbilled-count is greater than zero
        or ws-unattr-files is greater than zero
        or ws-unattr-fixed is greater than zero
        or ws-unattr-dups is greater than zero
        or ws-unchecked is greater than zero
        move 4 to ws-return-code
    end-if.
    display " ".
    display "statements written to " function trim (ws-print-fname).
    display "accounts payable file " function trim (ws-charge-fname).
    close standard-output.
    move ws-return-code to return-code.
    stop run.

*> rolls one month 'F' record into its supplier's volumes; a file run
*> with no supplier id is counted as unattributed for the control page.
*> 'R' records and anything short or damaged are passed over, and so
*> is a live record already billed from the history archive
tally-one-history-record.
	read history-file
		at end move zero to eof-switch
	end-read.
	if eof-switch is not equal to zero
		and history-record (1:1) is equal to 'F'
		move history-record to hist-file-rec
		move zero to ws-dup-key
		if hf-date (1:6) is equal to ws-yearmonth
			and hf-read is numeric
			and hf-rejected is numeric
			perform check-file-key
		end-if
		if hf-date (1:6) is equal to ws-yearmonth
			and hf-read is numeric
			and hf-rejected is numeric
			and ws-dup-key is equal to zero
			if hf-supplier is equal to spaces
				add 1 to ws-unattr-files
				add hf-read to ws-unattr-read
			else
				move hf-supplier to ws-cur-supplier
				perform find-supplier-slot
				if ws-found is equal to 1
					add 1 to st-files (g)
					add hf-read to st-read (g)
					add hf-rejected to st-rejected (g)
				else
					add 1 to ws-over-files
					add hf-read to ws-over-read
				end-if
			end-if
		end-if
	end-if.

*> from the history archive, remembers the record's date, time and file
*> name; from the live history, flags a record whose key was already
*> seen in the archive
check-file-key.
	move hf-date to fk-date.
	move hf-time to fk-time.
	move hf-fname to fk-fname.
	if ws-hist-pass is equal to 'a'
		if ws-seen is less than 5000
			add 1 to ws-seen
			move ws-file-key to seen-key (ws-seen)
		else
			if ws-unchecked is equal to zero
				display " history archive keys table full, later"
					" archive records not checked for double billing"
			end-if
			add 1 to ws-unchecked
		end-if
	else
		perform varying s from 1 by 1 until s is greater than ws-seen
			if seen-key (s) is equal to ws-file-key
				move 1 to ws-dup-key
				move ws-seen to s
			end-if
		end-perform
	end-if.

*> every correction a rework operator keyed and got accepted is a
*> manual correction billed to the supplier whose reject it was
tally-one-decision.
	read decision-file
		at end move zero to eof-switch
	end-read.
	if eof-switch is not equal to zero
		if dc-date (1:6) is equal to ws-yearmonth
			and dc-action is equal to 'fixed'
			if dc-supplier is equal to spaces
				add 1 to ws-unattr-fixed
			else
				move dc-supplier to ws-cur-supplier
				perform find-supplier-slot
				if ws-found is equal to 1
					add 1 to st-fixed (g)
				else
					add 1 to ws-over-fixed
				end-if
			end-if
		end-if
	end-if.

*> every re-send refused in the month is billed to its supplier
tally-one-submission.
	read submission-file
		at end move zero to eof-switch
	end-read.
	if eof-switch is not equal to zero
		if sub-status is equal to 'R'
			and sub-date (1:6) is equal to ws-yearmonth
			if sub-supplier is equal to spaces
				add 1 to ws-unattr-dups
			else
				move sub-supplier to ws-cur-supplier
				perform find-supplier-slot
				if ws-found is equal to 1
					add 1 to st-dups (g)
				else
					add 1 to ws-over-dups
				end-if
			end-if
		end-if
	end-if.

*> finds ws-cur-supplier's slot in the table, opening a zeroed one the
*> first time the supplier shows up; leaves the slot in g, and
*> ws-found at zero only when the table is full, in which case the
*> supplier is counted among those not billed
find-supplier-slot.
	move zero to ws-found.
	perform varying g from 1 by 1 until g is greater than k
		if st-id (g) is equal to ws-cur-supplier
			move 1 to ws-found
			move g to ws-hit
			move k to g
		end-if
	end-perform.
	if ws-found is equal to 1
		move ws-hit to g
	else
		if k is less than 200
			add 1 to k
			move k to g
			move ws-cur-supplier to st-id (g)
			move zero to st-files (g)
			move zero to st-read (g)
			move zero to st-rejected (g)
			move zero to st-fixed (g)
			move zero to st-dups (g)
			move 1 to ws-found
		else
			perform note-overflow-supplier
		end-if
	end-if.

*> counts a supplier the full table turned away, once, and keeps its
*> id for the control page
note-overflow-supplier.
	move zero to ws-hit.
	perform varying g from 1 by 1 until g is greater than ws-over-count
		if ov-id (g) is equal to ws-cur-supplier
			move 1 to ws-hit
			move ws-over-count to g
		end-if
	end-perform.
	if ws-hit is equal to zero
		display " supplier table full, not billing "
			ws-cur-supplier
		add 1 to ws-unbilled-count
		if ws-over-count is less than 200
			add 1 to ws-over-count
			move ws-cur-supplier to ov-id (ws-over-count)
		end-if
	end-if.

*> puts the statements in supplier id order, so the binder and the
*> interface file both read the way the supplier master lists
sort-supplier-table.
	perform varying f from 1 by 1 until f is not less than k
		perform varying g from f by 1 until g is greater than k
			if g is greater than f
				and st-id (g) is less than st-id (f)
				move supplier-entry (f) to supplier-hold
				move supplier-entry (g) to supplier-entry (f)
				move supplier-hold to supplier-entry (g)
			end-if
		end-perform
	end-perform.

*> prices one supplier's month at their rates on the supplier master,
*> prints the statement and writes its interface lines; a supplier
*> missing from the master is listed on the control page instead
bill-one-supplier.
	move st-id (f) to supp-id.
	move zero to ws-on-master.
	read supplier-file key is supp-id
		invalid key continue
		not invalid key move 1 to ws-on-master
	end-read.
	if ws-on-master is equal to zero
		add 1 to ws-unbilled-count
	else
		add 1 to ws-billed-count
		move zero to ws-supp-total
		perform write-statement-head
		compute ws-converted = st-read (f) - st-rejected (f)
		move 'CONV' to cd-item
		move 'records converted' to sl-item
		move ws-converted to cd-qty
		move supp-rate-converted to cd-rate
		perform bill-one-item
		add ws-converted to ws-tot-converted
		add ws-amount to ws-amt-converted
		move 'REJT' to cd-item
		move 'rejects' to sl-item
		move st-rejected (f) to cd-qty
		move supp-rate-reject to cd-rate
		perform bill-one-item
		add st-rejected (f) to ws-tot-rejected
		add ws-amount to ws-amt-rejected
		move 'CORR' to cd-item
		move 'manual corrections' to sl-item
		move st-fixed (f) to cd-qty
		move supp-rate-correction to cd-rate
		perform bill-one-item
		add st-fixed (f) to ws-tot-fixed
		add ws-amount to ws-amt-fixed
		move 'DUPL' to cd-item
		move 'duplicates refused' to sl-item
		move st-dups (f) to cd-qty
		move supp-rate-duplicate to cd-rate
		perform bill-one-item
		add st-dups (f) to ws-tot-dups
		add ws-amount to ws-amt-dups
		move statement-rule to print-record
		perform write-charge-line
		move ws-supp-total to stl-amount
		move statement-total-line to print-record
		perform write-charge-line
		move supp-id to ct-supplier
		move ws-supp-total to ct-amount
		write charge-record from charge-total
		add 1 to ws-charge-count
		add ws-supp-total to ws-grand-total
	end-if.

*> prices one line item -- cd-item, cd-qty and cd-rate already set --
*> rounding to the cent, then prints it and writes its detail record
bill-one-item.
	compute ws-amount rounded = cd-qty * cd-rate.
	move ws-amount to cd-amount.
	move supp-id to cd-supplier.
	write charge-record from charge-detail.
	add 1 to ws-detail-count.
	add 1 to ws-charge-count.
	add ws-amount to ws-supp-total.
	move cd-qty to sl-qty.
	move cd-rate to sl-rate.
	move ws-amount to sl-amount.
	move statement-line to print-record.
	perform write-charge-line.

*> starts one supplier's statement on a fresh page: who it is for,
*> who to reach there, and how many of their files the month ran
write-statement-head.
	move ws-yearmonth to stt-period.
	move statement-title to print-record.
	perform write-page-line.
	move underline-1 to print-record.
	perform write-charge-line.
	move supp-id to ssl-id.
	move supp-name to ssl-name.
	move statement-supplier-line to print-record.
	perform write-charge-line.
	move supp-contact to scl-contact.
	move statement-contact-line to print-record.
	perform write-charge-line.
	move st-files (f) to sfl-files.
	move statement-files-line to print-record.
	perform write-charge-line.
	move spaces to print-record.
	perform write-charge-line.
	move statement-heads to print-record.
	perform write-charge-line.

*> the control page: the month's totals by line item across every
*> statement, what could not be billed and why, and the interface
*> file's counts for the accounts payable load to balance against
write-control-page.
	move ws-yearmonth to ctt-period.
	move control-title to print-record.
	perform write-page-line.
	move underline-1 to print-record.
	perform write-charge-line.
	if k is equal to zero
		move no-activity-line to print-record
		perform write-charge-line
	end-if.
	move 'suppliers billed' to ccl-label.
	move ws-billed-count to ccl-count.
	move control-count-line to print-record.
	perform write-charge-line.
	move 'records converted' to cl-label.
	move ws-tot-converted to cl-count.
	move ws-amt-converted to cl-amount.
	move control-line to print-record.
	perform write-charge-line.
	move 'rejects' to cl-label.
	move ws-tot-rejected to cl-count.
	move ws-amt-rejected to cl-amount.
	move control-line to print-record.
	perform write-charge-line.
	move 'manual corrections' to cl-label.
	move ws-tot-fixed to cl-count.
	move ws-amt-fixed to cl-amount.
	move control-line to print-record.
	perform write-charge-line.
	move 'duplicates refused' to cl-label.
	move ws-tot-dups to cl-count.
	move ws-amt-dups to cl-amount.
	move control-line to print-record.
	perform write-charge-line.
	move 'total billed' to cl-label.
	move ws-billed-count to cl-count.
	move ws-grand-total to cl-amount.
	move control-line to print-record.
	perform write-charge-line.
	move spaces to print-record.
	perform write-charge-line.
	move 'suppliers not billed' to ccl-label.
	move ws-unbilled-count to ccl-count.
	move control-count-line to print-record.
	perform write-charge-line.
	perform varying f from 1 by 1 until f is greater than k
		move st-id (f) to supp-id
		read supplier-file key is supp-id
			invalid key
				move st-id (f) to cul-id
				move control-unbilled-line to print-record
				perform write-charge-line
		end-read
	end-perform.
	perform varying f from 1 by 1 until f is greater than ws-over-count
		move ov-id (f) to col-id
		move control-overflow-line to print-record
		perform write-charge-line
	end-perform.
	if ws-over-count is greater than zero
		move '  files in them' to ccl-label
		move ws-over-files to ccl-count
		move control-count-line to print-record
		perform write-charge-line
		move '  records read in them' to ccl-label
		move ws-over-read to ccl-count
		move control-count-line to print-record
		perform write-charge-line
		move '  corrections in them' to ccl-label
		move ws-over-fixed to ccl-count
		move control-count-line to print-record
		perform write-charge-line
		move '  refusals in them' to ccl-label
		move ws-over-dups to ccl-count
		move control-count-line to print-record
		perform write-charge-line
	end-if.
	move 'files with no supplier id' to ccl-label.
	move ws-unattr-files to ccl-count.
	move control-count-line to print-record.
	perform write-charge-line.
	move '  records read in them' to ccl-label.
	move ws-unattr-read to ccl-count.
	move control-count-line to print-record.
	perform write-charge-line.
	move 'corrections, no supplier id' to ccl-label.
	move ws-unattr-fixed to ccl-count.
	move control-count-line to print-record.
	perform write-charge-line.
	move 'refusals, no supplier id' to ccl-label.
	move ws-unattr-dups to ccl-count.
	move control-count-line to print-record.
	perform write-charge-line.
	if ws-unchecked is greater than zero
		move 'files not checked for doubles' to ccl-label
		move ws-unchecked to ccl-count
		move control-count-line to print-record
		perform write-charge-line
	end-if.
	move spaces to print-record.
	perform write-charge-line.
	move 'interface file' to cfl-label.
	move ws-charge-fname to cfl-fname.
	move control-file-line to print-record.
	perform write-charge-line.
	move 'interface records written' to ccl-label.
	move ws-charge-count to ccl-count.
	move control-count-line to print-record.
	perform write-charge-line.
	move 'detail records' to ccl-label.
	move ws-detail-count to ccl-count.
	move control-count-line to print-record.
	perform write-charge-line.

*> writes one line to the screen and the printable statements
write-charge-line.
	write stdout-record from print-record after advancing 1 line.
	write print-record after advancing 1 line.

*> writes the first line of a new page: each statement, and the control
*> page, starts on a page of its own in the binder copy
write-page-line.
	write stdout-record from print-record after advancing 1 line.
	if ws-first-page is equal to 1
		move zero to ws-first-page
		write print-record after advancing 1 line
	else
		write print-record after advancing page
	end-if.
