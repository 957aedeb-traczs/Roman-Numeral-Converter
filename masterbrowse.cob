identification division.
program-id. masterbrowse.
*> conversion master browse and inquiry: the questions the converter's
*> inquiry choice cannot answer. looks a numeral up by its spelling
*> through the master-roman alternate key, pages forwards and
*> backwards through the master from any starting value, lists the
*> records first seen or last seen within a date range, the top values
*> by how often they have been seen, and the dormant records not seen
*> since a given date. any listing can go to the print file as well as
*> the screen, so "when did we first see this numeral and how often"
*> is answered at the desk. the master is only ever read here, so no
*> run lock is taken, the same as the nightly extract
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
    select print-file assign to dynamic ws-print-fname
		organization is line sequential
		file status is ws-print-status.

data division.
file section.
fd standard-input.
    01 stdin-record   pic x(80).
fd standard-output.
    01 stdout-record  pic x(80).
fd master-file.
*> same layout the converter maintains
    01 master-record.
        02 master-value pic 9(6).
        02 master-roman pic x(26).
        02 master-count pic 9(8).
        02 master-first-seen pic x(8).
        02 master-last-seen  pic x(8).
fd print-file.
*> the day's browse listings, each on a new page under its own title,
*> added on to by every listing sent there that day
    01 print-record pic x(80).
working-storage section.
77 eof-switch pic 9 value 1.
77  ws-master-fname pic x(30).
77  ws-master-status pic xx.
77  ws-print-fname pic x(30).
77  ws-print-status pic xx.
77  ws-print-open pic 9 value 0.
77  ws-print-this pic 9 value 0.
77  ws-answer pic x(30).
77  ws-spelling pic x(26).
77  ws-list-title pic x(50).
77  ws-listed pic s9(8) usage is computational value zero.
77  ws-listed-ed pic z(7)9.
77  ws-from-date pic x(8).
77  ws-to-date pic x(8).
*> f = first seen, l = last seen: which date a range listing tests
77  ws-range-kind pic x(1).
*> paging support: a page is up to ws-page-size records held in the
*> page table between ws-pg-low and ws-pg-high; ws-page-first and
*> ws-page-last are the values the page on screen starts and ends at
77  ws-page-size pic s9(4) usage is computational value 15.
77  ws-pg-loaded pic s9(4) usage is computational value zero.
77  ws-pg-low pic s9(4) usage is computational value zero.
77  ws-pg-high pic s9(4) usage is computational value zero.
77  ws-page-first pic 9(6) value zero.
77  ws-page-last pic 9(6) value zero.
77  ws-page-answer pic x(1).
77  f pic s9(4) usage is computational.
*> top counts support: the top ws-top-n values seen, kept in count
*> order as the master is walked
77  ws-top-n pic s9(4) usage is computational value 10.
77  ws-top-filled pic s9(4) usage is computational value zero.
77  ws-tx pic s9(4) usage is computational.
77  ws-bubble-done pic 9 value 0.
01  input-area.
    02 in-r   pic x(30).
    02 filler pic x(79).
01  page-table.
    02 page-entry occurs 15 times.
        03 pg-record pic x(56).
01  top-table.
    02 top-entry occurs 50 times.
        03 tt-record pic x(56).
        03 tt-count  pic 9(8).
01  top-hold.
    02 th-record pic x(56).
    02 th-count  pic 9(8).
01  print-title.
    02 filler   pic x(20) value 'master browse  date '.
    02 pt-date  pic x(8).
    02 filler   pic x(2) value spaces.
    02 pt-title pic x(50).
01  browse-heads.
    02 filler pic x(8) value '  value'.
    02 filler pic x(27) value 'spelling'.
    02 filler pic x(10) value '   count'.
    02 filler pic x(10) value 'first'.
    02 filler pic x(9) value 'last'.
01  browse-rule.
    02 filler pic x(63) value all '-'.
01  browse-line.
    02 bl-value pic z(5)9.
    02 filler   pic x(2) value spaces.
    02 bl-roman pic x(26).
    02 filler   pic x(1) value space.
    02 bl-count pic z(7)9.
    02 filler   pic x(2) value spaces.
    02 bl-first pic x(8).
    02 filler   pic x(2) value spaces.
    02 bl-last  pic x(8).
01  listed-line.
    02 filler pic x(1) value space.
    02 ll-count pic z(7)9.
    02 filler pic x(16) value ' records listed'.

procedure division.
    open input standard-input, output standard-output.
    move 'romanmaster.dat' to ws-master-fname.
    open input master-file.
    if ws-master-status is not equal to '00'
        display "master file unavailable, status " ws-master-status
        close standard-input, standard-output
        stop run
    end-if.
    perform browse-prompt until in-r is equal to "q".
    close master-file.
    if ws-print-open is equal to 1
        close print-file
        display "listings printed to " function trim (ws-print-fname)
    end-if.
    close standard-input, standard-output.
    stop run.

browse-prompt.
    display "spelling(s), page(p), first seen(f), last seen(l), top"
        " counts(t),".
    display "dormant(d) or quit(q)?".
    read standard-input into input-area.
    evaluate in-r
		when "s" perform lookup-spelling
		when "p" perform page-master
		when "f"
			move 'f' to ws-range-kind
			perform list-seen-range
		when "l"
			move 'l' to ws-range-kind
			perform list-seen-range
		when "t" perform list-top-counts
		when "d" perform list-dormant
		when "q" display "press enter to exit program"
    end-evaluate.

*> looks a numeral up by its spelling through the alternate key; the
*> master keeps canonical upper-case spellings, so the keyed spelling
*> is folded the same way
lookup-spelling.
	display "roman spelling?".
	accept ws-answer.
	move function upper-case (function trim (ws-answer)) to ws-spelling.
	move ws-spelling to master-roman.
	read master-file key is master-roman
		invalid key
			display " " function trim (ws-spelling)
				" is not on the master"
		not invalid key
			display " " function trim (master-roman) " = "
				master-value
			display "  seen " master-count " times, first "
				master-first-seen ", last " master-last-seen
	end-read.

*> pages through the master by value from wherever the operator asks,
*> a page at a time in either direction
page-master.
	display "starting value, or press enter for the start?".
	accept ws-answer.
	if function trim (ws-answer) is equal to spaces
		move zero to master-value
	else
		compute master-value = function numval (ws-answer)
	end-if.
	move spaces to ws-list-title.
	string 'master by value from ' master-value
		delimited by size into ws-list-title.
	perform ask-print.
	perform start-listing.
*> the keyed value is where paging stands until a page loads, so
*> backing up from past the last record shows the master's last page
	move master-value to ws-page-first.
	if master-value is greater than zero
		compute ws-page-last = master-value - 1
	else
		move zero to ws-page-last
	end-if.
	move 1 to eof-switch.
	start master-file key is not less than master-value
		invalid key move zero to eof-switch
	end-start.
	perform load-page-forward.
	if ws-pg-loaded is equal to zero
		display " no master records from there on"
	else
		perform show-page
	end-if.
	move space to ws-page-answer.
	perform page-step
		until ws-page-answer is equal to 'q'.
	perform end-listing.

*> takes the next paging move; at either end of the master the page
*> on screen stays where it is
page-step.
	display "next(n), back(b) or quit(q)?".
	accept ws-answer.
	move ws-answer (1:1) to ws-page-answer.
	evaluate ws-page-answer
		when 'n'
			move ws-page-last to master-value
			move 1 to eof-switch
			start master-file key is greater than master-value
				invalid key move zero to eof-switch
			end-start
			perform load-page-forward
			if ws-pg-loaded is equal to zero
				display " end of the master"
			else
				display " "
				display browse-heads
				perform show-page
			end-if
		when 'b'
			move ws-page-first to master-value
			move 1 to eof-switch
			start master-file key is less than master-value
				invalid key move zero to eof-switch
			end-start
			perform load-page-backward
			if ws-pg-loaded is equal to zero
				display " start of the master"
			else
				display " "
				display browse-heads
				perform show-page
			end-if
		when 'q'
			continue
		when other
			move space to ws-page-answer
	end-evaluate.

*> fills the page table from the first slot on, reading forwards from
*> where the start left the master
load-page-forward.
	move zero to ws-pg-loaded.
	perform read-page-forward
		until eof-switch = 0
			or ws-pg-loaded is equal to ws-page-size.
	move 1 to ws-pg-low.
	move ws-pg-loaded to ws-pg-high.

read-page-forward.
	read master-file next record
		at end move zero to eof-switch
	end-read.
	if eof-switch is not equal to zero
		add 1 to ws-pg-loaded
		move master-record to pg-record (ws-pg-loaded)
	end-if.

*> fills the page table from the last slot back, reading backwards
*> from where the start left the master, so the page still shows in
*> value order
load-page-backward.
	move zero to ws-pg-loaded.
	perform read-page-backward
		until eof-switch = 0
			or ws-pg-loaded is equal to ws-page-size.
	compute ws-pg-low = ws-page-size - ws-pg-loaded + 1.
	move ws-page-size to ws-pg-high.

read-page-backward.
	read master-file previous record
		at end move zero to eof-switch
	end-read.
	if eof-switch is not equal to zero
		add 1 to ws-pg-loaded
		compute f = ws-page-size - ws-pg-loaded + 1
		move master-record to pg-record (f)
	end-if.

*> shows the page table's records and remembers where the page starts
*> and ends for the next move
show-page.
	perform show-page-entry
		varying f from ws-pg-low by 1
		until f is greater than ws-pg-high.
	move pg-record (ws-pg-low) to master-record.
	move master-value to ws-page-first.
	move pg-record (ws-pg-high) to master-record.
	move master-value to ws-page-last.

show-page-entry.
	move pg-record (f) to master-record.
	perform show-browse-line.

*> lists every record first seen (or last seen) within a date range,
*> walking the whole master in value order
list-seen-range.
	display "from date (yyyymmdd)?".
	accept ws-from-date.
	display "to date (yyyymmdd), or press enter for today?".
	accept ws-to-date.
	if function trim (ws-to-date) is equal to spaces
		move function current-date(1:8) to ws-to-date
	end-if.
	move spaces to ws-list-title.
	if ws-range-kind is equal to 'f'
		string 'first seen ' ws-from-date ' to ' ws-to-date
			delimited by size into ws-list-title
	else
		string 'last seen ' ws-from-date ' to ' ws-to-date
			delimited by size into ws-list-title
	end-if.
	perform ask-print.
	perform start-listing.
	perform start-master-walk.
	perform range-one-record
		until eof-switch = 0.
	perform end-listing.

range-one-record.
	read master-file next record
		at end move zero to eof-switch
	end-read.
	if eof-switch is not equal to zero
		if ws-range-kind is equal to 'f'
			if master-first-seen is numeric
				and master-first-seen is not less than ws-from-date
				and master-first-seen is not greater than ws-to-date
				perform show-browse-line
			end-if
		else
			if master-last-seen is numeric
				and master-last-seen is not less than ws-from-date
				and master-last-seen is not greater than ws-to-date
				perform show-browse-line
			end-if
		end-if
	end-if.

*> lists the records not seen since a given date; a record whose
*> last-seen date is unreadable is listed too, since nobody can say
*> when it was last seen
list-dormant.
	display "not seen since (yyyymmdd)?".
	accept ws-from-date.
	move spaces to ws-list-title.
	string 'not seen since ' ws-from-date
		delimited by size into ws-list-title.
	perform ask-print.
	perform start-listing.
	perform start-master-walk.
	perform dormant-one-record
		until eof-switch = 0.
	perform end-listing.

dormant-one-record.
	read master-file next record
		at end move zero to eof-switch
	end-read.
	if eof-switch is not equal to zero
		if master-last-seen is not numeric
			or master-last-seen is less than ws-from-date
			perform show-browse-line
		end-if
	end-if.

*> lists the top n values by how often they have been seen; ties keep
*> value order
list-top-counts.
	display "how many, up to 50, or press enter for 10?".
	accept ws-answer.
	if function trim (ws-answer) is equal to spaces
		move 10 to ws-top-n
	else
		compute ws-top-n = function numval (ws-answer)
	end-if.
	if ws-top-n is less than 1 or ws-top-n is greater than 50
		move 10 to ws-top-n
	end-if.
	move zero to ws-top-filled.
	perform start-master-walk.
	perform top-one-record
		until eof-switch = 0.
	move spaces to ws-list-title.
	move ws-top-n to ws-listed-ed.
	string 'top ' function trim (ws-listed-ed) ' by count'
		delimited by size into ws-list-title.
	perform ask-print.
	perform start-listing.
	perform show-top-entry
		varying f from 1 by 1
		until f is greater than ws-top-filled.
	perform end-listing.

*> offers one master record to the top table: it goes in while the
*> table has room, or in place of the last entry when it was seen more
*> often, and then rises to its place in count order
top-one-record.
	read master-file next record
		at end move zero to eof-switch
	end-read.
	if eof-switch is not equal to zero
		and master-count is numeric
		if ws-top-filled is less than ws-top-n
			add 1 to ws-top-filled
			move master-record to tt-record (ws-top-filled)
			move master-count to tt-count (ws-top-filled)
			move ws-top-filled to ws-tx
			perform rise-top-entry
		else
			if master-count is greater than tt-count (ws-top-n)
				move master-record to tt-record (ws-top-n)
				move master-count to tt-count (ws-top-n)
				move ws-top-n to ws-tx
				perform rise-top-entry
			end-if
		end-if
	end-if.

rise-top-entry.
	move 0 to ws-bubble-done.
	perform rise-one-place
		until ws-bubble-done = 1.

rise-one-place.
	if ws-tx is equal to 1
		move 1 to ws-bubble-done
	else
		if tt-count (ws-tx - 1) is not less than tt-count (ws-tx)
			move 1 to ws-bubble-done
		else
			move top-entry (ws-tx) to top-hold
			move top-entry (ws-tx - 1) to top-entry (ws-tx)
			move top-hold to top-entry (ws-tx - 1)
			subtract 1 from ws-tx
		end-if
	end-if.

show-top-entry.
	move tt-record (f) to master-record.
	perform show-browse-line.

*> positions the master at its lowest value for a full walk
start-master-walk.
	move zero to master-value.
	move 1 to eof-switch.
	start master-file key is not less than master-value
		invalid key move zero to eof-switch
	end-start.

*> asks whether the listing about to run goes to the print file too
ask-print.
	move 0 to ws-print-this.
	display "to the print file as well? (y/n)".
	accept ws-answer.
	if ws-answer (1:1) is equal to 'y'
		perform open-print-file
		if ws-print-open is equal to 1
			move 1 to ws-print-this
		end-if
	end-if.

*> the day's print file is opened once, on the first listing sent to
*> it, and added on to if an earlier session already wrote it
open-print-file.
	if ws-print-open is equal to 0
		move spaces to ws-print-fname
		string 'romanbrowse-' function current-date(1:8) '.prt'
			delimited by size into ws-print-fname
		open extend print-file
		if ws-print-status is not equal to '00'
			open output print-file
		end-if
		if ws-print-status is equal to '00'
			move 1 to ws-print-open
		else
			display "print file will not open, status "
				ws-print-status ", screen only"
		end-if
	end-if.

*> heads a listing on the screen, and on a new page of the print file
*> when it is going there
start-listing.
	move zero to ws-listed.
	display " ".
	display function trim (ws-list-title).
	display browse-heads.
	if ws-print-this is equal to 1
		move function current-date(1:8) to pt-date
		move ws-list-title to pt-title
		write print-record from print-title after advancing page
		write print-record from browse-heads after advancing 2 lines
		write print-record from browse-rule after advancing 1 line
	end-if.

*> one master record, to the screen and the print file when it is on
show-browse-line.
	add 1 to ws-listed.
	move master-value to bl-value.
	move master-roman to bl-roman.
	if master-count is numeric
		move master-count to bl-count
	else
		move zero to bl-count
	end-if.
	move master-first-seen to bl-first.
	move master-last-seen to bl-last.
	display browse-line.
	if ws-print-this is equal to 1
		write print-record from browse-line after advancing 1 line
	end-if.

*> closes a listing with its record count
end-listing.
	move ws-listed to ll-count.
	display listed-line.
	if ws-print-this is equal to 1
		write print-record from listed-line after advancing 2 lines
	end-if.
	move 0 to ws-print-this.
