identification division.
program-id. replay.
*> regression replay: pulls a day's or a month's romanreport detail
*> lines back out of the housekeep archive and runs every numeral they
*> reported back through today's conv, in the notation it was reported
*> in, listing each line whose result would not stand today -- now
*> rejected, with the reason code conv gives, or now a different
*> value. run before any change to conv is signed off, and handed to
*> the auditors when they ask whether historic reports still stand.
*> the period comes from the command line (yyyymmdd for a day, yyyymm
*> for a month) or is prompted for; the listing goes to the screen and
*> to replay-<period>.txt, and the outcome is posted in return-code:
*> 0 = every line stands, 4 = differences listed, 8 = the period is not
*> in the archive
environment division.
input-output section.
file-control.
    select standard-output assign to display.
    select archive-file assign to dynamic ws-archive-fname
		organization is indexed
		access is dynamic
		record key is arc-key
		file status is ws-archive-status.
    select replay-file assign to dynamic ws-replay-fname
		organization is line sequential
		file status is ws-replay-status.

data division.
file section.
fd standard-output.
    01 stdout-record  pic x(80).
fd archive-file.
*> the month's archive housekeep builds: every line of every archived
*> file keyed by member name and line number; line number zero is the
*> member's contents-index entry
    01 archive-record.
        02 arc-key.
            03 arc-member pic x(30).
            03 arc-seq    pic 9(6).
        02 arc-line pic x(80).
fd replay-file.
    01 replay-record pic x(80).
working-storage section.
77 eof-switch pic 9 value 1.
77  ws-archive-fname pic x(30).
77  ws-archive-status pic xx.
77  ws-replay-fname pic x(30).
77  ws-replay-status pic xx.
77  ws-return-code pic s9(4) usage is computational value zero.
77  ws-parm-text pic x(100).
77  ws-period pic x(8).
77  ws-period-len pic s9(4) usage is computational value zero.
77  ws-member-date pic x(8).
*> the reported line in hand: the numeral and the value printed beside
*> it, taken from either report layout
77  ws-detail pic 9 value 0.
77  ws-token pic x(30).
77  ws-then-text pic x(30).
77  ws-then-value pic s9(8) usage is computational value zero.
77  ws-comma-count pic s9(4) usage is computational value zero.
77  ws-space-count pic s9(4) usage is computational value zero.
77  ws-equals-count pic s9(4) usage is computational value zero.
77  trailing-spaces pic s9(4) usage is computational value zero.
*> conv's parameters, the same pictures the converter passes
77  str-len    pic s99 usage is computational.
77  temp pic s9(8) usage is computational.
77  ret  pic s9 usage is computational-3.
77  ws-conv-mode pic 9 usage is computational value 1.
01  array-area.
    02 r pic x(1) occurs 30 times.
*> what the replay turned up
77  ws-lines-read pic s9(8) usage is computational value zero.
77  ws-lines-replayed pic s9(8) usage is computational value zero.
77  ws-lines-standing pic s9(8) usage is computational value zero.
77  ws-now-rejected pic s9(8) usage is computational value zero.
77  ws-now-different pic s9(8) usage is computational value zero.
77  ws-rej-char pic s9(8) usage is computational value zero.
77  ws-rej-case pic s9(8) usage is computational value zero.
77  ws-rej-grammar pic s9(8) usage is computational value zero.
77  ws-rej-range pic s9(8) usage is computational value zero.
77  ws-rej-blank pic s9(8) usage is computational value zero.
77  ws-days-found pic s9(4) usage is computational value zero.
77  ws-num-ed pic z(8)9.
01  input-area.
    02 in-r   pic x(30).
    02 filler pic x(79).
01  title-line.
    02 filler pic x(11) value spaces.
    02 filler pic x(31) value 'replay of archived reports for '.
    02 title-period pic x(8).
01  underline-1.
    02 filler pic x(45) value
       ' --------------------------------------------'.
01  detail-heads.
    02 filler pic x(75) value
       'date       line  numeral                     reported  today'.
01  detail-line.
    02 dl-date pic x(8).
    02 filler pic x(1) value space.
    02 dl-line pic z(5)9.
    02 filler pic x(2) value spaces.
    02 dl-roman pic x(26).
    02 filler pic x(1) value space.
    02 dl-then pic z(8)9.
    02 filler pic x(2) value spaces.
    02 dl-now pic x(25).
01  count-line.
    02 cl-label pic x(30).
    02 cl-count pic z(8)9.

procedure division.
    open output standard-output.
    accept ws-parm-text from command-line.
    if function trim (ws-parm-text) is equal to spaces
        display "enter day (yyyymmdd) or month (yyyymm) to replay"
        accept input-area
        move in-r to ws-parm-text
    end-if.
    move function trim (ws-parm-text) to ws-period.
    move zero to trailing-spaces.
    inspect function reverse (ws-period)
        tallying trailing-spaces for leading space.
    compute ws-period-len = length of ws-period - trailing-spaces.
    if (ws-period-len is not equal to 8 and ws-period-len is not equal to 6)
        or ws-period (1:ws-period-len) is not numeric
        display "period " function trim (ws-period)
            " is not yyyymmdd or yyyymm"
        move 8 to ws-return-code
        close standard-output
        move ws-return-code to return-code
        stop run
    end-if.
    move spaces to ws-archive-fname.
    string 'romanarchive-' ws-period (1:6) '.dat'
        delimited by size into ws-archive-fname.
    open input archive-file.
    if ws-archive-status is not equal to '00'
        display "no archive for that month, status "
            ws-archive-status
        move 8 to ws-return-code
        close standard-output
        move ws-return-code to return-code
        stop run
    end-if.
    move spaces to ws-replay-fname.
    string 'replay-' ws-period (1:ws-period-len) '.txt'
        delimited by size into ws-replay-fname.
    open output replay-file.
    move ws-period to title-period.
    move title-line to replay-record.
    perform write-replay-line.
    move underline-1 to replay-record.
    perform write-replay-line.
    move detail-heads to replay-record.
    perform write-replay-line.
*> the day's report members sort together in the archive, so the walk
*> starts at the first member for the period and stops at the first
*> that is not
    move spaces to arc-member.
    string 'romanreport-' ws-period (1:ws-period-len)
        delimited by size into arc-member.
    move zero to arc-seq.
    move spaces to ws-member-date.
    move 1 to eof-switch.
    start archive-file key is not less than arc-key
        invalid key move zero to eof-switch
    end-start.
    perform replay-one-line
        until eof-switch = 0.
    close archive-file.
    perform write-replay-totals.
    close replay-file.
    evaluate true
        when ws-days-found is equal to zero
            display "the period is not in the archive"
            move 8 to ws-return-code
        when ws-now-rejected is greater than zero
        when ws-now-different is greater than zero
            move 4 to ws-return-code
    end-evaluate.
    close standard-output.
    move ws-return-code to return-code.
    stop run.

*> reads one archived line; a report line for the period that is a
*> detail line goes back through conv. the day's printed copy is
*> archived beside its report and carries the same lines paginated, so
*> it is passed over
replay-one-line.
	read archive-file next record
		at end move zero to eof-switch
	end-read.
	if eof-switch is not equal to zero
		if arc-member (1:12) is not equal to 'romanreport-'
			or arc-member (13:ws-period-len) is not equal to
				ws-period (1:ws-period-len)
			move zero to eof-switch
		end-if
	end-if.
	if eof-switch is not equal to zero
		and arc-member (21:4) is not equal to '.prt'
		if arc-member (13:8) is not equal to ws-member-date
			move arc-member (13:8) to ws-member-date
			add 1 to ws-days-found
		end-if
		if arc-seq is greater than zero
			add 1 to ws-lines-read
			perform pick-detail-line
			if ws-detail is equal to 1
				perform replay-detail-line
			end-if
		end-if
	end-if.

*> decides whether the line in hand is a numeral the report printed
*> and, if so, takes the numeral and the value printed beside it.
*> the fixed layout has the numeral in columns 2-31 and the value
*> right-justified in 35-43 with nothing after; the csv layout is one
*> numeral, one comma and one value. headings, summaries, supplier
*> and frequency lines fail one test or the other, and a calculator
*> line carries an '=' and is no conversion at all
pick-detail-line.
	move zero to ws-detail.
	move spaces to ws-token.
	move spaces to ws-then-text.
	move zero to ws-equals-count.
	inspect arc-line tallying ws-equals-count for all '='.
	if ws-equals-count is equal to zero
		evaluate true
			when arc-line (1:1) is equal to space
				and arc-line (2:30) is not equal to spaces
				and arc-line (32:3) is equal to spaces
				and arc-line (35:9) is not equal to spaces
				and arc-line (44:37) is equal to spaces
				move arc-line (2:30) to ws-token
				move function trim (arc-line (35:9)) to ws-then-text
				perform check-then-value
			when arc-line (1:1) is not equal to space
				perform pick-csv-line
		end-evaluate
	end-if.

pick-csv-line.
	move zero to ws-comma-count.
	inspect arc-line tallying ws-comma-count for all ','.
	if ws-comma-count is equal to 1
		unstring arc-line delimited by ','
			into ws-token ws-then-text
		end-unstring
		move zero to ws-space-count
		inspect function trim (ws-token)
			tallying ws-space-count for all space
		move function trim (ws-then-text) to ws-then-text
		if ws-space-count is equal to zero
			perform check-then-value
		end-if
	end-if.

*> the value beside the numeral has to be a plain number for the line
*> to be a detail line
check-then-value.
	move zero to trailing-spaces.
	inspect function reverse (ws-then-text)
		tallying trailing-spaces for leading space.
	if trailing-spaces is less than length of ws-then-text
		and ws-then-text (1:length of ws-then-text - trailing-spaces)
			is numeric
		move 1 to ws-detail
		compute ws-then-value = function numval (ws-then-text)
	end-if.

*> re-converts one reported numeral through today's conv and lists it
*> if today's answer differs. a bracketed numeral can only have come
*> from an extended run; anything else is replayed the strict way
replay-detail-line.
	add 1 to ws-lines-replayed.
	move zero to trailing-spaces.
	inspect function reverse (ws-token)
		tallying trailing-spaces for leading space.
	compute str-len = length of ws-token - trailing-spaces.
	move ws-token to array-area.
	if ws-token (1:1) is equal to '('
		move 3 to ws-conv-mode
	else
		move 1 to ws-conv-mode
	end-if.
	call "conv" using array-area, str-len, ret, temp, ws-conv-mode.
	move spaces to dl-now.
	evaluate true
		when ret is not equal to 1
			add 1 to ws-now-rejected
			evaluate ret
				when 2
					add 1 to ws-rej-char
					move 'rejected: illegal char' to dl-now
				when 3
					add 1 to ws-rej-case
					move 'rejected: mixed case' to dl-now
				when 4
					add 1 to ws-rej-grammar
					move 'rejected: bad grammar' to dl-now
				when 5
					add 1 to ws-rej-range
					move 'rejected: out of range' to dl-now
				when 6
					add 1 to ws-rej-blank
					move 'rejected: blank' to dl-now
			end-evaluate
			perform write-difference-line
		when temp is not equal to ws-then-value
			add 1 to ws-now-different
			move temp to ws-num-ed
			string 'now ' function trim (ws-num-ed)
				delimited by size into dl-now
			perform write-difference-line
		when other
			add 1 to ws-lines-standing
	end-evaluate.

write-difference-line.
	move ws-member-date to dl-date.
	move arc-seq to dl-line.
	move ws-token to dl-roman.
	move ws-then-value to dl-then.
	move detail-line to replay-record.
	perform write-replay-line.

*> counts by kind of difference
write-replay-totals.
	move spaces to replay-record.
	perform write-replay-line.
	move 'report days found:' to cl-label.
	move ws-days-found to cl-count.
	move count-line to replay-record.
	perform write-replay-line.
	move 'report lines read:' to cl-label.
	move ws-lines-read to cl-count.
	move count-line to replay-record.
	perform write-replay-line.
	move 'numerals replayed:' to cl-label.
	move ws-lines-replayed to cl-count.
	move count-line to replay-record.
	perform write-replay-line.
	move 'still standing:' to cl-label.
	move ws-lines-standing to cl-count.
	move count-line to replay-record.
	perform write-replay-line.
	move 'now a different value:' to cl-label.
	move ws-now-different to cl-count.
	move count-line to replay-record.
	perform write-replay-line.
	move 'now rejected:' to cl-label.
	move ws-now-rejected to cl-count.
	move count-line to replay-record.
	perform write-replay-line.
	move '  illegal character:' to cl-label.
	move ws-rej-char to cl-count.
	move count-line to replay-record.
	perform write-replay-line.
	move '  mixed case:' to cl-label.
	move ws-rej-case to cl-count.
	move count-line to replay-record.
	perform write-replay-line.
	move '  bad grammar:' to cl-label.
	move ws-rej-grammar to cl-count.
	move count-line to replay-record.
	perform write-replay-line.
	move '  out of range:' to cl-label.
	move ws-rej-range to cl-count.
	move count-line to replay-record.
	perform write-replay-line.
	move '  blank line:' to cl-label.
	move ws-rej-blank to cl-count.
	move count-line to replay-record.
	perform write-replay-line.

*> writes one line to the screen and the retained replay listing
write-replay-line.
	write stdout-record from replay-record after advancing 1 line.
	write replay-record.
