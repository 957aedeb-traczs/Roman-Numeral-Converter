		record key is master-value
		alternate record key is master-roman
		file status is ws-master-status.
    select journal-file assign to dynamic ws-jnl-fname
		organization is line sequential
		file status is ws-jnl-status.
    select supplier-file assign to dynamic ws-supplier-fname
		organization is indexed
		access is dynamic
		record key is supp-id
		file status is ws-supplier-status.
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
*> permanent run-history audit trail, appended to by every execution:
*> one 'R' record per run with the date/time, files processed, control
*> totals, output format and completion status, plus one 'F' record per
*> input file processed so month end can see which files keep failing.
*> both carry the run number, the same one the run's spool and summary
*> blocks carry, so the daily proof can tie each run's figures together
    01 history-record pic x(90).
fd lock-file.
*> the day's run lock: a non-empty record means another execution is
fd submission-file.
*> permanent record of every supplier submission already processed, one
*> line per header seen through to end of file, so a re-sent file is
*> refused instead of double-counting the master and the day's report.
*> a refused re-send is recorded too, status 'R', so the month-end
*> chargeback can bill the supplier for it; a line written before the
*> status existed carries spaces there and counts as processed
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
fd master-file.
*> permanent conversion master, one record per decimal value ever seen
*> in a file run: the canonical roman spelling, a running count of how
        02 master-count pic 9(8).
        02 master-first-seen pic x(8).
        02 master-last-seen  pic x(8).
fd supplier-file.
*> the supplier master, same layout suppmaint maintains; read for the
*> processing profile of each file's supplier
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
fd journal-file.
*> the master journal, appended to by everything that changes the
*> master: one line per write, rewrite or delete with the run number,
*> the operator and the record before and after, so masterrecover can
*> back a run out or roll a restored master forward. 'B' and 'V' lines
*> mark a backup taken and a run backed out; they carry counts in
*> place of a before image
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
fd checkpoint-file.
*> carries forward not just how many records a prior interrupted run
*> got through, but the valid/rejected/sum-eq totals that went with
*> arrived: the record counts above are tokens, ckpt-lines is how many
*> input lines to skip past on resume
        02 ckpt-lines        pic 9(8).
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
77  i pic 9.
*> unattended batch support: a parameter file named on the command line
*> replaces every keyboard answer, and the run posts its outcome in
*> return-code so the scheduler can flag it (0 = clean, 4 = records
*> rejected, 8 = parameter/control trouble, an input file skipped or
*> the master journal failing mid-run)
77  ws-parm-fname pic x(100).
77  ws-parm-status pic xx.
77  ws-parm-text pic x(30).
77  ws-master-status pic xx.
77  ws-master-open pic 9 value 0.
77  ws-master-hit pic 9 value 0.
*> master journal support: the master is only used when its journal
*> can be written too, so no master change goes unrecorded;
*> ws-master-before holds the record as read, ahead of the rewrite
77  ws-jnl-fname pic x(30).
77  ws-jnl-status pic xx.
77  ws-jnl-seq pic 9(8) value zero.
77  ws-jnl-action pic x(1).
77  ws-master-before pic x(56).
*> a journal write that fails mid-run takes the master out of the run
*> and posts return-code 8
77  ws-jnl-failed pic 9 value 0.
*> concurrent-run protection: each execution claims the day's shared
*> report and master files through the run lock before touching them,
*> then spools its detail and summary to its own run-numbered file;
77  ws-rej-grammar pic s9(8) usage is computational value zero.
77  ws-rej-range   pic s9(8) usage is computational value zero.
77  ws-rej-blank   pic s9(8) usage is computational value zero.
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
01  freq-table.
    02 freq-entry occurs 500 times.
        03 fq-roman pic x(26).
    02 fh-roman pic x(26).
    02 fh-value pic s9(8) usage is computational.
    02 fh-count pic s9(8) usage is computational.
*> per-supplier processing profiles: the run's own verification and
*> notation answers are kept aside so every file starts from them,
*> then its supplier's profile on the supplier master overrides them
*> and may demand the HDR/TRL pair or cap the file's record count;
*> the pre-scan counts the records the way the run will read them
77  ws-supplier-fname pic x(30).
77  ws-supplier-status pic xx.
77  ws-run-verify-mode pic 9 value 0.
77  ws-run-ext-mode pic 9 value 0.
77  ws-any-verify pic 9 value 0.
77  ws-prof-found pic 9 value 0.
77  ws-prof-trailer pic x(1) value 'o'.
77  ws-prof-max pic 9(8) value zero.
77  ws-prof-max-ed pic z(7)9.
77  ws-prof-held pic 9 value 0.
77  ws-prof-ptr pic s9(4) usage is computational.
77  ws-scan-done pic 9 value 0.
77  ws-scan-trl pic 9 value 0.
77  ws-scan-count pic s9(8) usage is computational value zero.
77  ws-scan-count-ed pic z(7)9.
77  ws-prof-count pic s9(4) usage is computational value zero.
77  ws-px pic s9(4) usage is computational.
*> one slot per supplier file this run settled, with the profile it
*> ran under, for the end-of-job supplier section
01  profile-table.
    02 profile-entry occurs 50 times.
        03 pt-fname    pic x(30).
        03 pt-supplier pic x(6).
        03 pt-text     pic x(40).
*> one slot per distinct supplier seen in this run's control entries
01  supplier-table.
    02 supplier-entry occurs 50 times.
01  summary-title.
    02 filler pic x(11) value spaces.
    02 filler pic x(19) value 'end of job summary'.
01  summary-line-run.
    02 filler pic x(20) value 'run number:'.
    02 sum-run-number pic z(8)9.
01  summary-line-read.
    02 filler pic x(20) value 'records read:'.
    02 sum-rec-read pic z(8)9.
01  supplier-title.
    02 filler pic x(11) value spaces.
    02 filler pic x(15) value 'supplier totals'.
01  profile-title.
    02 filler pic x(11) value spaces.
    02 filler pic x(13) value 'file profiles'.
01  profile-line.
    02 pl-fname    pic x(30).
    02 filler      pic x(1) value space.
    02 pl-supplier pic x(6).
    02 filler      pic x(1) value space.
    02 pl-text     pic x(40).
01  freq-title.
    02 filler pic x(11) value spaces.
    02 filler pic x(17) value 'numeral frequency'.
    02 filler pic x(5) value spaces.
    02 fl-count pic z(8)9.
01  csv-line pic x(80).
*> control-break markers bracketing each input file's detail in the
*> spool; collate turns them into the printed copy's file breaks and
*> keeps them out of the flat dated report. no detail line can start
*> with '#', so they cannot be mistaken for data
01  spool-file-mark.
    02 filler       pic x(6) value '#file '.
    02 sfm-fname    pic x(30).
    02 filler       pic x(1) value space.
    02 sfm-supplier pic x(6).
01  spool-end-mark.
    02 filler       pic x(9) value '#endfile '.
    02 sem-read     pic 9(8).
    02 filler       pic x(1) value space.
    02 sem-valid    pic 9(8).
    02 filler       pic x(1) value space.
    02 sem-rejected pic 9(8).
*> run-history record layouts, written from here into history-record;
*> the leading type byte tells the month-end program which one it has
01  hist-run-rec.
    02 hr-outcome  pic x(8).
    02 filler      pic x(1) value space.
    02 hr-operator pic x(8).
    02 filler      pic x(1) value space.
    02 hr-run      pic 9(4).
01  hist-file-rec.
    02 filler      pic x(1) value 'F'.
    02 filler      pic x(1) value space.
    02 hf-rejected pic 9(8).
    02 filler      pic x(1) value space.
    02 hf-supplier pic x(6).
    02 filler      pic x(1) value space.
    02 hf-run      pic 9(4).
    02 filler      pic x(1) value space.
    02 hf-mismatch pic 9(8).

procedure division.
*> a parameter file named on the command line switches the whole run
    else
        move 'batch' to ws-operator
    end-if.
*> the id must be on the operator registry and active, 'batch' too; a
*> refused unattended run posts return-code 8 for the scheduler
    perform check-operator.
    if ws-signed-on is equal to 0
        if function trim (ws-parm-fname) is equal to spaces
            close standard-input
        else
            move 8 to ws-return-code
            move ws-return-code to return-code
        end-if
        close standard-output
        stop run
    end-if.
*> claim the day's shared report and master files before touching
*> either of them; a second start waits or is told who holds the lock
    perform claim-run-lock.
        display "master file unavailable, status " ws-master-status
            ", converting without it"
    end-if.
*> every master change is journaled; a master that cannot be
*> journaled is not touched at all this run
    if ws-master-open is equal to 1
        move 'romanmaster.jnl' to ws-jnl-fname
        open extend journal-file
        if ws-jnl-status is equal to '35'
            open output journal-file
        end-if
        if ws-jnl-status is not equal to '00'
            display "master journal unavailable, status " ws-jnl-status
                ", converting without the master"
            close master-file
            move 0 to ws-master-open
        end-if
    end-if.
*> every execution leaves a record of itself behind, whatever else
*> happens -- the audit trail is only as good as its worst gap
    move 'romanrun.history' to ws-hist-fname.
        perform write-run-history
        if ws-master-open is equal to 1
            close master-file
            close journal-file
        end-if
        close report-file
        perform release-run-lock
        move 'x' to ws-output-format
    end-if.
*>prompt user for file input or keyboard choice
perform userprompt until in-r is equal to "q".
userprompt.
    display "keyboard(k) or file(f) or decimal(d) or inquiry(i) or calc(c) or quit(q)?".
    read standard-input into input-area.
	perform write-run-history.
	if ws-master-open is equal to 1
		close master-file
		close journal-file
	end-if.
	close report-file.
	perform release-run-lock.
    display " ".
    display "Enter roman numerals, press q and press enter twice to quit".
*> spaghett is the loop that keeps on prompting for roman numerals
perform spaghett until array-area is equal to "q".
spaghett.
	display " ".
	
    move 1 to ws-conv-mode.
    call "conv" using array-area, str-len, ret, temp, ws-conv-mode.
    *> the roman numerals will only be calculated if valid
    if ret is equal to 1
    then
		move temp to out-eq move array-area to out-r
		perform write-print-line
    perform write-menu-headers.
    display " ".
    display "Enter decimal numbers (1-3999), press q and press enter twice to quit".
perform decspaghett until array-area is equal to "q".
decspaghett.
	display " ".
	move spaces to array-area.
	read standard-input into input-area.
	if in-r is equal to "q"
	then
		move "q" to array-area
	else
		move spaces to array-area
		move 2 to ws-conv-mode
		call "conv" using array-area, str-len, ret, temp, ws-conv-mode
		if ret is equal to 1
		then
			move temp to out-eq move array-area to out-r
			perform write-print-line
inquiry.
    display " ".
    display "Enter decimal values to look up, press q and press enter twice to quit".
perform inqspaghett until array-area is equal to "q".
inqspaghett.
	display " ".
	move spaces to array-area.
	read standard-input into input-area.
	if in-r is equal to "q"
	then
		move "q" to array-area
	else
    perform write-menu-headers.
    display " ".
    display "Enter expressions like XIV + VII (operators + - *), press q and press enter twice to quit".
perform calcspaghett until array-area is equal to "q".
calcspaghett.
	display " ".
	move spaces to array-area.
	read standard-input into input-area.
	if in-r is equal to "q"
	then
		move "q" to array-area
	else
		perform write-reject-analysis
	end-if.
	if ws-supp-count is greater than zero
		or ws-prof-count is greater than zero
		perform write-supplier-section
	end-if.
	if ws-freq-count is greater than zero
        write stdout-record from csv-line after advancing 1 line
        write report-record from csv-line
        move spaces to csv-line
        string 'run number' ',' function trim (sum-run-number)
            delimited by size into csv-line
        write stdout-record from csv-line after advancing 1 line
        write report-record from csv-line
        move spaces to csv-line
        string 'records read' ',' function trim (sum-rec-read)
            delimited by size into csv-line
        write stdout-record from csv-line after advancing 1 line
    else
        write stdout-record from summary-title after advancing 1 line
        write report-record from summary-title
        write stdout-record from summary-line-run after advancing 1 line
        write report-record from summary-line-run
        write stdout-record from summary-line-read after advancing 1 line
        write report-record from summary-line-read
        write stdout-record from summary-line-valid after advancing 1 line
	perform write-one-supplier-line
		varying ws-sx from 1 by 1
		until ws-sx is greater than ws-supp-count.
	if ws-prof-count is greater than zero
		if ws-output-format is equal to 'c'
			move spaces to csv-line
			string function trim (profile-title) delimited by size
				into csv-line
			write stdout-record from csv-line after advancing 1 line
			write report-record from csv-line
		else
			write stdout-record from profile-title
				after advancing 1 line
			write report-record from profile-title
		end-if
		perform write-one-profile-line
			varying ws-px from 1 by 1
			until ws-px is greater than ws-prof-count
	end-if.

write-one-supplier-line.
	move st-files (ws-sx) to ws-st-files-ed.
	write stdout-record from csv-line after advancing 1 line.
	write report-record from csv-line.

*> one supplier file and the profile it ran under, or 'held' where the
*> profile held it for review
write-one-profile-line.
	move spaces to csv-line.
	if ws-output-format is equal to 'c'
		string 'profile' ',' function trim (pt-fname (ws-px)) ','
			pt-supplier (ws-px) ',' function trim (pt-text (ws-px))
			delimited by size into csv-line
	else
		move pt-fname (ws-px) to pl-fname
		move pt-supplier (ws-px) to pl-supplier
		move pt-text (ws-px) to pl-text
		move profile-line to csv-line
	end-if.
	write stdout-record from csv-line after advancing 1 line.
	write report-record from csv-line.

*> rolls one valid numeral into the frequency table; spellings fold to
*> upper case, the same way the conversion master keeps them, so 'xiv'
*> and 'XIV' count as the same numeral
	move zero to ws-dup-found.
	move zero to ws-balance-bad.
	move zero to ws-supp-count.
	move zero to ws-prof-count.
	move zero to ws-any-verify.
	move ws-verify-mode to ws-run-verify-mode.
	move ws-ext-mode to ws-run-ext-mode.

*> carries the combined totals into the summary block's edited fields
set-summary-totals.
	move ws-run-number to sum-run-number.
	move ws-rec-read to sum-rec-read.
	move ws-rec-valid to sum-rec-valid.
	move ws-rec-rejected to sum-rec-rejected.
	move ws-rec-mismatch to sum-rec-mismatch.
	move ws-eq-total to sum-eq-total.
*> the files may have run under their suppliers' profiles; the summary
*> shows the mismatch line if any of them ran as a verification
	move ws-run-ext-mode to ws-ext-mode.
	if ws-any-verify is equal to 1
		move 1 to ws-verify-mode
	else
		move ws-run-verify-mode to ws-verify-mode
	end-if.

*> claims the day's shared files through the run lock; an attended
*> second start is told who holds the lock and may retry or quit, an
		move ws-output-format to hr-format
		move ws-hist-outcome to hr-outcome
		move ws-operator to hr-operator
		move ws-run-number to hr-run
		write history-record from hist-run-rec
		close history-file
		move 0 to ws-hist-open
			perform write-reject-analysis
		end-if
		if ws-supp-count is greater than zero
			or ws-prof-count is greater than zero
			perform write-supplier-section
		end-if
		if ws-freq-count is greater than zero
		evaluate true
			when ws-dup-found is equal to 1
				move 12 to ws-return-code
			when ws-jnl-failed is equal to 1
				move 8 to ws-return-code
			when ws-entry-skipped is equal to 1
				move 8 to ws-return-code
			when ws-balance-bad is equal to 1
	move zero to ws-file-eq-total.
	move zero to ws-file-rec-mismatch.
	move zero to ws-file-line-count.
	perform apply-supplier-profile.
	open input checkpoint-file.
	if ws-ckpt-status is equal to '00'
		read checkpoint-file
	end-if.
	if ws-dup-refused is equal to 1
		move 1 to ws-dup-found
		perform record-refusal
	else
		perform check-profile-limits
		if ws-prof-held is equal to 1
			move 1 to ws-entry-skipped
		else
			perform convert-one-file
			if ws-verify-mode is equal to 1
				move 1 to ws-any-verify
			end-if
		end-if
		perform note-file-profile
	end-if.

*> starts the file from the run's own answers, then lets its supplier's
*> profile on the supplier master override them; a file with no
*> supplier, or one the master does not know, runs as the run was asked
apply-supplier-profile.
	move ws-run-verify-mode to ws-verify-mode.
	move ws-run-ext-mode to ws-ext-mode.
	move 0 to ws-prof-found.
	move 'o' to ws-prof-trailer.
	move zero to ws-prof-max.
	if ws-supplier-id is not equal to spaces
		move 'romansupplier.dat' to ws-supplier-fname
		open input supplier-file
		if ws-supplier-status is equal to '00'
			move ws-supplier-id to supp-id
			read supplier-file key is supp-id
				invalid key continue
				not invalid key perform take-supplier-profile
			end-read
			close supplier-file
		end-if
	end-if.

take-supplier-profile.
	move 1 to ws-prof-found.
	evaluate supp-verify
		when 'y' move 1 to ws-verify-mode
		when 'n' move 0 to ws-verify-mode
	end-evaluate.
	evaluate supp-extended
		when 'y' move 1 to ws-ext-mode
		when 'n' move 0 to ws-ext-mode
	end-evaluate.
	if supp-trailer is equal to 'r'
		move 'r' to ws-prof-trailer
	end-if.
	if supp-max-records is numeric
		move supp-max-records to ws-prof-max
	end-if.

*> a profile that requires the HDR/TRL pair or caps the record count
*> has the file pre-scanned before anything is written for it; a file
*> missing either line, or carrying more records than the cap, is held
*> for review untouched and surfaces like a skipped entry
check-profile-limits.
	move 0 to ws-prof-held.
	if ws-prof-trailer is equal to 'r'
		or ws-prof-max is greater than zero
		perform scan-input-file
		if ws-scan-done is equal to 1
			evaluate true
				when ws-prof-trailer is equal to 'r'
					and (ws-hdr-present is equal to 0
						or ws-scan-trl is equal to 0)
					display function trim (ws-fname)
						" held for review: supplier profile requires"
						" HDR and TRL"
					move 1 to ws-prof-held
				when ws-prof-max is greater than zero
					and ws-scan-count is greater than ws-prof-max
					move ws-scan-count to ws-scan-count-ed
					move ws-prof-max to ws-prof-max-ed
					display function trim (ws-fname)
						" held for review: "
						function trim (ws-scan-count-ed)
						" records, supplier profile allows "
						function trim (ws-prof-max-ed)
					move 1 to ws-prof-held
			end-evaluate
		end-if
	end-if.

*> counts the file's records without settling any of them: a data line
*> yields a record per numeral (a numeral and its value on a
*> verification run), a blank line one record, and the header and
*> trailer lines none
scan-input-file.
	move 0 to ws-scan-done.
	move 0 to ws-scan-trl.
	move zero to ws-scan-count.
	open input ifile.
	if ws-ifile-status is equal to '00'
		move 1 to ws-scan-done
		move 1 to eof-switch
		perform scan-one-line
			until eof-switch = 0
		close ifile
	end-if.

scan-one-line.
	read ifile
		at end move zero to eof-switch
	end-read.
	if eof-switch is not equal to zero
		evaluate true
			when input-record (1:4) is equal to 'HDR '
				continue
			when input-record (1:4) is equal to 'TRL '
				move 1 to ws-scan-trl
			when other
				move input-record to ws-line
				move 1 to ws-unstring-ptr
				move zero to ws-line-toks
				perform get-line-token
				perform scan-line-token
					until ws-tok-done = 1
				if ws-line-toks is equal to zero
					add 1 to ws-scan-count
				end-if
		end-evaluate
	end-if.

scan-line-token.
	add 1 to ws-line-toks.
	add 1 to ws-scan-count.
	if ws-verify-mode is equal to 1
		perform get-line-token
	end-if.
	perform get-line-token.

*> keeps the profile a supplier's file ran under (or was held by) for
*> the end-of-job supplier section
note-file-profile.
	if ws-supplier-id is not equal to spaces
		if ws-prof-count is less than 50
			add 1 to ws-prof-count
			move ws-fname to pt-fname (ws-prof-count)
			move ws-supplier-id to pt-supplier (ws-prof-count)
			move spaces to pt-text (ws-prof-count)
			move 1 to ws-prof-ptr
			if ws-verify-mode is equal to 1
				string 'verify' delimited by size
					into pt-text (ws-prof-count) with pointer ws-prof-ptr
			else
				string 'convert' delimited by size
					into pt-text (ws-prof-count) with pointer ws-prof-ptr
			end-if
			if ws-ext-mode is equal to 1
				string ' ext' delimited by size
					into pt-text (ws-prof-count) with pointer ws-prof-ptr
			else
				string ' std' delimited by size
					into pt-text (ws-prof-count) with pointer ws-prof-ptr
			end-if
			evaluate true
				when ws-prof-found is equal to 0
					string ' no profile' delimited by size
						into pt-text (ws-prof-count)
						with pointer ws-prof-ptr
				when ws-prof-trailer is equal to 'r'
					string ' trl req' delimited by size
						into pt-text (ws-prof-count)
						with pointer ws-prof-ptr
				when other
					string ' trl opt' delimited by size
						into pt-text (ws-prof-count)
						with pointer ws-prof-ptr
			end-evaluate
			if ws-prof-max is greater than zero
				move ws-prof-max to ws-prof-max-ed
				string ' max ' function trim (ws-prof-max-ed)
					delimited by size
					into pt-text (ws-prof-count) with pointer ws-prof-ptr
			else
				if ws-prof-found is equal to 1
					string ' no max' delimited by size
						into pt-text (ws-prof-count)
						with pointer ws-prof-ptr
				end-if
			end-if
			if ws-prof-held is equal to 1
				string ' held' delimited by size
					into pt-text (ws-prof-count) with pointer ws-prof-ptr
			end-if
		else
			display "profile table full, "
				function trim (ws-fname) " not listed"
		end-if
	end-if.

*> opens, converts and closes the file process-one-file has vetted,
	*> nobody finds out about the bad entry until the next morning
		move 1 to ws-entry-skipped
	else
	*> open the file's control break in the spool ahead of its detail
		move ws-fname to sfm-fname
		move ws-supplier-id to sfm-supplier
		write report-record from spool-file-mark
		if ws-skip-count is greater than zero
			display "resuming after line " ws-skip-lines
			perform skip-checkpointed-records
			move ws-file-rec-read to hf-read
			move ws-file-rec-rejected to hf-rejected
			move ws-supplier-id to hf-supplier
			move ws-run-number to hf-run
			move ws-file-rec-mismatch to hf-mismatch
			write history-record from hist-file-rec
		end-if
	*> and close it with the file's own subtotals
		move ws-file-rec-read to sem-read
		move ws-file-rec-valid to sem-valid
		move ws-file-rec-rejected to sem-rejected
		write report-record from spool-end-mark
		if ws-supplier-id is not equal to spaces
			perform tally-supplier-file
		end-if
	if ws-subm-eof is not equal to zero
		if sub-file-id is equal to ws-hdr-file-id
			and sub-seq is equal to ws-hdr-seq
			and sub-status is not equal to 'R'
			move 1 to ws-dup-refused
			display function trim (ws-fname) " refused: submission "
				function trim (ws-hdr-file-id) " sequence "
		move ws-hdr-file-id to sub-file-id
		move ws-hdr-seq to sub-seq
		move function current-date(1:8) to sub-date
		move 'A' to sub-status
		move ws-supplier-id to sub-supplier
		write submission-record
		close submission-file
	else
		display "submission control unavailable, status "
			ws-subm-status
	end-if.

*> appends a refused re-send to the submission control file, marked
*> 'R' so it never counts as the processed submission itself, and
*> carrying the supplier the chargeback bills the refusal to
record-refusal.
	move 'romansubmission.dat' to ws-subm-fname.
	open extend submission-file.
	if ws-subm-status is not equal to '00'
		open output submission-file
	end-if.
	if ws-subm-status is equal to '00'
		move spaces to submission-record
		move ws-hdr-file-id to sub-file-id
		move ws-hdr-seq to sub-seq
		move function current-date(1:8) to sub-date
		move 'R' to sub-status
		move ws-supplier-id to sub-supplier
		write submission-record
		close submission-file
	else
					or master-value is not greater than 3999
					move 1 to ws-master-hit
					move master-value to temp
					move master-record to ws-master-before
					add 1 to master-count
					move function current-date(1:8)
						to master-last-seen
					rewrite master-record
					if ws-master-status is equal to '00'
						move 'U' to ws-jnl-action
						perform write-master-journal
					end-if
				end-if
		end-read
	end-if.
		call "conv" using array-area, str-len, ret, temp, ws-conv-mode
	*> a first-time valid value seeds the master with count 1, so
	*> the next time it shows up it will be a master hit
		if ret is equal to 1 and ws-master-open is equal to 1
			move temp to master-value
			move spaces to master-roman
			move function upper-case (function trim (ws-cur-token))
			move 1 to master-count
			move function current-date(1:8) to master-first-seen
			move function current-date(1:8) to master-last-seen
			move spaces to ws-master-before
			write master-record
				invalid key continue
				not invalid key
					move 'A' to ws-jnl-action
					perform write-master-journal
			end-write
		end-if
	end-if.
	*> only displays calculation if valid roman numeral
	if ret is equal to 1
	then
		add 1 to ws-rec-valid
		add 1 to ws-file-rec-valid
		write reject-record
	end-if.

*> journals the master change just made: ws-master-before as it stood,
*> master-record as it now stands. a change the journal will not take
*> is undone, and the master is left alone for the rest of the run the
*> same as when the journal would not open, so nothing is changed that
*> masterrecover could not back out
write-master-journal.
	add 1 to ws-jnl-seq.
	move spaces to journal-record.
	move function current-date(1:8) to jnl-date.
	move function current-date(9:6) to jnl-time.
	move ws-run-number to jnl-run.
	move ws-jnl-seq to jnl-seq.
	move 'romannumerals' to jnl-program.
	move ws-operator to jnl-operator.
	move ws-jnl-action to jnl-action.
	move ws-master-before to jnl-before.
	move master-record to jnl-after.
	write journal-record.
	if ws-jnl-status is not equal to '00'
		display "master journal write failed, status " ws-jnl-status
			", converting without the master"
		if ws-jnl-action is equal to 'A'
			delete master-file record
		else
			move ws-master-before to master-record
			rewrite master-record
		end-if
		close master-file
		close journal-file
		move 0 to ws-master-open
		move 1 to ws-jnl-failed
		move 'error' to ws-hist-outcome
	end-if.

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
		move 'romannumerals' to ac-program
		move ws-operator to ac-operator
		move ws-access-action to ac-action
		move ws-access-reason to ac-reason
		write access-record
		close access-file
	else
		display "access log unavailable, status " ws-access-status
	end-if.

end-filecalc.
    close standard-input, standard-output. 
    
