*> watchdog alerts against. batch control file entries name these ids
*> next to their file names, and the id is carried through rejects,
*> discrepancies, the run history and the end-of-job supplier totals --
*> so "whose rejects are whose" stops being a grepping exercise. each
*> supplier also carries the rates the month-end chargeback statement
*> bills their feeds at, the delivery calendar feedwatch checks
*> each day's arrivals against, and the processing profile the
*> converter applies to each of their files -- verification or
*> conversion, standard or extended notation, header and trailer
*> required or optional, and the most records a file may carry before
*> it is held for review
environment division.
input-output section.
file-control.
		access is dynamic
		record key is supp-id
		file status is ws-supplier-status.
    select old-supplier-file assign to dynamic ws-supplier-fname
		organization is indexed
		access is dynamic
		record key is old-supp-id
		file status is ws-oldsupplier-status.
    select unload-file assign to dynamic ws-unload-fname
		organization is line sequential
		file status is ws-unload-status.
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
        02 supp-name      pic x(30).
        02 supp-contact   pic x(30).
        02 supp-tolerance pic 9(3).
*> the chargeback rates: what each record converted, each reject, each
*> manual correction in rework and each refused re-send costs them
        02 supp-rate-converted  pic 9(2)v9(4).
        02 supp-rate-reject     pic 9(2)v9(4).
        02 supp-rate-correction pic 9(2)v9(4).
        02 supp-rate-duplicate  pic 9(2)v9(4).
*> the delivery calendar: one y/n per weekday monday to sunday (all
*> spaces = no calendar kept), the hhmm the day's file is due by, and
*> the HDR sequence number the next file should carry (zero = not yet
*> known, taken from the first file seen)
        02 supp-send-days pic x(7).
        02 supp-cutoff    pic 9(4).
        02 supp-next-seq  pic 9(4).
*> the processing profile: verification 'y' or conversion 'n', extended
*> notation 'y' or standard 'n' (either one space = as the run was
*> asked), HDR/TRL 'r' required or 'o' optional, and the most records
*> a file may carry before it is held for review (zero = no limit)
        02 supp-verify      pic x(1).
        02 supp-extended    pic x(1).
        02 supp-trailer     pic x(1).
        02 supp-max-records pic 9(8).
fd old-supplier-file.
*> the record the supplier master carried before the chargeback rates,
*> delivery calendar and processing profile widened it; read only
*> during the one-time conversion of a deployed supplier master to the
*> current layout
    01 old-supplier-record.
        02 old-supp-id        pic x(6).
        02 old-supp-name      pic x(30).
        02 old-supp-contact   pic x(30).
        02 old-supp-tolerance pic 9(3).
fd unload-file.
*> flat copy of the supplier master taken during the conversion; left
*> on disk afterwards as the fallback copy of record
    01 unload-record pic x(119).
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
77  ws-supplier-fname pic x(30).
77  ws-supplier-status pic xx.
77  ws-oldsupplier-status pic xx.
77  ws-unload-fname pic x(30).
77  ws-unload-status pic xx.
77  ws-answer pic x(30).
77  ws-new-tolerance pic 9(3).
77  ws-operator pic x(8).
77  ws-rate-ed pic z9.9999.
77  ws-supp-count pic s9(4) usage is computational value zero.
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
01  input-area.
    02 in-r   pic x(30).
    02 filler pic x(79).

procedure division.
    open input standard-input, output standard-output.
*> only a registered, active operator may maintain suppliers
    display "enter operator id".
    accept ws-operator.
    perform check-operator.
    if ws-signed-on is equal to 0
        close standard-input, standard-output
        stop run
    end-if.
    move 'romansupplier.dat' to ws-supplier-fname.
    move 'romansupplier.unload' to ws-unload-fname.
*> a first run has no supplier master yet (status 35), so create an
*> empty one and go on -- same idea as the conversion master at
*> startup. a master from before the chargeback rates opens with
*> status 39 instead, and recreating it would wipe it, so it is
*> offered the one-time conversion the way mastermaint offers one
    open i-o supplier-file.
    if ws-supplier-status is equal to '39'
        perform offer-supplier-conversion
    end-if.
    if ws-supplier-status is equal to '35'
        open output supplier-file
        if ws-supplier-status is equal to '00'
            close supplier-file
        close standard-input, standard-output
        stop run
    end-if.
    perform supplier-prompt until in-r is equal to "q".
    close supplier-file.
    close standard-input, standard-output.
    stop run.
	display "reject-rate tolerance, percent (0 for the shop norm)?".
	accept ws-answer.
	move zero to supp-tolerance.
	perform key-supplier-tolerance.
	move zero to supp-rate-converted.
	move zero to supp-rate-reject.
	move zero to supp-rate-correction.
	move zero to supp-rate-duplicate.
	perform key-supplier-rates.
	move spaces to supp-send-days.
	move zero to supp-cutoff.
	move zero to supp-next-seq.
	perform key-supplier-calendar.
	move spaces to supp-verify.
	move spaces to supp-extended.
	move 'o' to supp-trailer.
	move zero to supp-max-records.
	perform key-supplier-profile.
	write supplier-record
		invalid key
			display " " supp-id " is already on file, use change"
	display " tolerance: " supp-tolerance "%".
	display "new tolerance, or press enter to keep it?".
	accept ws-answer.
	perform key-supplier-tolerance.
	perform show-supplier-rates.
	perform key-supplier-rates.
	perform show-supplier-calendar.
	perform key-supplier-calendar.
	perform show-supplier-profile.
	perform key-supplier-profile.
	rewrite supplier-record.
	display " " supp-id " changed".

*> takes the tolerance keyed in ws-answer; only an operator holding the
*> tolerance role may move it off what it is, and a refusal is logged
key-supplier-tolerance.
	if function trim (ws-answer) is not equal to spaces
		compute ws-new-tolerance = function numval (ws-answer)
		if ws-new-tolerance is not equal to supp-tolerance
			if ws-op-role-tolerance is equal to 'y'
				move ws-new-tolerance to supp-tolerance
			else
				move 'change tolerance' to ws-access-action
				move 'no tolerance role' to ws-access-reason
				perform log-refusal
				display " tolerance not changed: " function trim (ws-operator)
					" does not hold the tolerance role"
			end-if
		end-if
	end-if.

display-supplier.
	display "supplier id?".
	accept ws-answer.
	display " " supp-id " " function trim (supp-name)
		"  contact " function trim (supp-contact)
		"  tolerance " supp-tolerance "%".
	perform show-supplier-rates.
	perform show-supplier-calendar.
	perform show-supplier-profile.

*> the chargeback rates, one line
show-supplier-rates.
	move supp-rate-converted to ws-rate-ed.
	display "   rates: converted " ws-rate-ed with no advancing.
	move supp-rate-reject to ws-rate-ed.
	display "  reject " ws-rate-ed with no advancing.
	move supp-rate-correction to ws-rate-ed.
	display "  correction " ws-rate-ed with no advancing.
	move supp-rate-duplicate to ws-rate-ed.
	display "  duplicate " ws-rate-ed.

*> keys the four chargeback rates; pressing enter alone on a rate
*> keeps what is already there (zero on a new supplier)
key-supplier-rates.
	display "rate per record converted, or press enter to keep it?".
	accept ws-answer.
	if function trim (ws-answer) is not equal to spaces
		compute supp-rate-converted = function numval (ws-answer)
	end-if.
	display "rate per reject, or press enter to keep it?".
	accept ws-answer.
	if function trim (ws-answer) is not equal to spaces
		compute supp-rate-reject = function numval (ws-answer)
	end-if.
	display "rate per manual correction, or press enter to keep it?".
	accept ws-answer.
	if function trim (ws-answer) is not equal to spaces
		compute supp-rate-correction = function numval (ws-answer)
	end-if.
	display "rate per duplicate refused, or press enter to keep it?".
	accept ws-answer.
	if function trim (ws-answer) is not equal to spaces
		compute supp-rate-duplicate = function numval (ws-answer)
	end-if.

*> the delivery calendar, one line
show-supplier-calendar.
	if supp-send-days is equal to spaces
		display "   calendar: none kept" with no advancing
	else
		display "   sends (mtwtfss) " supp-send-days
			"  due by " supp-cutoff with no advancing
	end-if.
	display "  next sequence " supp-next-seq.

*> keys the delivery calendar; pressing enter alone on a field keeps
*> what is already there (no calendar on a new supplier)
key-supplier-calendar.
	display "send days, y or n for each day monday to sunday"
		" (e.g. yyyyynn), n alone for no calendar,".
	display "or press enter to keep it?".
	accept ws-answer.
	evaluate true
		when function trim (ws-answer) is equal to spaces
			continue
		when function trim (ws-answer) is equal to 'n'
			move spaces to supp-send-days
		when other
			move function lower-case (ws-answer (1:7))
				to supp-send-days
			inspect supp-send-days replacing all space by 'n'
	end-evaluate.
	display "cutoff time (hhmm), or press enter to keep it?".
	accept ws-answer.
	if function trim (ws-answer) is not equal to spaces
		compute supp-cutoff = function numval (ws-answer)
	end-if.
	display "next expected HDR sequence, or press enter to keep it?".
	accept ws-answer.
	if function trim (ws-answer) is not equal to spaces
		compute supp-next-seq = function numval (ws-answer)
	end-if.

*> the processing profile, one line
show-supplier-profile.
	evaluate supp-verify
		when 'y'
			display "   profile: verification" with no advancing
		when 'n'
			display "   profile: conversion" with no advancing
		when other
			display "   profile: run's choice" with no advancing
	end-evaluate.
	evaluate supp-extended
		when 'y'
			display ", extended notation" with no advancing
		when 'n'
			display ", standard notation" with no advancing
		when other
			display ", run's notation" with no advancing
	end-evaluate.
	if supp-trailer is equal to 'r'
		display ", HDR/TRL required" with no advancing
	else
		display ", HDR/TRL optional" with no advancing
	end-if.
	if supp-max-records is equal to zero
		display ", no record limit"
	else
		display ", hold over " supp-max-records " records"
	end-if.

*> keys the processing profile; pressing enter alone on a field keeps
*> what is already there (the run's choices, HDR/TRL optional and no
*> record limit on a new supplier)
key-supplier-profile.
	display "verification(v), conversion(c) or the run's choice(r),"
		" or press enter to keep it?".
	accept ws-answer.
	evaluate function trim (ws-answer)
		when 'v'
			move 'y' to supp-verify
		when 'c'
			move 'n' to supp-verify
		when 'r'
			move space to supp-verify
	end-evaluate.
	display "notation: extended(e), standard(s) or the run's choice(r),"
		" or press enter to keep it?".
	accept ws-answer.
	evaluate function trim (ws-answer)
		when 'e'
			move 'y' to supp-extended
		when 's'
			move 'n' to supp-extended
		when 'r'
			move space to supp-extended
	end-evaluate.
	display "HDR/TRL required(r) or optional(o), or press enter to keep it?".
	accept ws-answer.
	evaluate function trim (ws-answer)
		when 'r'
			move 'r' to supp-trailer
		when 'o'
			move 'o' to supp-trailer
	end-evaluate.
	display "most records a file may carry before it is held (0 for no"
		" limit),".
	display "or press enter to keep it?".
	accept ws-answer.
	if function trim (ws-answer) is not equal to spaces
		compute supp-max-records = function numval (ws-answer)
	end-if.

*> walks the whole master in id order
list-suppliers.
		add 1 to ws-supp-count
		perform show-supplier-record
	end-if.

*> offers the one-time conversion of a supplier master still on the
*> original layout
offer-supplier-conversion.
	display "supplier master carries the old record layout".
	display "convert it to the current layout now? (y/n)".
	read standard-input into input-area.
	if in-r is equal to "y"
		perform convert-old-suppliers
	end-if.

*> unloads the old-layout master through the old record, widening each
*> supplier with zero rates, no calendar and the processing profile the
*> converter has always run under as it goes, then rebuilds the master
*> under the current layout and loads the widened records back in; the
*> unload copy stays on disk as the fallback
convert-old-suppliers.
	open input old-supplier-file.
	if ws-oldsupplier-status is not equal to '00'
		display "old-layout supplier master will not open, status "
			ws-oldsupplier-status
	else
		open output unload-file
		move low-values to old-supp-id
		move 1 to eof-switch
		start old-supplier-file key is not less than old-supp-id
			invalid key move zero to eof-switch
		end-start
		perform unload-one-old-supplier
			until eof-switch = 0
		close old-supplier-file
		close unload-file
		open output supplier-file
		close supplier-file
		open i-o supplier-file
		open input unload-file
		move 1 to eof-switch
		perform reload-one-supplier
			until eof-switch = 0
		close unload-file
		close supplier-file
		display "supplier master converted, unload copy kept as "
			function trim (ws-unload-fname)
	*> reopen for the maintenance that follows, leaving
	*> ws-supplier-status saying how the converted master stands
		open i-o supplier-file
	end-if.

*> widens one old-layout supplier into the unload file
unload-one-old-supplier.
	read old-supplier-file next record
		at end move zero to eof-switch
	end-read.
	if eof-switch is not equal to zero
		move spaces to supplier-record
		move old-supp-id to supp-id
		move old-supp-name to supp-name
		move old-supp-contact to supp-contact
		move old-supp-tolerance to supp-tolerance
		move zero to supp-rate-converted
		move zero to supp-rate-reject
		move zero to supp-rate-correction
		move zero to supp-rate-duplicate
		move spaces to supp-send-days
		move zero to supp-cutoff
		move zero to supp-next-seq
		move spaces to supp-verify
		move spaces to supp-extended
		move 'o' to supp-trailer
		move zero to supp-max-records
		write unload-record from supplier-record
	end-if.

*> loads one unloaded supplier back into the rebuilt master
reload-one-supplier.
	read unload-file
		at end move zero to eof-switch
	end-read.
	if eof-switch is not equal to zero
		move unload-record to supplier-record
		write supplier-record
			invalid key
				display "duplicate on reload, supplier " supp-id
					" skipped"
		end-write
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
		move 'suppmaint' to ac-program
		move ws-operator to ac-operator
		move ws-access-action to ac-action
		move ws-access-reason to ac-reason
		write access-record
		close access-file
	else
		display "access log unavailable, status " ws-access-status
	end-if.
