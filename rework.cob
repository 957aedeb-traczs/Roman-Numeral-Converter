    select decision-file assign to dynamic ws-decision-fname
		organization is line sequential
		file status is ws-decision-status.
    select operator-file assign to dynamic ws-oper-fname
		organization is indexed
		access is dynamic
		record key is op-id
		file status is ws-oper-status.
    select access-file assign to dynamic ws-access-fname
		organization is line sequential
		file status is ws-access-status.
    select supplier-file assign to dynamic ws-supplier-fname
		organization is indexed
		access is dynamic
		record key is supp-id
		file status is ws-supplier-status.

data division.
file section.
        02 dc-correction pic x(26).
        02 filler        pic x(1).
        02 dc-supplier   pic x(6).
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
fd supplier-file.
*> the supplier master, same layout suppmaint maintains; a reject's
*> correction is checked under its supplier's notation profile
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
77  ws-reject-fname pic x(30).
*> opmode, which still holds plain tokens to the strict grammar
77  ws-ext-mode pic 9 value 0.
77  ws-notation-choice pic x(1).
*> a supplier whose profile on the supplier master fixes the notation
*> has their rejects' corrections checked under it, whatever the run's
*> own choice; ws-corr-ext-mode is the notation for the reject in hand
77  ws-supplier-fname pic x(30).
77  ws-supplier-status pic xx.
77  ws-supplier-open pic 9 value 0.
77  ws-corr-ext-mode pic 9 value 0.
*> report format chosen once at startup: x = fixed-column, c = csv
77  ws-output-format pic x(1) value 'x'.
*> once a title/underline/col-heads block has been written to the
*> scratch for remapping a reject written before the widened layout
77  ws-old-numeral pic x(15).
77  ws-old-reason pic x(1).
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
01  array-area.
    02 r pic x(1) occurs 30 times.
01  input-area.
*> every ruling in this run is attributed to whoever signs on here
    display "enter operator id".
    accept ws-operator.
*> and only a registered, active operator may rule on rejects at all
    perform check-operator.
    if ws-signed-on is equal to 0
        close standard-input, standard-output
        stop run
    end-if.
*> the decisions audit trail is append-only and permanent; a run that
*> cannot open it still proceeds, but says so
    move 'romandecision.log' to ws-decision-fname.
        string function trim (ws-reject-fname) '.new'
            delimited by size into ws-work-fname
        open output work-file
        move 'romansupplier.dat' to ws-supplier-fname
        open input supplier-file
        if ws-supplier-status is equal to '00'
            move 1 to ws-supplier-open
        end-if
        display " "
        display "for each reject: key a correction, drop to drop for"
        display "good, or press enter alone to leave it in the reject file"
            until eof-switch = 0
        close reject-file
        close work-file
        if ws-supplier-open is equal to 1
            close supplier-file
        end-if
*> copy the survivors back over the reject file, so what's left on
*> disk is only what still needs attention, then empty the holding
*> file so a stale copy can't mislead anyone later
		display "correction?"
		read standard-input into input-area
		evaluate true
			when in-r is equal to "drop"
				and ws-op-role-drop is not equal to 'y'
				perform refuse-drop
				perform keep-as-reject
				move 'kept' to ws-dc-action
				move spaces to ws-dc-correction
			when in-r is equal to "drop"
				add 1 to ws-rec-dropped
				move 'dropped' to ws-dc-action
		perform write-decision
	end-if.

*> dropping a reject loses it for good, so it takes the drop role; the
*> refusal is logged and the reject kept for someone who holds it
refuse-drop.
	move 'drop reject' to ws-access-action.
	move 'no drop role' to ws-access-reason.
	perform log-refusal.
	display " " function trim (ws-operator)
		" does not hold the drop role, keeping".

*> re-validates the keyed correction through conv; an accepted fix goes
*> to the day's report and totals, a bad one stays in the reject file
try-correction.
        trailing-spaces for leading space.
    compute str-len = length of in-r - trailing-spaces.
    move in-r to array-area.
    perform take-supplier-notation.
    if ws-corr-ext-mode is equal to 1
        move 3 to ws-conv-mode
    else
        move 1 to ws-conv-mode
    end-if.
    call "conv" using array-area, str-len, ret, temp, ws-conv-mode.
    if ret is equal to 1
    then
		add 1 to ws-rec-fixed
		add temp to ws-eq-total
		move in-r to ws-dc-correction
	end-if.

*> the notation the reject in hand is corrected under: the run's own
*> choice, unless its supplier's profile fixes one
take-supplier-notation.
	move ws-ext-mode to ws-corr-ext-mode.
	if ws-supplier-open is equal to 1
		and reject-supplier is not equal to spaces
		move reject-supplier to supp-id
		read supplier-file key is supp-id
			invalid key continue
			not invalid key
				evaluate supp-extended
					when 'y' move 1 to ws-corr-ext-mode
					when 'n' move 0 to ws-corr-ext-mode
				end-evaluate
		end-read
	end-if.

*> writes one ruling to the decisions audit trail: the original
*> numeral and its reason code as they stood, the action taken, the
*> correction keyed (if any), and who made the call, date/time stamped
        write stdout-record from summary-line-total after advancing 1 line
        write report-record from summary-line-total
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
		move 'rework' to ac-program
		move ws-operator to ac-operator
		move ws-access-action to ac-action
		move ws-access-reason to ac-reason
		write access-record
		close access-file
	else
		display "access log unavailable, status " ws-access-status
	end-if.
