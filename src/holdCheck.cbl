identification division.
program-id. holdCheck.

*> the one reading of LEGALHLD (see LHOLDREC.cpy) every purge and
*> retention path asks before it removes anything: retentionManager,
*> auditArchive, arrayCatalog's purge, reportArchive's purge,
*> sortoutGen's generation drop, and housekeeping. kept as its own
*> small subprogram, as authCheck is, so a hold means the same thing
*> to all of them. the request block is HOLDQRY.cpy: a caller OPENs
*> once before its purge (which reloads the file, so a hold placed
*> since the last purge is seen), TESTs each record it is about to
*> remove and keeps it when hq-result comes back "Y", then reads the
*> TALLY of each scope line for its report of what the holds kept.
*> with no LEGALHLD nothing is held. the scope lines are held in
*> memory, 999 at most; a LEGALHLD longer than that cannot be read
*> whole, so every record TESTed comes back held (by "LEGALHLD") and
*> every action ends rc-invalid-input -- a purge keeps everything
*> rather than remove what an unread hold might cover.
*> RETURN-CODE: rc-success, rc-invalid-input for an unknown hq-action
*> or an overlong LEGALHLD.
environment division.
	input-output section.
	file-control.
		select legalhld assign to "LEGALHLD"
			organization line sequential
			file status is ws-hold-status.

data division.
	file section.
	fd legalhld.
	01 legalhld-record pic x(122).

	working-storage section.
		01 ws-hold-status pic x(2).
		01 ws-hold-eof pic x(1).
			88 hold-file-done value "Y".
		01 ws-hold-loaded pic x(1) value "N".
			88 holds-loaded value "Y".
		copy "LHOLDREC.cpy".

		*> every scope line in file order, released ones too, so a
		*> scope number is its line number in LEGALHLD.
		78 scopeTableMax value 999.
		01 scopeTable.
			05 scopeEntry occurs 999 times.
				10 sl-hold-id pic x(8).
				10 sl-file pic x(8).
				10 sl-select pic x(1).
				10 sl-from-date pic 9(8).
				10 sl-to-date pic 9(8).
				10 sl-value-low pic s9(9) comp-3.
				10 sl-value-high pic s9(9) comp-3.
				10 sl-entry pic x(8).
				10 sl-active pic x(1).
				10 sl-tally pic 9(7).
		01 scopeCount pic 9(3) value 0.
		01 scopeIndex pic 9(4).
		01 ws-hold-overflow pic x(1) value "N".
			88 holds-overflowed value "Y".
		01 todayDate pic 9(8).
		01 ws-scope-match pic x(1).
			88 scope-matches value "Y".
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

	linkage section.
		copy "HOLDQRY.cpy".

procedure division using hold-query.
	main.
	move rc-success to return-code
	move "N" to hq-result
	move spaces to hq-hold-id
	evaluate hq-action
		when "OPEN"
			perform loadHolds
		when "TEST"
			if not holds-loaded then
				perform loadHolds
			end-if
			if holds-overflowed then
				move "Y" to hq-result
				move "LEGALHLD" to hq-hold-id
			else
				move 1 to scopeIndex
				perform testOneActiveScope
					until scopeIndex > scopeCount or hq-held
			end-if
		when "SCOPE"
			if not holds-loaded then
				perform loadHolds
			end-if
			if hq-scope > 0 and hq-scope <= scopeCount then
				move hq-scope to scopeIndex
				perform matchScope
				if scope-matches then
					move "Y" to hq-result
					move sl-hold-id(scopeIndex) to hq-hold-id
				end-if
			end-if
		when "TALLY"
			if hq-scope > 0 and hq-scope <= scopeCount then
				move sl-hold-id(hq-scope) to hq-hold-id
				move sl-file(hq-scope) to hq-scope-file
				move sl-tally(hq-scope) to hq-tally
			else
				move spaces to hq-hold-id
				move spaces to hq-scope-file
				move 0 to hq-tally
			end-if
		when other
			move rc-invalid-input to return-code
	end-evaluate
	if holds-overflowed then
		move rc-invalid-input to return-code.
	move scopeCount to hq-scope-count
	goback.

	loadHolds.
	perform getProcessingDate
	move pdt-date to todayDate
	move 0 to scopeCount
	move "Y" to ws-hold-loaded
	move "N" to ws-hold-overflow
	open input legalhld
	if ws-hold-status = "00" then
		move "N" to ws-hold-eof
		perform loadOneScope until hold-file-done
		close legalhld
	end-if
	if holds-overflowed then
		display "holdCheck: LEGALHLD holds more than " scopeTableMax
			" scope lines, every record is taken as held"
	end-if.

	loadOneScope.
	read legalhld
		at end move "Y" to ws-hold-eof
		not at end
			if scopeCount < scopeTableMax then
				move legalhld-record to legal-hold-detail
				add 1 to scopeCount
				move lh-hold-id to sl-hold-id(scopeCount)
				move lh-file to sl-file(scopeCount)
				move lh-select to sl-select(scopeCount)
				move 0 to sl-from-date(scopeCount)
				move 0 to sl-to-date(scopeCount)
				move 0 to sl-value-low(scopeCount)
				move 0 to sl-value-high(scopeCount)
				if lh-from-date is numeric then
					move lh-from-date to sl-from-date(scopeCount)
				end-if
				if lh-to-date is numeric then
					move lh-to-date to sl-to-date(scopeCount)
				end-if
				if lh-value-low is numeric then
					move lh-value-low to sl-value-low(scopeCount)
				end-if
				if lh-value-high is numeric then
					move lh-value-high to sl-value-high(scopeCount)
				end-if
				move lh-entry to sl-entry(scopeCount)
				move 0 to sl-tally(scopeCount)
				*> a hold stands until its release date; a line whose
				*> release date cannot be read is taken as standing.
				if lh-release-date is numeric
				and lh-release-date > 0
				and lh-release-date <= todayDate then
					move "N" to sl-active(scopeCount)
				else
					move "Y" to sl-active(scopeCount)
				end-if
			else
				move "Y" to ws-hold-overflow
				move "Y" to ws-hold-eof
			end-if
	end-read.

	testOneActiveScope.
	if sl-active(scopeIndex) = "Y" then
		perform matchScope
		if scope-matches then
			move "Y" to hq-result
			move sl-hold-id(scopeIndex) to hq-hold-id
			add 1 to sl-tally(scopeIndex)
		end-if
	end-if
	add 1 to scopeIndex.

	*> does scope line scopeIndex cover the record in hold-query.
	matchScope.
	move "N" to ws-scope-match
	if sl-file(scopeIndex) = hq-file or sl-file(scopeIndex) = "ALL" then
		evaluate sl-select(scopeIndex)
			when "*"
				move "Y" to ws-scope-match
			when "D"
				if hq-date > 0
				and hq-date >= sl-from-date(scopeIndex)
				and (sl-to-date(scopeIndex) = 0
					or hq-date <= sl-to-date(scopeIndex)) then
					move "Y" to ws-scope-match
				end-if
			when "V"
				if hq-value-given
				and hq-value >= sl-value-low(scopeIndex)
				and hq-value <= sl-value-high(scopeIndex) then
					move "Y" to ws-scope-match
				end-if
			when "C"
				if hq-entry not = spaces
				and hq-entry = sl-entry(scopeIndex) then
					move "Y" to ws-scope-match
				end-if
		end-evaluate
	end-if.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "holdCheck" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
