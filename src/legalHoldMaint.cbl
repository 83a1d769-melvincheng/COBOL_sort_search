identification division.
program-id. legalHoldMaint.

*> maintenance for the LEGALHLD legal-hold file (see LHOLDREC.cpy)
*> that every purge and retention step consults through holdCheck
*> before it removes anything. applies HOLDTRAN cards, one per line:
*>   columns  1- 7  action: PLACE, RELEASE, or LIST
*>   columns  9-16  hold identifier
*>   columns 18-25  file the hold covers, or ALL (PLACE; RELEASE may
*>                  name one file to release just that scope)
*>   column  27     selection: D date range, V value range, C catalog
*>                  entry or report name, * the whole file (PLACE)
*>   columns 29-36  PLACE: from date yyyymmdd (D); RELEASE: the
*>                  release date, blank for today
*>   columns 38-45  to date yyyymmdd (D, blank for open-ended)
*>   columns 47-56  low value, signed (V)
*>   columns 58-67  high value, signed (V)
*>   columns 69-76  catalog entry or report name (C)
*>   columns 78-107 the matter, free-form (PLACE)
*> PLACE adds one scope line, stamped with the OPERID operator and
*> today's date; a hold covering several files is several PLACE
*> cards under one identifier. RELEASE sets the release date on the
*> hold's standing scope lines; nothing is ever deleted, so the hold
*> report can still say what a released hold covered. LIST prints the
*> whole file. a bad card is rejected with a reason and the run
*> continues, the authMaint pattern, and every card is reported to
*> HOLDMRPT.
*>
*> the OPERID card's operator needs a current AUTHFILE grant for
*> legalHoldMaint (checked through authCheck, see AUTHREC.cpy).
*> the file is held whole in memory, 999 lines at most: a LEGALHLD
*> longer than that is never rewritten from what fitted -- the run
*> refuses with nothing applied -- and a PLACE that would take it
*> past 999 is rejected.
*> RETURN-CODE: rc-success when everything applied, rc-not-found when
*> any card was rejected, rc-invalid-input when the operator is not
*> authorized, HOLDTRAN is missing, or LEGALHLD is too long to hold.
environment division.
	input-output section.
	file-control.
		select holdtran assign to "HOLDTRAN"
			organization line sequential
			file status is ws-tran-status.
		select legalhld assign to "LEGALHLD"
			organization line sequential
			file status is ws-hold-status.
		select holdmrpt assign to "HOLDMRPT"
			organization line sequential
			file status is ws-rpt-status.
		select operid assign to "OPERID"
			organization line sequential
			file status is ws-operid-status.

data division.
	file section.
	fd holdtran.
	01 holdtran-record.
		05 ht-action pic x(7).
		05 filler pic x(1).
		05 ht-hold-id pic x(8).
		05 filler pic x(1).
		05 ht-file pic x(8).
		05 filler pic x(1).
		05 ht-select pic x(1).
		05 filler pic x(1).
		05 ht-from-date pic x(8).
		05 filler pic x(1).
		05 ht-to-date pic x(8).
		05 filler pic x(1).
		05 ht-value-low pic x(10).
		05 filler pic x(1).
		05 ht-value-high pic x(10).
		05 filler pic x(1).
		05 ht-entry pic x(8).
		05 filler pic x(1).
		05 ht-matter pic x(30).

	fd legalhld.
	01 legalhld-record pic x(122).

	fd holdmrpt.
	01 holdmrpt-record pic x(80).

	fd operid.
	01 operid-record.
		05 oi-initials pic x(3).

	working-storage section.
		01 ws-tran-status pic x(2).
		01 ws-hold-status pic x(2).
		01 ws-rpt-status pic x(2).
		01 ws-operid-status pic x(2).
		01 operatorId pic x(3) value spaces.
		01 authProgram pic x(18) value "legalHoldMaint".
		01 ws-tran-eof pic x(1) value "N".
			88 tran-eof value "Y".
		01 ws-hold-eof pic x(1).
			88 hold-file-done value "Y".
		copy "LHOLDREC.cpy".

		*> the whole file in memory, in the order placed, rewritten
		*> at the end of the run.
		78 holdTableMax value 999.
		01 holdTable.
			05 holdLine pic x(122) occurs 999 times.
		01 holdCount pic 9(3) value 0.
		01 holdIndex pic 9(4).
		01 ws-hold-partial pic x(1) value "N".
			88 hold-file-partial value "Y".
		01 releasedCount pic 9(3).
		01 ws-card-ok pic x(1).
			88 card-ok value "Y".
		01 ws-duplicate pic x(1).
			88 duplicate-scope value "Y".
		01 todayDate pic 9(8).
		01 workFromDate pic 9(8).
		01 workToDate pic 9(8).
		01 workReleaseDate pic 9(8).
		01 workValueLow pic s9(9).
		01 workValueHigh pic s9(9).
		01 newScope pic x(122).
		01 scopeText pic x(23).

		01 dateWork pic 9(8).
		01 ws-date-valid pic x(1).
			88 date-value-valid value "Y".
		01 dateCheckYear pic 9(4).
		01 dateCheckMonth pic 9(2).
		01 dateCheckDay pic 9(2).
		01 dateCheckMaxDay pic 9(2).

		01 rejectReason pic x(40).
		01 appliedCount pic 9(5) value 0.
		01 rejectedCount pic 9(5) value 0.
		01 ws-rpt-line pic x(80).
		01 out-count pic zzzz9.
		01 out-value pic -(9)9.
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

procedure division.
	main.
	perform readOperatorCard
	if operatorId = spaces then
		display "legalHoldMaint: no OPERID operator identity, nothing applied"
		move rc-invalid-input to return-code
		goback.
	call 'authCheck' using operatorId, authProgram
		on exception
			display "legalHoldMaint: authorization check not available, refusing"
			move rc-invalid-input to return-code
	end-call
	if return-code not = rc-success then
		display "legalHoldMaint: operator " operatorId " is not authorized to run legalHoldMaint"
		move rc-invalid-input to return-code
		goback.
	open input holdtran
	if ws-tran-status not = "00" then
		display "legalHoldMaint: HOLDTRAN not available, nothing to apply"
		move rc-invalid-input to return-code
		goback.
	perform getProcessingDate
	move pdt-date to todayDate
	perform loadHoldTable
	if hold-file-partial then
		close holdtran
		display "legalHoldMaint: LEGALHLD holds more than " holdTableMax " lines, nothing applied and the file left as it is"
		move rc-invalid-input to return-code
		goback.
	open output holdmrpt
	move spaces to ws-rpt-line
	string "legal hold maintenance " todayDate " by " operatorId
		delimited by size into ws-rpt-line
	write holdmrpt-record from ws-rpt-line
	perform applyOneTransaction until tran-eof
	close holdtran
	perform rewriteHoldFile
	perform writeMaintSummary
	close holdmrpt
	if rejectedCount = 0 then
		move rc-success to return-code
	else
		move rc-not-found to return-code
	end-if
	goback.

	loadHoldTable.
	move 0 to holdCount
	move "N" to ws-hold-partial
	open input legalhld
	if ws-hold-status = "00" then
		move "N" to ws-hold-eof
		perform loadOneHoldLine until hold-file-done
		close legalhld
	end-if.

	loadOneHoldLine.
	read legalhld
		at end move "Y" to ws-hold-eof
		not at end
			if holdCount < holdTableMax then
				add 1 to holdCount
				move legalhld-record to holdLine(holdCount)
			else
				move "Y" to ws-hold-partial
				move "Y" to ws-hold-eof
			end-if
	end-read.

	applyOneTransaction.
	read holdtran
		at end move "Y" to ws-tran-eof
		not at end
			if holdtran-record not = spaces then
				perform dispatchTransaction
			end-if
	end-read.

	dispatchTransaction.
	evaluate true
		when ht-action = "LIST"
			perform listHoldFile
		when ht-hold-id = spaces
			move "hold identifier missing" to rejectReason
			perform rejectTransaction
		when ht-action = "PLACE"
			perform applyPlace
		when ht-action = "RELEASE"
			perform applyRelease
		when other
			move "action not recognized" to rejectReason
			perform rejectTransaction
	end-evaluate.

	*> every field the selection needs is checked before the scope
	*> line is built; the first fault found is the one reported.
	applyPlace.
	move "Y" to ws-card-ok
	move 0 to workFromDate
	move 0 to workToDate
	move 0 to workValueLow
	move 0 to workValueHigh
	evaluate ht-file
		when "AUDITLOG"
		when "PERFHIST"
		when "QGHIST"
		when "SRCHLOG"
		when "KSDSJRNL"
		when "RUNSTAT"
		when "BALHIST"
		when "SORTOUT"
		when "ARRAYCAT"
		when "RPTARCH"
		when "MERGEOUT"
		when "ARRAYCSV"
		when "XMSRUN"
		when "ALL"
			continue
		when other
			move "file is not one the holds cover" to rejectReason
			move "N" to ws-card-ok
	end-evaluate
	if card-ok then
		evaluate ht-select
			when "D"
				perform checkDateRange
			when "V"
				perform checkValueRange
			when "C"
				if ht-entry = spaces then
					move "entry selection needs a name" to rejectReason
					move "N" to ws-card-ok
				end-if
			when "*"
				continue
			when other
				move "selection must be D, V, C, or *" to rejectReason
				move "N" to ws-card-ok
		end-evaluate
	end-if
	if card-ok then
		perform buildNewScope
		perform findDuplicateScope
		if duplicate-scope then
			move "the same scope is already held" to rejectReason
			move "N" to ws-card-ok
		end-if
	end-if
	if card-ok and holdCount >= holdTableMax then
		move "LEGALHLD is full" to rejectReason
		move "N" to ws-card-ok
	end-if
	if card-ok then
		add 1 to holdCount
		move newScope to holdLine(holdCount)
		perform reportApplied
	else
		perform rejectTransaction
	end-if.

	checkDateRange.
	if ht-from-date is not numeric then
		move "date selection needs a from date" to rejectReason
		move "N" to ws-card-ok
	else
		move ht-from-date to dateWork
		perform checkDateValue
		if not date-value-valid then
			move "from date is not a calendar date" to rejectReason
			move "N" to ws-card-ok
		else
			move dateWork to workFromDate
		end-if
	end-if
	if card-ok and ht-to-date not = spaces then
		if ht-to-date is not numeric then
			move "to date is not a yyyymmdd date" to rejectReason
			move "N" to ws-card-ok
		else
			move ht-to-date to dateWork
			perform checkDateValue
			if not date-value-valid then
				move "to date is not a calendar date" to rejectReason
				move "N" to ws-card-ok
			else
				move dateWork to workToDate
				if workToDate < workFromDate then
					move "to date is before from date" to rejectReason
					move "N" to ws-card-ok
				end-if
			end-if
		end-if
	end-if.

	checkValueRange.
	if ht-value-low = spaces or ht-value-high = spaces then
		move "value selection needs low and high" to rejectReason
		move "N" to ws-card-ok
	else
		if function test-numval(function trim(ht-value-low)) not = 0
		or function test-numval(function trim(ht-value-high)) not = 0 then
			move "low or high value is not a number" to rejectReason
			move "N" to ws-card-ok
		else
			compute workValueLow =
				function numval(function trim(ht-value-low))
			compute workValueHigh =
				function numval(function trim(ht-value-high))
			if workValueHigh < workValueLow then
				move "high value is below low value" to rejectReason
				move "N" to ws-card-ok
			end-if
		end-if
	end-if.

	buildNewScope.
	move spaces to legal-hold-detail
	move ht-hold-id to lh-hold-id
	move ht-file to lh-file
	move ht-select to lh-select
	move workFromDate to lh-from-date
	move workToDate to lh-to-date
	move workValueLow to lh-value-low
	move workValueHigh to lh-value-high
	if ht-select = "C" then
		move ht-entry to lh-entry
	else
		move spaces to lh-entry
	end-if
	move operatorId to lh-placed-by
	move todayDate to lh-placed-date
	move 0 to lh-release-date
	move ht-matter to lh-matter
	move legal-hold-detail to newScope.

	*> the same hold, file, and selection still standing is a
	*> duplicate; the placing stamp and matter are not compared.
	findDuplicateScope.
	move "N" to ws-duplicate
	move 1 to holdIndex
	perform testOneDuplicate until holdIndex > holdCount or duplicate-scope
	move newScope to legal-hold-detail.

	testOneDuplicate.
	move holdLine(holdIndex) to legal-hold-detail
	if holdLine(holdIndex)(1:68) = newScope(1:68)
	and (lh-release-date = 0 or lh-release-date > todayDate) then
		move "Y" to ws-duplicate
	end-if
	add 1 to holdIndex.

	*> a release date in the future schedules the release; one today
	*> or earlier ends the hold now.
	applyRelease.
	move "Y" to ws-card-ok
	if ht-from-date = spaces then
		move todayDate to workReleaseDate
	else
		if ht-from-date is not numeric then
			move "release date is not a yyyymmdd date" to rejectReason
			move "N" to ws-card-ok
		else
			move ht-from-date to dateWork
			perform checkDateValue
			if not date-value-valid then
				move "release date is not a calendar date" to rejectReason
				move "N" to ws-card-ok
			else
				move dateWork to workReleaseDate
			end-if
		end-if
	end-if
	if card-ok then
		move 0 to releasedCount
		move 1 to holdIndex
		perform releaseOneScope until holdIndex > holdCount
		if releasedCount = 0 then
			move "no standing scope for that hold" to rejectReason
			perform rejectTransaction
		else
			perform reportApplied
		end-if
	else
		perform rejectTransaction
	end-if.

	releaseOneScope.
	move holdLine(holdIndex) to legal-hold-detail
	if lh-hold-id = ht-hold-id
	and (ht-file = spaces or lh-file = ht-file)
	and (lh-release-date = 0 or lh-release-date > todayDate) then
		move workReleaseDate to lh-release-date
		move legal-hold-detail to holdLine(holdIndex)
		add 1 to releasedCount
	end-if
	add 1 to holdIndex.

	reportApplied.
	add 1 to appliedCount
	move spaces to ws-rpt-line
	string "applied:  " holdtran-record(1:45)
		delimited by size into ws-rpt-line
	write holdmrpt-record from ws-rpt-line.

	rejectTransaction.
	add 1 to rejectedCount
	move spaces to ws-rpt-line
	string "rejected: " holdtran-record(1:27) "  " rejectReason
		delimited by size into ws-rpt-line
	write holdmrpt-record from ws-rpt-line
	display "legalHoldMaint: " ws-rpt-line.

	*> the file as it stands at this point in the run, one scope per
	*> line.
	listHoldFile.
	move spaces to ws-rpt-line
	write holdmrpt-record from ws-rpt-line
	move "hold     file     s scope                   by  placed   released" to ws-rpt-line
	write holdmrpt-record from ws-rpt-line
	move 1 to holdIndex
	perform listOneScope until holdIndex > holdCount
	move holdCount to out-count
	move spaces to ws-rpt-line
	string "scope lines on file: " out-count
		delimited by size into ws-rpt-line
	write holdmrpt-record from ws-rpt-line
	display "legalHoldMaint: " ws-rpt-line
	move spaces to ws-rpt-line
	write holdmrpt-record from ws-rpt-line.

	listOneScope.
	move holdLine(holdIndex) to legal-hold-detail
	move spaces to scopeText
	evaluate lh-select
		when "D"
			string lh-from-date "-" lh-to-date
				delimited by size into scopeText
		when "V"
			move lh-value-low to out-value
			move out-value to scopeText(1:10)
			move "-" to scopeText(11:1)
			move lh-value-high to out-value
			move out-value to scopeText(12:10)
		when "C"
			move lh-entry to scopeText
		when other
			move "whole file" to scopeText
	end-evaluate
	move spaces to ws-rpt-line
	string lh-hold-id " " lh-file " " lh-select " " scopeText " "
		lh-placed-by " " lh-placed-date " " lh-release-date
		delimited by size into ws-rpt-line
	write holdmrpt-record from ws-rpt-line
	move spaces to ws-rpt-line
	string "         " lh-matter
		delimited by size into ws-rpt-line
	write holdmrpt-record from ws-rpt-line
	add 1 to holdIndex.

	rewriteHoldFile.
	open output legalhld
	move 1 to holdIndex
	perform writeOneHoldLine until holdIndex > holdCount
	close legalhld.

	writeOneHoldLine.
	write legalhld-record from holdLine(holdIndex)
	add 1 to holdIndex.

	writeMaintSummary.
	move spaces to ws-rpt-line
	write holdmrpt-record from ws-rpt-line
	move appliedCount to out-count
	move spaces to ws-rpt-line
	string "changes applied:  " out-count
		delimited by size into ws-rpt-line
	write holdmrpt-record from ws-rpt-line
	display "legalHoldMaint: " ws-rpt-line
	move rejectedCount to out-count
	move spaces to ws-rpt-line
	string "changes rejected: " out-count
		delimited by size into ws-rpt-line
	write holdmrpt-record from ws-rpt-line
	display "legalHoldMaint: " ws-rpt-line.

	copy "DATECHK.cpy"
		replacing ==:DATE-CHECK-PARA:== by ==checkDateValue==
		          ==:DATE-WORK:==       by ==dateWork==
		          ==:DATE-VALID-FLAG:== by ==ws-date-valid==.

	*> the OPERID card is the batch run's identity, and the initials
	*> ride on every hold this run places.
	readOperatorCard.
	open input operid
	if ws-operid-status = "00" then
		read operid
			at end continue
			not at end move oi-initials to operatorId
		end-read
		close operid
	end-if.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "legalHoldMaint" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
