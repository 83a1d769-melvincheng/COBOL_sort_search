identification division.
program-id. balanceExceptions.

*> finds the accounts someone used to find by scanning
*> displayArrayRec's listing: reads the record master ARRAYKSR (see
*> recToKsds.cbl) and flags every key whose rec-balance is
*>   NEGATIVE  below zero (overdrawn), or
*>   CEILING   above the ceiling set for its branch
*> the ceilings come from the EXCPTHR threshold cards, one per line:
*>   columns  1- 4  branch code, or *ALL for every branch without a
*>                  card of its own
*>   column   5     space
*>   columns  6-17  ceiling, explicit decimal point
*> a branch with no card and no *ALL card is checked for overdrafts
*> only.
*>
*> the flagged accounts are listed on EXCPRPT in branch order and,
*> within a branch, by amount (lowest first, so the deepest overdraft
*> leads and the largest balance closes the branch), with counts per
*> type at the end. the same accounts go out in the same order on the
*> EXCNOTC notice extract (see NOTCREC.cpy) the correspondence system
*> turns into customer letters, and the counts go to the shared
*> RUNSUMM run summary.
*> RETURN-CODE: rc-success when nothing was flagged, rc-not-found
*> when any account was (the letters have work to do),
*> rc-invalid-input when ARRAYKSR cannot be opened.
environment division.
	input-output section.
	file-control.
		select arrayksr assign to "ARRAYKSR"
			organization indexed
			access mode is sequential
			record key is kr-position
			file status is ws-arrayksr-status.
		select excpthr assign to "EXCPTHR"
			organization line sequential
			file status is ws-thr-status.
		select excprpt assign to "EXCPRPT"
			organization line sequential
			file status is ws-rpt-status.
		select excnotc assign to "EXCNOTC"
			organization line sequential
			file status is ws-notc-status.
		select runsumm assign to "RUNSUMM"
			organization line sequential
			file status is ws-summ-status.

data division.
	file section.
	fd arrayksr.
	01 arrayksr-record.
		05 kr-position pic 9(3).
		05 kr-key copy "ELEMPIC.cpy".
		05 kr-branch pic x(4).
		05 kr-balance pic s9(7)v99 comp-3.

	fd excpthr.
	01 excpthr-record.
		05 et-branch pic x(4).
		05 filler pic x(1).
		05 et-ceiling pic x(12).

	fd excprpt.
	01 excprpt-record pic x(80).

	fd excnotc.
	01 excnotc-record pic x(80).

	fd runsumm.
	01 runsumm-record pic x(80).

	working-storage section.
		01 ws-arrayksr-status pic x(2).
		01 ws-thr-status pic x(2).
		01 ws-rpt-status pic x(2).
		01 ws-notc-status pic x(2).
		01 ws-summ-status pic x(2).
		copy "RUNSMREC.cpy".
		copy "NOTCREC.cpy".
		01 ws-summ-date pic 9(8).
		01 ws-summ-time-raw pic 9(8).
		01 ws-ksr-eof pic x(1) value "N".
			88 ksr-done value "Y".
		01 ws-thr-eof pic x(1) value "N".
			88 thr-done value "Y".

		01 ceilingTable.
			05 ceilingEntry occurs 999 times.
				10 ce-branch pic x(4).
				10 ce-ceiling pic s9(9)v99 comp-3.
		01 ceilingCount pic 9(4) value 0.
		01 ceilingIndex pic 9(4).
		01 defaultCeiling pic s9(9)v99 comp-3 value 0.
		01 ws-have-default pic x(1) value "N".
			88 have-default-ceiling value "Y".
		01 ws-have-ceiling pic x(1).
			88 have-ceiling value "Y".
		01 branchCeiling pic s9(9)v99 comp-3.

		01 exceptionTable.
			05 exceptionEntry occurs 999 times.
				10 ex-branch pic x(4).
				10 ex-balance pic s9(7)v99 comp-3.
				10 ex-key copy "ELEMPIC.cpy".
				10 ex-type pic x(8).
				10 ex-ceiling pic s9(9)v99 comp-3.
		01 exceptionHold pic x(28).
		01 workType pic x(8).
		01 exceptionCount pic 9(4) value 0.
		01 exceptionIndex pic 9(4).
		01 exceptionInner pic 9(4).
		01 ws-swapped pic x(1).
			88 entries-swapped value "Y".

		01 negativeCount pic 9(5) value 0.
		01 ceilingHitCount pic 9(5) value 0.
		01 scannedCount pic 9(5) value 0.
		01 ws-run-date pic 9(8).
		01 lastBranch pic x(4).
		01 ws-rpt-line pic x(80).
		01 out-key copy "ELEMEDIT.cpy".
		01 out-balance pic -Z(6)9.99.
		01 out-ceiling pic -Z(8)9.99.
		01 out-count pic zzzz9.
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

procedure division.
	main.
	perform loadCeilings
	open input arrayksr
	if ws-arrayksr-status not = "00" then
		display "balanceExceptions: unable to open ARRAYKSR, status " ws-arrayksr-status
		move rc-invalid-input to return-code
		goback.
	perform checkOneAccount until ksr-done
	close arrayksr
	perform orderExceptions
	perform getProcessingDate
	move pdt-date to ws-run-date
	open output excprpt
	open output excnotc
	perform writeReportHeader
	move spaces to lastBranch
	move 1 to exceptionIndex
	perform writeOneException until exceptionIndex > exceptionCount
	perform writeExceptionSummary
	close excprpt
	close excnotc
	move "accounts scanned" to su-action
	move scannedCount to su-count
	perform writeRunSummaryLine
	move "negative balances flagged" to su-action
	move negativeCount to su-count
	perform writeRunSummaryLine
	move "over branch ceiling flagged" to su-action
	move ceilingHitCount to su-count
	perform writeRunSummaryLine
	if exceptionCount = 0 then
		move rc-success to return-code
	else
		move rc-not-found to return-code
	end-if
	goback.

	*> a missing EXCPTHR means overdrafts only, everywhere.
	loadCeilings.
	open input excpthr
	if ws-thr-status = "00" then
		perform loadOneCeiling until thr-done
		close excpthr
	else
		display "balanceExceptions: no EXCPTHR ceilings, checking overdrafts only"
	end-if.

	loadOneCeiling.
	read excpthr
		at end move "Y" to ws-thr-eof
		not at end
			evaluate true
				when et-branch = spaces or et-ceiling = spaces
					continue
				when et-branch = "*ALL"
					compute defaultCeiling =
						function numval(function trim(et-ceiling))
					move "Y" to ws-have-default
				when ceilingCount < 999
					add 1 to ceilingCount
					move et-branch to ce-branch(ceilingCount)
					compute ce-ceiling(ceilingCount) =
						function numval(function trim(et-ceiling))
				when other
					continue
			end-evaluate
	end-read.

	checkOneAccount.
	read arrayksr next record
		at end move "Y" to ws-ksr-eof
		not at end
			add 1 to scannedCount
			perform findBranchCeiling
			evaluate true
				when kr-balance < 0
					add 1 to negativeCount
					move "NEGATIVE" to workType
					perform recordException
				when have-ceiling and kr-balance > branchCeiling
					add 1 to ceilingHitCount
					move "CEILING" to workType
					perform recordException
				when other
					continue
			end-evaluate
	end-read.

	findBranchCeiling.
	move "N" to ws-have-ceiling
	move 1 to ceilingIndex
	perform testOneCeiling
		until ceilingIndex > ceilingCount or have-ceiling
	if not have-ceiling and have-default-ceiling then
		move defaultCeiling to branchCeiling
		move "Y" to ws-have-ceiling
	end-if.

	testOneCeiling.
	if ce-branch(ceilingIndex) = kr-branch then
		move ce-ceiling(ceilingIndex) to branchCeiling
		move "Y" to ws-have-ceiling
	else
		add 1 to ceilingIndex.

	recordException.
	add 1 to exceptionCount
	move kr-branch to ex-branch(exceptionCount)
	move kr-balance to ex-balance(exceptionCount)
	move kr-key to ex-key(exceptionCount)
	move workType to ex-type(exceptionCount)
	if have-ceiling then
		move branchCeiling to ex-ceiling(exceptionCount)
	else
		move 0 to ex-ceiling(exceptionCount)
	end-if.

	*> exchange passes on branch, then amount.
	orderExceptions.
	move "Y" to ws-swapped
	perform orderOnePass until not entries-swapped.

	orderOnePass.
	move "N" to ws-swapped
	move 1 to exceptionIndex
	perform orderOnePair until exceptionIndex >= exceptionCount.

	orderOnePair.
	compute exceptionInner = exceptionIndex + 1
	if ex-branch(exceptionInner) < ex-branch(exceptionIndex)
	or (ex-branch(exceptionInner) = ex-branch(exceptionIndex)
		and ex-balance(exceptionInner) < ex-balance(exceptionIndex)) then
		move exceptionEntry(exceptionIndex) to exceptionHold
		move exceptionEntry(exceptionInner) to exceptionEntry(exceptionIndex)
		move exceptionHold to exceptionEntry(exceptionInner)
		move "Y" to ws-swapped
	end-if
	add 1 to exceptionIndex.

	writeReportHeader.
	move spaces to ws-rpt-line
	string "balance exceptions  run date " ws-run-date
		delimited by size into ws-rpt-line
	write excprpt-record from ws-rpt-line
	move "branch        key       balance  type          ceiling" to ws-rpt-line
	write excprpt-record from ws-rpt-line.

	*> a blank line between branches; the report line and the notice
	*> record carry the same account.
	writeOneException.
	if ex-branch(exceptionIndex) not = lastBranch then
		move spaces to ws-rpt-line
		write excprpt-record from ws-rpt-line
		move ex-branch(exceptionIndex) to lastBranch
	end-if
	move ex-key(exceptionIndex) to out-key
	move ex-balance(exceptionIndex) to out-balance
	move spaces to ws-rpt-line
	if ex-type(exceptionIndex) = "CEILING" then
		move ex-ceiling(exceptionIndex) to out-ceiling
		string ex-branch(exceptionIndex) "  " out-key "  " out-balance
			"  " ex-type(exceptionIndex) " " out-ceiling
			delimited by size into ws-rpt-line
	else
		string ex-branch(exceptionIndex) "  " out-key "  " out-balance
			"  " ex-type(exceptionIndex)
			delimited by size into ws-rpt-line
	end-if
	write excprpt-record from ws-rpt-line
	move ex-key(exceptionIndex) to nx-key
	move ex-branch(exceptionIndex) to nx-branch
	move ex-balance(exceptionIndex) to nx-balance
	move ex-type(exceptionIndex) to nx-type
	move ws-run-date to nx-run-date
	write excnotc-record from customer-notice-detail
	add 1 to exceptionIndex.

	writeExceptionSummary.
	move spaces to ws-rpt-line
	write excprpt-record from ws-rpt-line
	move scannedCount to out-count
	move spaces to ws-rpt-line
	string "accounts scanned:             " out-count
		delimited by size into ws-rpt-line
	write excprpt-record from ws-rpt-line
	move negativeCount to out-count
	move spaces to ws-rpt-line
	string "negative balances:            " out-count
		delimited by size into ws-rpt-line
	write excprpt-record from ws-rpt-line
	display "balanceExceptions: " ws-rpt-line
	move ceilingHitCount to out-count
	move spaces to ws-rpt-line
	string "above the branch ceiling:     " out-count
		delimited by size into ws-rpt-line
	write excprpt-record from ws-rpt-line
	display "balanceExceptions: " ws-rpt-line.

	*> one line into the shared run summary (see RUNSMREC.cpy);
	*> su-action and su-count are set by the caller.
	writeRunSummaryLine.
	perform getProcessingDate
	move pdt-date to ws-summ-date
	accept ws-summ-time-raw from time
	move ws-summ-date to su-date
	compute su-time = ws-summ-time-raw / 100
	move "balanceExceptions" to su-program
	if exceptionCount = 0 then
		move rc-success to su-rc
	else
		move rc-not-found to su-rc
	end-if
	open extend runsumm
	if ws-summ-status not = "00" then
		open output runsumm.
	write runsumm-record from run-summary-detail
	close runsumm.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "balanceExceptions" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
