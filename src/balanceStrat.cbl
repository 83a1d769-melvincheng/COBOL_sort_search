identification division.
program-id. balanceStrat.

*> the quarterly balance stratification audit asks for, which
*> distributionReport cannot give because it only sees the single-
*> value numeric array: reads the record master ARRAYKSR (see
*> recToKsds.cbl) and spreads rec-balance across bands, overall and
*> then branch by branch. for each band the STRATRPT report shows the
*> account count, the total balance, the band's percent of the
*> accounts, and its percent of the value -- the value percentages
*> are taken on absolute balances, so an overdrawn band counts by its
*> size instead of netting the deposits down.
*>
*> the bands come from a STRATBND band-limits card: up to six
*> boundaries, each in a twelve-column field with an explicit decimal
*> point, the fields a column apart (columns 1-12, 14-25, 27-38,
*> 40-51, 53-64, 66-77), in ascending order, the first blank field
*> ending the list. every boundary starts a band, and the balances
*> below the first one make a band of their own, so
*>   0.00         1000.00      10000.00     100000.00
*> gives the standard: negative, 0.00-999.99, 1,000.00-9,999.99,
*> 10,000.00-99,999.99, and 100,000.00 and over -- which is also the
*> banding used when no card is supplied. a card out of ascending
*> order is refused rather than guessed at.
*>
*> STRATRPT is registered with reportSpooler, so it rides in the
*> morning package behind the other reports.
*> RETURN-CODE: rc-success, rc-not-found when ARRAYKSR held no
*> accounts, rc-invalid-input for a missing ARRAYKSR or a bad card.
environment division.
	input-output section.
	file-control.
		select arrayksr assign to "ARRAYKSR"
			organization indexed
			access mode is sequential
			record key is kr-position
			file status is ws-arrayksr-status.
		select stratbnd assign to "STRATBND"
			organization line sequential
			file status is ws-band-status.
		select stratrpt assign to "STRATRPT"
			organization line sequential
			file status is ws-rpt-status.

data division.
	file section.
	fd arrayksr.
	01 arrayksr-record.
		05 kr-position pic 9(3).
		05 kr-key copy "ELEMPIC.cpy".
		05 kr-branch pic x(4).
		05 kr-balance pic s9(7)v99 comp-3.

	fd stratbnd.
	01 stratbnd-record.
		05 sb-limit-field occurs 6 times.
			10 sb-limit pic x(12).
			10 filler pic x(1).

	fd stratrpt.
	01 stratrpt-record pic x(80).

	working-storage section.
		01 ws-arrayksr-status pic x(2).
		01 ws-band-status pic x(2).
		01 ws-rpt-status pic x(2).
		01 ws-ksr-eof pic x(1) value "N".
			88 ksr-done value "Y".
		01 ws-card-bad pic x(1) value "N".
			88 band-card-bad value "Y".

		*> the band boundaries: band 1 is everything below
		*> bandLimit(1), band n+1 everything from bandLimit(n) up to
		*> the next boundary.
		01 bandLimitTable.
			05 bandLimit pic s9(9)v99 comp-3 occurs 6 times.
		01 limitCount pic 9(1) value 0.
		01 bandCount pic 9(1).
		01 limitIndex pic 9(1).
		01 bandIndex pic 9(1).
		01 ws-limits-ended pic x(1).
			88 limits-ended value "Y".

		*> row 1 of stratTable is the whole master; rows 2 on are
		*> the branches, put in code order before printing.
		01 stratTable.
			05 stratRow occurs 999 times.
				10 st-branch pic x(4).
				10 st-band occurs 7 times.
					15 st-count pic 9(5).
					15 st-total pic s9(11)v99 comp-3.
					15 st-absolute pic 9(11)v99 comp-3.
		01 stratRowHold pic x(137).
		01 rowCount pic 9(4) value 1.
		01 rowIndex pic 9(4).
		01 rowInner pic 9(4).
		01 ws-row-found pic x(1).
			88 row-found value "Y".
		01 ws-rows-swapped pic x(1).
			88 rows-swapped value "Y".
		01 workBranch pic x(4).
		01 workBand pic 9(1).
		01 workAbsolute pic 9(9)v99 comp-3.

		01 rowCountTotal pic 9(5).
		01 rowValueTotal pic s9(11)v99 comp-3.
		01 rowAbsoluteTotal pic 9(11)v99 comp-3.
		01 percentWork pic 9(3)v99.

		01 ws-rpt-line pic x(80).
		01 ws-run-date pic 9(8).
		01 bandHigh pic s9(9)v99 comp-3.
		01 out-low pic ----,---,--9.99.
		01 out-high pic ----,---,--9.99.
		01 out-count pic zzzz9.
		01 out-total pic ---,---,---,--9.99.
		01 out-pct-count pic zz9.99.
		01 out-pct-value pic zz9.99.
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

procedure division.
	main.
	perform readBandCard
	if band-card-bad then
		display "balanceStrat: STRATBND limits are not in ascending order, no report"
		move rc-invalid-input to return-code
		goback.
	compute bandCount = limitCount + 1
	open input arrayksr
	if ws-arrayksr-status not = "00" then
		display "balanceStrat: unable to open ARRAYKSR, status " ws-arrayksr-status
		move rc-invalid-input to return-code
		goback.
	move 1 to rowIndex
	move spaces to st-branch(1)
	move 1 to bandIndex
	perform clearOneBand until bandIndex > 7
	perform accumulateOneRecord until ksr-done
	close arrayksr
	perform orderBranchRows
	perform getProcessingDate
	move pdt-date to ws-run-date
	open output stratrpt
	move spaces to ws-rpt-line
	string "balance stratification  run date " ws-run-date
		delimited by size into ws-rpt-line
	write stratrpt-record from ws-rpt-line
	move 1 to rowIndex
	perform writeOneSection until rowIndex > rowCount
	close stratrpt
	if rowCount = 1 then
		display "balanceStrat: ARRAYKSR held no accounts"
		move rc-not-found to return-code
	else
		compute rowCountTotal = rowCount - 1
		display "balanceStrat: " rowCountTotal " branch(es) stratified into STRATRPT"
		move rc-success to return-code
	end-if
	goback.

	*> no card, or an empty one, takes the standard banding.
	readBandCard.
	move 0 to limitCount
	open input stratbnd
	if ws-band-status = "00" then
		read stratbnd
			at end continue
			not at end
				move "N" to ws-limits-ended
				move 1 to limitIndex
				perform takeOneLimit
					until limitIndex > 6 or limits-ended
		end-read
		close stratbnd
	end-if
	if limitCount = 0 then
		move 4 to limitCount
		move 0 to bandLimit(1)
		move 1000 to bandLimit(2)
		move 10000 to bandLimit(3)
		move 100000 to bandLimit(4)
	end-if
	move 2 to limitIndex
	perform checkLimitOrder until limitIndex > limitCount.

	takeOneLimit.
	if sb-limit(limitIndex) = spaces then
		move "Y" to ws-limits-ended
	else
		add 1 to limitCount
		compute bandLimit(limitCount) =
			function numval(function trim(sb-limit(limitIndex)))
	end-if
	add 1 to limitIndex.

	checkLimitOrder.
	if bandLimit(limitIndex) <= bandLimit(limitIndex - 1) then
		move "Y" to ws-card-bad.
	add 1 to limitIndex.

	accumulateOneRecord.
	read arrayksr next record
		at end move "Y" to ws-ksr-eof
		not at end
			perform findBand
			if kr-balance < 0 then
				compute workAbsolute = 0 - kr-balance
			else
				move kr-balance to workAbsolute
			end-if
			move 1 to rowIndex
			perform addToRow
			move kr-branch to workBranch
			perform findBranchRow
			perform addToRow
	end-read.

	*> the band is one past the last boundary the balance reaches.
	findBand.
	move 1 to workBand
	move 1 to limitIndex
	perform testOneLimit until limitIndex > limitCount.

	testOneLimit.
	if kr-balance >= bandLimit(limitIndex) then
		compute workBand = limitIndex + 1.
	add 1 to limitIndex.

	addToRow.
	add 1 to st-count(rowIndex, workBand)
	add kr-balance to st-total(rowIndex, workBand)
	add workAbsolute to st-absolute(rowIndex, workBand).

	findBranchRow.
	move "N" to ws-row-found
	move 2 to rowIndex
	perform testBranchRow until rowIndex > rowCount or row-found
	if not row-found then
		add 1 to rowCount
		move rowCount to rowIndex
		move workBranch to st-branch(rowIndex)
		move 1 to bandIndex
		perform clearOneBand until bandIndex > 7
	end-if.

	testBranchRow.
	if st-branch(rowIndex) = workBranch then
		move "Y" to ws-row-found
	else
		add 1 to rowIndex.

	clearOneBand.
	move 0 to st-count(rowIndex, bandIndex)
	move 0 to st-total(rowIndex, bandIndex)
	move 0 to st-absolute(rowIndex, bandIndex)
	add 1 to bandIndex.

	*> exchange passes over the branch rows, leaving row 1 (the
	*> whole master) where it is.
	orderBranchRows.
	move "Y" to ws-rows-swapped
	perform orderOnePass until not rows-swapped.

	orderOnePass.
	move "N" to ws-rows-swapped
	move 2 to rowIndex
	perform orderOnePair until rowIndex >= rowCount.

	orderOnePair.
	compute rowInner = rowIndex + 1
	if st-branch(rowInner) < st-branch(rowIndex) then
		move stratRow(rowIndex) to stratRowHold
		move stratRow(rowInner) to stratRow(rowIndex)
		move stratRowHold to stratRow(rowInner)
		move "Y" to ws-rows-swapped
	end-if
	add 1 to rowIndex.

	*> one block per row: heading, a line per band, and the row's
	*> totals.
	writeOneSection.
	move 0 to rowCountTotal
	move 0 to rowValueTotal
	move 0 to rowAbsoluteTotal
	move 1 to bandIndex
	perform sumOneBand until bandIndex > bandCount
	move spaces to ws-rpt-line
	write stratrpt-record from ws-rpt-line
	move spaces to ws-rpt-line
	if rowIndex = 1 then
		move "all branches" to ws-rpt-line
	else
		string "branch " st-branch(rowIndex)
			delimited by size into ws-rpt-line
	end-if
	write stratrpt-record from ws-rpt-line
	move "      band from              to  count  %count      total balance  %value" to ws-rpt-line
	write stratrpt-record from ws-rpt-line
	move 1 to bandIndex
	perform writeOneBandLine until bandIndex > bandCount
	move rowCountTotal to out-count
	move rowValueTotal to out-total
	move spaces to ws-rpt-line
	string "                          total  " out-count "  100.00"
		" " out-total "  100.00"
		delimited by size into ws-rpt-line
	write stratrpt-record from ws-rpt-line
	add 1 to rowIndex.

	sumOneBand.
	add st-count(rowIndex, bandIndex) to rowCountTotal
	add st-total(rowIndex, bandIndex) to rowValueTotal
	add st-absolute(rowIndex, bandIndex) to rowAbsoluteTotal
	add 1 to bandIndex.

	writeOneBandLine.
	move spaces to ws-rpt-line
	move st-count(rowIndex, bandIndex) to out-count
	move st-total(rowIndex, bandIndex) to out-total
	if rowCountTotal = 0 then
		move 0 to percentWork
	else
		compute percentWork rounded =
			st-count(rowIndex, bandIndex) * 100 / rowCountTotal
	end-if
	move percentWork to out-pct-count
	if rowAbsoluteTotal = 0 then
		move 0 to percentWork
	else
		compute percentWork rounded =
			st-absolute(rowIndex, bandIndex) * 100 / rowAbsoluteTotal
	end-if
	move percentWork to out-pct-value
	evaluate true
		when bandIndex = 1
			move bandLimit(1) to out-high
			string "          below " out-high
				"  " out-count "  " out-pct-count " " out-total
				"  " out-pct-value
				delimited by size into ws-rpt-line
		when bandIndex = bandCount
			move bandLimit(bandIndex - 1) to out-low
			string out-low "  and over      "
				"  " out-count "  " out-pct-count " " out-total
				"  " out-pct-value
				delimited by size into ws-rpt-line
		when other
			move bandLimit(bandIndex - 1) to out-low
			compute bandHigh = bandLimit(bandIndex) - .01
			move bandHigh to out-high
			string out-low " " out-high
				"  " out-count "  " out-pct-count " " out-total
				"  " out-pct-value
				delimited by size into ws-rpt-line
	end-evaluate
	write stratrpt-record from ws-rpt-line
	add 1 to bandIndex.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "balanceStrat" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
