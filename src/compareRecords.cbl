identification division.
program-id. compareRecords.

*> record-layout counterpart to compareFiles.cbl: matches two
*> key-sorted record files (the ARRAYINR column layout -- key 1-10,
*> branch 11-14, balance 15-25 -- that SORTOUTR from recMergeSort and
*> the ARRAYINR extracts carry) on rec-key and answers "which accounts
*> changed branch, which balances moved, and by how much". CMPRECA is
*> the earlier file, CMPRECB the later; RCMPRPT lists, in key order,
*>   ADDED     keys only on CMPRECB, with their branch and balance
*>   DROPPED   keys only on CMPRECA, with their branch and balance
*>   TRANSFER  keys whose branch changed (old>new), with both
*>             balances and the difference
*>   BALANCE   keys on the same branch whose balance changed (old,
*>             new, difference)
*> followed by totals per branch -- keys added, dropped, transferred
*> in and out, balances changed, and the net balance change, a key's
*> change counted under its new branch -- and the overall counts.
*>
*> HDR/TRL envelope records (see FILEENVL.cpy) are skipped as
*> compareFiles skips them. both files must be in ascending key
*> order, as recMergeSort and the KEY sorts leave them; a key lower
*> than the one before it stops the compare, since every later match
*> would be wrong. RETURN-CODE follows RETCODE.cpy so a step can test
*> for "no differences": rc-success when the files hold the same keys
*> with the same branches and balances, rc-not-found when any
*> difference was reported, rc-invalid-input when either input cannot
*> be opened or is out of key order.
environment division.
	input-output section.
	file-control.
		select cmpreca assign to "CMPRECA"
			organization line sequential
			file status is ws-a-status.
		select cmprecb assign to "CMPRECB"
			organization line sequential
			file status is ws-b-status.
		select rcmprpt assign to "RCMPRPT"
			organization line sequential
			file status is ws-rpt-status.

data division.
	file section.
	fd cmpreca.
	01 cmpreca-record.
		05 cra-key pic x(10).
		05 cra-branch pic x(4).
		05 cra-balance pic x(11).
		05 filler pic x(55).

	fd cmprecb.
	01 cmprecb-record.
		05 crb-key pic x(10).
		05 crb-branch pic x(4).
		05 crb-balance pic x(11).
		05 filler pic x(55).

	fd rcmprpt.
	01 rcmprpt-record pic x(80).

	working-storage section.
		01 ws-a-status pic x(2).
		01 ws-b-status pic x(2).
		01 ws-rpt-status pic x(2).
		01 ws-rpt-line pic x(80).
		01 ws-a-eof pic x(1) value "N".
			88 a-eof value "Y".
		01 ws-b-eof pic x(1) value "N".
			88 b-eof value "Y".
		01 ws-a-data pic x(1).
			88 a-data value "Y".
		01 ws-b-data pic x(1).
			88 b-data value "Y".
		01 ws-out-of-order pic x(1) value "N".
			88 out-of-order value "Y".
		01 runDate pic 9(8).

		01 keyA copy "ELEMPIC.cpy".
		01 keyB copy "ELEMPIC.cpy".
		01 priorKeyA copy "ELEMPIC.cpy".
		01 priorKeyB copy "ELEMPIC.cpy".
		01 branchA pic x(4).
		01 branchB pic x(4).
		01 balanceA pic s9(7)v99 comp-3.
		01 balanceB pic s9(7)v99 comp-3.
		01 balanceDifference pic s9(8)v99 comp-3.
		01 netDifference pic s9(11)v99 comp-3 value 0.

		01 countA pic 9(7) value 0.
		01 countB pic 9(7) value 0.
		01 unchangedCount pic 9(7) value 0.
		01 addedCount pic 9(7) value 0.
		01 droppedCount pic 9(7) value 0.
		01 transferCount pic 9(7) value 0.
		01 balanceCount pic 9(7) value 0.
		01 differenceCount pic 9(7) value 0.

		*> one row per branch met, put in code order before printing;
		*> the last row collects any branches past the table's end.
		78 branchTableMax value 999.
		01 branchTable.
			05 branchRow occurs 1000 times.
				10 bt-branch pic x(4).
				10 bt-added pic 9(6).
				10 bt-dropped pic 9(6).
				10 bt-xfer-in pic 9(6).
				10 bt-xfer-out pic 9(6).
				10 bt-changed pic 9(6).
				10 bt-net pic s9(11)v99 comp-3.
		01 branchRowHold pic x(41).
		01 rowCount pic 9(4) value 0.
		01 rowIndex pic 9(4).
		01 rowInner pic 9(4).
		01 workBranch pic x(4).
		01 ws-row-found pic x(1).
			88 row-found value "Y".
		01 ws-rows-swapped pic x(1).
			88 rows-swapped value "Y".

		01 detailType pic x(9).
		01 detailBranch pic x(10).
		01 out-key copy "ELEMEDIT.cpy".
		01 out-old pic -Z(6)9.99.
		01 out-new pic -Z(6)9.99.
		01 out-old-text pic x(11).
		01 out-new-text pic x(11).
		01 out-diff pic -Z(7)9.99.
		01 out-net pic -Z(10)9.99.
		01 out-count pic zzzzzz9.
		01 out-added pic zzzzz9.
		01 out-dropped pic zzzzz9.
		01 out-xin pic zzzzz9.
		01 out-xout pic zzzzz9.
		01 out-changed pic zzzzz9.
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

procedure division.
	main.
	open input cmpreca
	if ws-a-status not = "00" then
		display "compareRecords: CMPRECA not available, aborting"
		move rc-invalid-input to return-code
		goback.
	open input cmprecb
	if ws-b-status not = "00" then
		display "compareRecords: CMPRECB not available, aborting"
		move rc-invalid-input to return-code
		goback.
	perform getProcessingDate
	move pdt-date to runDate
	open output rcmprpt
	move spaces to ws-rpt-line
	string "record file compare  CMPRECA (old) against CMPRECB (new)  run date "
		runDate delimited by size into ws-rpt-line
	write rcmprpt-record from ws-rpt-line
	move spaces to ws-rpt-line
	write rcmprpt-record from ws-rpt-line
	move "change         key branch      old balance  new balance    difference" to ws-rpt-line
	write rcmprpt-record from ws-rpt-line
	move -999999999 to priorKeyA
	move -999999999 to priorKeyB
	perform readDataA
	perform readDataB
	perform matchOneKey until (a-eof and b-eof) or out-of-order
	if not out-of-order then
		perform orderBranchRows
		perform writeBranchTotals
	end-if
	perform writeCompareSummary
	close cmpreca
	close cmprecb
	close rcmprpt
	evaluate true
		when out-of-order
			move rc-invalid-input to return-code
		when differenceCount = 0
			move rc-success to return-code
		when other
			move rc-not-found to return-code
	end-evaluate
	goback.

	*> the classic balance line: the lower key is the one only its
	*> own file holds.
	matchOneKey.
	evaluate true
		when a-eof
			perform reportAdded
			perform readDataB
		when b-eof
			perform reportDropped
			perform readDataA
		when keyA < keyB
			perform reportDropped
			perform readDataA
		when keyA > keyB
			perform reportAdded
			perform readDataB
		when other
			perform compareMatched
			perform readDataA
			perform readDataB
	end-evaluate.

	reportAdded.
	add 1 to addedCount
	add 1 to differenceCount
	move branchB to workBranch
	perform findBranchRow
	add 1 to bt-added(rowIndex)
	move "ADDED" to detailType
	move keyB to out-key
	move branchB to detailBranch
	move spaces to out-old-text
	move balanceB to out-new
	move out-new to out-new-text
	move balanceB to balanceDifference
	perform writeDetailLine.

	reportDropped.
	add 1 to droppedCount
	add 1 to differenceCount
	move branchA to workBranch
	perform findBranchRow
	add 1 to bt-dropped(rowIndex)
	move "DROPPED" to detailType
	move keyA to out-key
	move branchA to detailBranch
	move balanceA to out-old
	move out-old to out-old-text
	move spaces to out-new-text
	compute balanceDifference = 0 - balanceA
	perform writeDetailLine.

	*> a key on both files: a branch change and a balance change are
	*> each counted, on one TRANSFER line when the branch moved.
	compareMatched.
	compute balanceDifference = balanceB - balanceA
	if branchA = branchB and balanceDifference = 0 then
		add 1 to unchangedCount
	else
		add 1 to differenceCount
		move branchB to workBranch
		perform findBranchRow
		if balanceDifference not = 0 then
			add 1 to balanceCount
			add 1 to bt-changed(rowIndex)
			add balanceDifference to bt-net(rowIndex)
			add balanceDifference to netDifference
		end-if
		move keyA to out-key
		move balanceA to out-old
		move out-old to out-old-text
		move balanceB to out-new
		move out-new to out-new-text
		if branchA = branchB then
			move "BALANCE" to detailType
			move branchA to detailBranch
		else
			add 1 to transferCount
			add 1 to bt-xfer-in(rowIndex)
			move branchA to workBranch
			perform findBranchRow
			add 1 to bt-xfer-out(rowIndex)
			move "TRANSFER" to detailType
			move spaces to detailBranch
			string branchA ">" branchB
				delimited by size into detailBranch
		end-if
		perform writeDetailLine
	end-if.

	writeDetailLine.
	move balanceDifference to out-diff
	move spaces to ws-rpt-line
	string detailType out-key " " detailBranch " " out-old-text
		" " out-new-text " " out-diff
		delimited by size into ws-rpt-line
	write rcmprpt-record from ws-rpt-line.

	*> reads forward to the next data record on each side, skipping
	*> any envelope control records, and holds each side to
	*> ascending key order.
	readDataA.
	move "N" to ws-a-data
	perform readPhysicalA until a-data or a-eof
	if a-data then
		add 1 to countA
		compute keyA = function numval(function trim(cra-key))
		move cra-branch to branchA
		compute balanceA = function numval(function trim(cra-balance))
		if keyA < priorKeyA then
			move keyA to out-key
			display "compareRecords: CMPRECA out of key order at key " out-key ", compare abandoned"
			move spaces to ws-rpt-line
			string "CMPRECA out of key order at key " out-key
				", compare abandoned"
				delimited by size into ws-rpt-line
			write rcmprpt-record from ws-rpt-line
			move "Y" to ws-out-of-order
		end-if
		move keyA to priorKeyA
	end-if.

	readPhysicalA.
	read cmpreca
		at end move "Y" to ws-a-eof
		not at end
			if cmpreca-record(1:4) not = "HDR "
			and cmpreca-record(1:4) not = "TRL " then
				move "Y" to ws-a-data
			end-if
	end-read.

	readDataB.
	move "N" to ws-b-data
	perform readPhysicalB until b-data or b-eof
	if b-data then
		add 1 to countB
		compute keyB = function numval(function trim(crb-key))
		move crb-branch to branchB
		compute balanceB = function numval(function trim(crb-balance))
		if keyB < priorKeyB then
			move keyB to out-key
			display "compareRecords: CMPRECB out of key order at key " out-key ", compare abandoned"
			move spaces to ws-rpt-line
			string "CMPRECB out of key order at key " out-key
				", compare abandoned"
				delimited by size into ws-rpt-line
			write rcmprpt-record from ws-rpt-line
			move "Y" to ws-out-of-order
		end-if
		move keyB to priorKeyB
	end-if.

	readPhysicalB.
	read cmprecb
		at end move "Y" to ws-b-eof
		not at end
			if cmprecb-record(1:4) not = "HDR "
			and cmprecb-record(1:4) not = "TRL " then
				move "Y" to ws-b-data
			end-if
	end-read.

	*> rowIndex := workBranch's row, opened on first sight.
	findBranchRow.
	move "N" to ws-row-found
	move 1 to rowIndex
	perform testBranchRow until rowIndex > rowCount or row-found
	if not row-found then
		if rowCount >= branchTableMax then
			move "****" to workBranch
			compute rowIndex = branchTableMax + 1
			if bt-branch(rowIndex) not = "****" then
				perform clearBranchRow
			end-if
		else
			add 1 to rowCount
			move rowCount to rowIndex
			perform clearBranchRow
		end-if
	end-if.

	testBranchRow.
	if bt-branch(rowIndex) = workBranch then
		move "Y" to ws-row-found
	else
		add 1 to rowIndex.

	clearBranchRow.
	move workBranch to bt-branch(rowIndex)
	move 0 to bt-added(rowIndex)
	move 0 to bt-dropped(rowIndex)
	move 0 to bt-xfer-in(rowIndex)
	move 0 to bt-xfer-out(rowIndex)
	move 0 to bt-changed(rowIndex)
	move 0 to bt-net(rowIndex).

	*> exchange passes over the branch rows, balanceStrat's way.
	orderBranchRows.
	move "Y" to ws-rows-swapped
	perform orderOnePass until not rows-swapped.

	orderOnePass.
	move "N" to ws-rows-swapped
	move 1 to rowIndex
	perform orderOnePair until rowIndex >= rowCount.

	orderOnePair.
	compute rowInner = rowIndex + 1
	if bt-branch(rowInner) < bt-branch(rowIndex) then
		move branchRow(rowIndex) to branchRowHold
		move branchRow(rowInner) to branchRow(rowIndex)
		move branchRowHold to branchRow(rowInner)
		move "Y" to ws-rows-swapped
	end-if
	add 1 to rowIndex.

	writeBranchTotals.
	if rowCount > 0 then
		move spaces to ws-rpt-line
		write rcmprpt-record from ws-rpt-line
		move "branch  added dropped xfr-in xfr-out changed   net balance change" to ws-rpt-line
		write rcmprpt-record from ws-rpt-line
		move 1 to rowIndex
		perform writeOneBranchTotal until rowIndex > rowCount
		compute rowIndex = branchTableMax + 1
		if bt-branch(rowIndex) = "****" then
			perform writeOneBranchTotal
		end-if
	end-if.

	writeOneBranchTotal.
	move bt-added(rowIndex) to out-added
	move bt-dropped(rowIndex) to out-dropped
	move bt-xfer-in(rowIndex) to out-xin
	move bt-xfer-out(rowIndex) to out-xout
	move bt-changed(rowIndex) to out-changed
	move bt-net(rowIndex) to out-net
	move spaces to ws-rpt-line
	string bt-branch(rowIndex) "  " out-added "  " out-dropped " "
		out-xin "  " out-xout "  " out-changed "  " out-net
		delimited by size into ws-rpt-line
	write rcmprpt-record from ws-rpt-line
	add 1 to rowIndex.

	writeCompareSummary.
	move spaces to ws-rpt-line
	write rcmprpt-record from ws-rpt-line
	move countA to out-count
	move spaces to ws-rpt-line
	string "keys on CMPRECA:       " out-count
		delimited by size into ws-rpt-line
	perform writeSummaryLine
	move countB to out-count
	move spaces to ws-rpt-line
	string "keys on CMPRECB:       " out-count
		delimited by size into ws-rpt-line
	perform writeSummaryLine
	move unchangedCount to out-count
	move spaces to ws-rpt-line
	string "  unchanged:           " out-count
		delimited by size into ws-rpt-line
	perform writeSummaryLine
	move addedCount to out-count
	move spaces to ws-rpt-line
	string "  added:               " out-count
		delimited by size into ws-rpt-line
	perform writeSummaryLine
	move droppedCount to out-count
	move spaces to ws-rpt-line
	string "  dropped:             " out-count
		delimited by size into ws-rpt-line
	perform writeSummaryLine
	move transferCount to out-count
	move spaces to ws-rpt-line
	string "  branch transfers:    " out-count
		delimited by size into ws-rpt-line
	perform writeSummaryLine
	move balanceCount to out-count
	move spaces to ws-rpt-line
	string "  balance changes:     " out-count
		delimited by size into ws-rpt-line
	perform writeSummaryLine
	move netDifference to out-net
	move spaces to ws-rpt-line
	string "  net balance change: " out-net
		delimited by size into ws-rpt-line
	perform writeSummaryLine
	if differenceCount = 0 and not out-of-order then
		move "files agree: no differences" to ws-rpt-line
		perform writeSummaryLine
	end-if.

	writeSummaryLine.
	write rcmprpt-record from ws-rpt-line
	display "compareRecords: " ws-rpt-line.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "compareRecords" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
