identification division.
program-id. balanceMovement.

*> the balance movement report: compares two BALHIST snapshot dates
*> (see balanceSnapshot.cbl and BALHREC.cpy) and writes MOVERPT with
*>   - each account whose balance moved by the threshold or more,
*>     either way, with both balances and the movement;
*>   - each branch's total on both dates and its movement;
*>   - the accounts that appeared (on the later date only) and
*>     disappeared (on the earlier date only);
*>   - the dormant accounts: those on the later date whose balance was
*>     the same in each of the last N snapshots up to it.
*>
*> driven by an optional MOVECTL card:
*>   columns  1-8   from date yyyymmdd (blank: the snapshot before the
*>                  to date)
*>   columns 10-17  to date yyyymmdd (blank: the latest snapshot)
*>   columns 19-30  movement threshold, explicit decimal point
*>                  (blank: 10000.00)
*>   columns 32-33  dormancy snapshots N (blank: 5, at least 2)
*> so no card at all compares last night with the night before. a
*> date that is not a snapshot in BALHIST is refused rather than
*> taken to mean the nearest one.
*>
*> an account is a key; the branch shown is its branch on the later
*> date (on the earlier one for a disappearance), and a key that moved
*> branch moves its balance between the branch totals with it. should
*> a snapshot hold a key twice, the first record counts and the rest
*> are tallied at the foot of the report.
*> RETURN-CODE: rc-success, rc-not-found when BALHIST holds fewer than
*> two snapshots, rc-invalid-input for a missing BALHIST or a bad
*> card.
environment division.
	input-output section.
	file-control.
		select movectl assign to "MOVECTL"
			organization line sequential
			file status is ws-card-status.
		select balhist assign to "BALHIST"
			organization line sequential
			file status is ws-balhist-status.
		select moverpt assign to "MOVERPT"
			organization line sequential
			file status is ws-rpt-status.

data division.
	file section.
	fd movectl.
	01 movectl-record.
		05 mc-from-date pic x(8).
		05 filler pic x(1).
		05 mc-to-date pic x(8).
		05 filler pic x(1).
		05 mc-threshold pic x(12).
		05 filler pic x(1).
		05 mc-dormant pic x(2).

	fd balhist.
	01 balhist-record pic x(35).

	fd moverpt.
	01 moverpt-record pic x(80).

	working-storage section.
		01 ws-card-status pic x(2).
		01 ws-balhist-status pic x(2).
		01 ws-rpt-status pic x(2).
		01 ws-balhist-eof pic x(1).
			88 balhist-done value "Y".
		01 ws-card-bad pic x(1).
			88 movement-card-bad value "Y".
		copy "BALHREC.cpy".

		01 fromDate pic 9(8).
		01 toDate pic 9(8).
		01 cardFromDate pic 9(8).
		01 cardToDate pic 9(8).
		01 threshold pic s9(9)v99 comp-3.
		01 dormantSnapshots pic 9(2).
		01 dormantStartDate pic 9(8).
		01 ws-dormant-tested pic x(1).
			88 dormancy-tested value "Y".

		*> the distinct snapshot dates, oldest first; should BALHIST
		*> outgrow the table the oldest dates drop off the front.
		01 snapshotDateTable.
			05 snapshotDate pic 9(8) occurs 999 times.
		01 dateCount pic 9(4) value 0.
		01 dateIndex pic 9(4).
		01 fromDateIndex pic 9(4).
		01 toDateIndex pic 9(4).

		*> one entry per key on either date, kept in key order so
		*> each record finds its entry by halving.
		01 accountTable.
			05 accountEntry occurs 1998 times.
				10 ac-key pic s9(9) comp-3.
				10 ac-from-flag pic x(1).
					88 ac-on-from value "Y".
				10 ac-from-branch pic x(4).
				10 ac-from-balance pic s9(7)v99 comp-3.
				10 ac-to-flag pic x(1).
					88 ac-on-to value "Y".
				10 ac-to-branch pic x(4).
				10 ac-to-balance pic s9(7)v99 comp-3.
				10 ac-same-count pic 9(2).
		01 accountCount pic 9(4) value 0.
		01 accountIndex pic 9(4).
		01 accountShift pic 9(4).
		01 searchKey pic s9(9) comp-3.
		01 searchLow pic s9(4) comp.
		01 searchHigh pic s9(4) comp.
		01 searchMiddle pic s9(4) comp.
		01 ws-key-found pic x(1).
			88 key-found value "Y".
		01 duplicateCount pic 9(6) value 0.
		01 overflowCount pic 9(6) value 0.

		01 branchTable.
			05 branchRow occurs 999 times.
				10 br-branch pic x(4).
				10 br-from-total pic s9(11)v99 comp-3.
				10 br-to-total pic s9(11)v99 comp-3.
		01 branchRowHold pic x(18).
		01 branchCount pic 9(4) value 0.
		01 branchIndex pic 9(4).
		01 branchInner pic 9(4).
		01 workBranch pic x(4).
		01 ws-branch-found pic x(1).
			88 branch-found value "Y".
		01 ws-rows-swapped pic x(1).
			88 rows-swapped value "Y".

		01 movement pic s9(9)v99 comp-3.
		01 movementSize pic s9(9)v99 comp-3.
		01 branchMovement pic s9(11)v99 comp-3.
		01 movedCount pic 9(6).
		01 appearedCount pic 9(6).
		01 disappearedCount pic 9(6).
		01 dormantCount pic 9(6).

		01 ws-rpt-line pic x(80).
		01 ws-run-date pic 9(8).
		01 out-key pic -(9)9.
		01 out-from pic -,---,--9.99.
		01 out-to pic -,---,--9.99.
		01 out-movement pic --,---,--9.99.
		01 out-threshold pic ---,---,--9.99.
		01 out-total-from pic ---,---,---,--9.99.
		01 out-total-to pic ---,---,---,--9.99.
		01 out-total-movement pic ---,---,---,--9.99.
		01 out-count pic zzzzz9.
		01 out-snapshots pic z9.
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

procedure division.
	main.
	move 0 to dateCount
	move 0 to accountCount
	move 0 to branchCount
	move 0 to duplicateCount
	move 0 to overflowCount
	perform readMovementCard
	if movement-card-bad then
		display "balanceMovement: MOVECTL card is not valid, no report"
		move rc-invalid-input to return-code
		goback.
	open input balhist
	if ws-balhist-status not = "00" then
		display "balanceMovement: cannot open BALHIST, status " ws-balhist-status
		move rc-invalid-input to return-code
		goback.
	move "N" to ws-balhist-eof
	perform collectOneDate until balhist-done
	close balhist
	if dateCount < 2 then
		display "balanceMovement: BALHIST holds fewer than two snapshots, nothing to compare"
		move rc-not-found to return-code
		goback.
	perform resolveSnapshotDates
	if movement-card-bad then
		move rc-invalid-input to return-code
		goback.

	open input balhist
	move "N" to ws-balhist-eof
	perform loadOneRecord until balhist-done
	close balhist
	if dormancy-tested then
		open input balhist
		move "N" to ws-balhist-eof
		perform countOneSameBalance until balhist-done
		close balhist
	end-if

	perform getProcessingDate
	move pdt-date to ws-run-date
	open output moverpt
	perform writeReportHeading
	perform writeMovedSection
	perform writeBranchSection
	perform writeAppearedSection
	perform writeDisappearedSection
	perform writeDormantSection
	perform writeReportFoot
	close moverpt
	display "balanceMovement: " fromDate " to " toDate ", " movedCount " moved, "
		appearedCount " appeared, " disappearedCount " disappeared, "
		dormantCount " dormant"
	move rc-success to return-code
	goback.

	*> no card, or blank fields, take the defaults.
	readMovementCard.
	move "N" to ws-card-bad
	move 0 to cardFromDate
	move 0 to cardToDate
	move 10000 to threshold
	move 5 to dormantSnapshots
	open input movectl
	if ws-card-status = "00" then
		read movectl
			at end continue
			not at end perform takeMovementCard
		end-read
		close movectl
	end-if.

	takeMovementCard.
	if mc-from-date not = spaces then
		if mc-from-date is numeric then
			move mc-from-date to cardFromDate
		else
			move "Y" to ws-card-bad
		end-if
	end-if
	if mc-to-date not = spaces then
		if mc-to-date is numeric then
			move mc-to-date to cardToDate
		else
			move "Y" to ws-card-bad
		end-if
	end-if
	if mc-threshold not = spaces then
		if function test-numval(function trim(mc-threshold)) = 0 then
			compute threshold =
				function numval(function trim(mc-threshold))
			if threshold < 0 then
				move "Y" to ws-card-bad
			end-if
		else
			move "Y" to ws-card-bad
		end-if
	end-if
	if mc-dormant not = spaces then
		if mc-dormant is numeric then
			move mc-dormant to dormantSnapshots
			if dormantSnapshots < 2 then
				move "Y" to ws-card-bad
			end-if
		else
			move "Y" to ws-card-bad
		end-if
	end-if.

	*> BALHIST is appended a night at a time, so a new date is one
	*> unlike the record before it.
	collectOneDate.
	read balhist
		at end move "Y" to ws-balhist-eof
		not at end
			move balhist-record to balance-history-detail
			if bh-date is numeric then
				if dateCount = 0 then
					perform addSnapshotDate
				else
					if bh-date not = snapshotDate(dateCount) then
						perform addSnapshotDate
					end-if
				end-if
			end-if
	end-read.

	addSnapshotDate.
	if dateCount = 999 then
		move 1 to dateIndex
		perform dropOldestDate until dateIndex >= 999
	else
		add 1 to dateCount
	end-if
	move bh-date to snapshotDate(dateCount).

	dropOldestDate.
	move snapshotDate(dateIndex + 1) to snapshotDate(dateIndex)
	add 1 to dateIndex.

	*> the to date defaults to the latest snapshot, the from date to
	*> the one before the to date; both must be snapshots, in order.
	resolveSnapshotDates.
	if cardToDate = 0 then
		move dateCount to toDateIndex
	else
		move cardToDate to searchKey
		perform findSnapshotDate
		move dateIndex to toDateIndex
	end-if
	if toDateIndex = 0 then
		display "balanceMovement: no BALHIST snapshot for " cardToDate
		move "Y" to ws-card-bad
	else
		if cardFromDate = 0 then
			compute fromDateIndex = toDateIndex - 1
		else
			move cardFromDate to searchKey
			perform findSnapshotDate
			move dateIndex to fromDateIndex
		end-if
		if fromDateIndex = 0 then
			if cardFromDate = 0 then
				display "balanceMovement: no BALHIST snapshot before " snapshotDate(toDateIndex)
			else
				display "balanceMovement: no BALHIST snapshot for " cardFromDate
			end-if
			move "Y" to ws-card-bad
		else
			if fromDateIndex >= toDateIndex then
				display "balanceMovement: from date " snapshotDate(fromDateIndex)
					" is not before to date " snapshotDate(toDateIndex)
				move "Y" to ws-card-bad
			end-if
		end-if
	end-if
	if not movement-card-bad then
		move snapshotDate(fromDateIndex) to fromDate
		move snapshotDate(toDateIndex) to toDate
		if toDateIndex >= dormantSnapshots then
			move "Y" to ws-dormant-tested
			compute dateIndex = toDateIndex - dormantSnapshots + 1
			move snapshotDate(dateIndex) to dormantStartDate
		else
			move "N" to ws-dormant-tested
		end-if
	end-if.

	*> dateIndex comes back 0 when the date is not a snapshot.
	findSnapshotDate.
	move dateCount to dateIndex
	perform stepBackOneDate
		until dateIndex = 0 or snapshotDate(dateIndex) = searchKey.

	stepBackOneDate.
	subtract 1 from dateIndex.

	*> the from and to snapshots into the account table.
	loadOneRecord.
	read balhist
		at end move "Y" to ws-balhist-eof
		not at end
			move balhist-record to balance-history-detail
			if bh-date = fromDate or bh-date = toDate then
				move bh-key to searchKey
				perform findAccount
				if not key-found then
					perform insertAccount
				end-if
				if accountIndex > 0 then
					perform takeSnapshotRecord
				end-if
			end-if
	end-read.

	takeSnapshotRecord.
	if bh-date = fromDate then
		if ac-on-from(accountIndex) then
			add 1 to duplicateCount
		else
			move "Y" to ac-from-flag(accountIndex)
			move bh-branch to ac-from-branch(accountIndex)
			move bh-balance to ac-from-balance(accountIndex)
		end-if
	else
		if ac-on-to(accountIndex) then
			add 1 to duplicateCount
		else
			move "Y" to ac-to-flag(accountIndex)
			move bh-branch to ac-to-branch(accountIndex)
			move bh-balance to ac-to-balance(accountIndex)
		end-if
	end-if.

	*> halving search of the account table for searchKey. found:
	*> accountIndex is its entry; not found: searchLow is where it
	*> belongs.
	findAccount.
	move "N" to ws-key-found
	move 1 to searchLow
	move accountCount to searchHigh
	perform probeOneAccount until searchLow > searchHigh or key-found.

	probeOneAccount.
	compute searchMiddle = (searchLow + searchHigh) / 2
	if ac-key(searchMiddle) = searchKey then
		move "Y" to ws-key-found
		move searchMiddle to accountIndex
	else
		if ac-key(searchMiddle) < searchKey then
			compute searchLow = searchMiddle + 1
		else
			compute searchHigh = searchMiddle - 1
		end-if
	end-if.

	*> opens a slot at searchLow; accountIndex 0 when the table is
	*> full and the key has to go uncounted.
	insertAccount.
	if accountCount = 1998 then
		add 1 to overflowCount
		move 0 to accountIndex
	else
		move accountCount to accountShift
		perform shiftOneAccount until accountShift < searchLow
		add 1 to accountCount
		move searchLow to accountIndex
		move searchKey to ac-key(accountIndex)
		move "N" to ac-from-flag(accountIndex)
		move spaces to ac-from-branch(accountIndex)
		move 0 to ac-from-balance(accountIndex)
		move "N" to ac-to-flag(accountIndex)
		move spaces to ac-to-branch(accountIndex)
		move 0 to ac-to-balance(accountIndex)
		move 0 to ac-same-count(accountIndex)
	end-if.

	shiftOneAccount.
	move accountEntry(accountShift) to accountEntry(accountShift + 1)
	subtract 1 from accountShift.

	*> counts, for each account on the to date, the snapshots in the
	*> dormancy window that hold the same balance it ends with.
	countOneSameBalance.
	read balhist
		at end move "Y" to ws-balhist-eof
		not at end
			move balhist-record to balance-history-detail
			if bh-date >= dormantStartDate and bh-date <= toDate then
				move bh-key to searchKey
				perform findAccount
				if key-found then
					if ac-on-to(accountIndex)
					and bh-balance = ac-to-balance(accountIndex) then
						add 1 to ac-same-count(accountIndex)
					end-if
				end-if
			end-if
	end-read.

	writeReportHeading.
	move spaces to ws-rpt-line
	string "balance movement  " fromDate " to " toDate
		"  run date " ws-run-date
		delimited by size into ws-rpt-line
	write moverpt-record from ws-rpt-line
	move threshold to out-threshold
	move dormantSnapshots to out-snapshots
	move spaces to ws-rpt-line
	string "threshold " function trim(out-threshold)
		"  dormant after " function trim(out-snapshots) " unchanged snapshots"
		delimited by size into ws-rpt-line
	write moverpt-record from ws-rpt-line.

	writeSectionHeading.
	move spaces to moverpt-record
	write moverpt-record
	write moverpt-record from ws-rpt-line.

	writeMovedSection.
	move "accounts moved by the threshold or more" to ws-rpt-line
	perform writeSectionHeading
	move "       key  branch  from balance    to balance       movement" to ws-rpt-line
	write moverpt-record from ws-rpt-line
	move 0 to movedCount
	move 1 to accountIndex
	perform writeOneMovedAccount until accountIndex > accountCount
	if movedCount = 0 then
		move "    none" to ws-rpt-line
		write moverpt-record from ws-rpt-line
	end-if.

	writeOneMovedAccount.
	if ac-on-from(accountIndex) and ac-on-to(accountIndex) then
		compute movement = ac-to-balance(accountIndex)
			- ac-from-balance(accountIndex)
		if movement < 0 then
			compute movementSize = 0 - movement
		else
			move movement to movementSize
		end-if
		if movementSize >= threshold and movementSize > 0 then
			add 1 to movedCount
			move ac-key(accountIndex) to out-key
			move ac-from-balance(accountIndex) to out-from
			move ac-to-balance(accountIndex) to out-to
			move movement to out-movement
			move spaces to ws-rpt-line
			string out-key "  " ac-to-branch(accountIndex) "    "
				out-from "  " out-to "  " out-movement
				delimited by size into ws-rpt-line
			write moverpt-record from ws-rpt-line
		end-if
	end-if
	add 1 to accountIndex.

	*> branch totals gathered from the account table, then put in
	*> branch order as balanceStrat does.
	writeBranchSection.
	move 1 to accountIndex
	perform addAccountToBranches until accountIndex > accountCount
	perform orderBranchRows
	move "branch movement" to ws-rpt-line
	perform writeSectionHeading
	move "branch         from total           to total           movement" to ws-rpt-line
	write moverpt-record from ws-rpt-line
	move 1 to branchIndex
	perform writeOneBranchLine until branchIndex > branchCount
	if branchCount = 0 then
		move "    none" to ws-rpt-line
		write moverpt-record from ws-rpt-line
	end-if.

	addAccountToBranches.
	if ac-on-from(accountIndex) then
		move ac-from-branch(accountIndex) to workBranch
		perform findBranchRow
		add ac-from-balance(accountIndex) to br-from-total(branchIndex)
	end-if
	if ac-on-to(accountIndex) then
		move ac-to-branch(accountIndex) to workBranch
		perform findBranchRow
		add ac-to-balance(accountIndex) to br-to-total(branchIndex)
	end-if
	add 1 to accountIndex.

	findBranchRow.
	move "N" to ws-branch-found
	move 1 to branchIndex
	perform testBranchRow until branchIndex > branchCount or branch-found
	if not branch-found then
		add 1 to branchCount
		move branchCount to branchIndex
		move workBranch to br-branch(branchIndex)
		move 0 to br-from-total(branchIndex)
		move 0 to br-to-total(branchIndex)
	end-if.

	testBranchRow.
	if br-branch(branchIndex) = workBranch then
		move "Y" to ws-branch-found
	else
		add 1 to branchIndex.

	orderBranchRows.
	move "Y" to ws-rows-swapped
	perform orderOnePass until not rows-swapped.

	orderOnePass.
	move "N" to ws-rows-swapped
	move 1 to branchIndex
	perform orderOnePair until branchIndex >= branchCount.

	orderOnePair.
	compute branchInner = branchIndex + 1
	if br-branch(branchInner) < br-branch(branchIndex) then
		move branchRow(branchIndex) to branchRowHold
		move branchRow(branchInner) to branchRow(branchIndex)
		move branchRowHold to branchRow(branchInner)
		move "Y" to ws-rows-swapped
	end-if
	add 1 to branchIndex.

	writeOneBranchLine.
	compute branchMovement = br-to-total(branchIndex)
		- br-from-total(branchIndex)
	move br-from-total(branchIndex) to out-total-from
	move br-to-total(branchIndex) to out-total-to
	move branchMovement to out-total-movement
	move spaces to ws-rpt-line
	string br-branch(branchIndex) "  " out-total-from " "
		out-total-to " " out-total-movement
		delimited by size into ws-rpt-line
	write moverpt-record from ws-rpt-line
	add 1 to branchIndex.

	writeAppearedSection.
	move "accounts appeared" to ws-rpt-line
	perform writeSectionHeading
	move "       key  branch       balance" to ws-rpt-line
	write moverpt-record from ws-rpt-line
	move 0 to appearedCount
	move 1 to accountIndex
	perform writeOneAppeared until accountIndex > accountCount
	if appearedCount = 0 then
		move "    none" to ws-rpt-line
		write moverpt-record from ws-rpt-line
	end-if.

	writeOneAppeared.
	if ac-on-to(accountIndex) and not ac-on-from(accountIndex) then
		add 1 to appearedCount
		move ac-key(accountIndex) to out-key
		move ac-to-balance(accountIndex) to out-to
		move spaces to ws-rpt-line
		string out-key "  " ac-to-branch(accountIndex) "    " out-to
			delimited by size into ws-rpt-line
		write moverpt-record from ws-rpt-line
	end-if
	add 1 to accountIndex.

	writeDisappearedSection.
	move "accounts disappeared" to ws-rpt-line
	perform writeSectionHeading
	move "       key  branch       balance" to ws-rpt-line
	write moverpt-record from ws-rpt-line
	move 0 to disappearedCount
	move 1 to accountIndex
	perform writeOneDisappeared until accountIndex > accountCount
	if disappearedCount = 0 then
		move "    none" to ws-rpt-line
		write moverpt-record from ws-rpt-line
	end-if.

	writeOneDisappeared.
	if ac-on-from(accountIndex) and not ac-on-to(accountIndex) then
		add 1 to disappearedCount
		move ac-key(accountIndex) to out-key
		move ac-from-balance(accountIndex) to out-from
		move spaces to ws-rpt-line
		string out-key "  " ac-from-branch(accountIndex) "    " out-from
			delimited by size into ws-rpt-line
		write moverpt-record from ws-rpt-line
	end-if
	add 1 to accountIndex.

	writeDormantSection.
	move dormantSnapshots to out-snapshots
	move spaces to ws-rpt-line
	string "dormant accounts (balance unchanged over "
		function trim(out-snapshots) " snapshots)"
		delimited by size into ws-rpt-line
	perform writeSectionHeading
	move 0 to dormantCount
	if not dormancy-tested then
		move spaces to ws-rpt-line
		string "    fewer than " function trim(out-snapshots)
			" snapshots up to " toDate ", not tested"
			delimited by size into ws-rpt-line
		write moverpt-record from ws-rpt-line
	else
		move "       key  branch       balance" to ws-rpt-line
		write moverpt-record from ws-rpt-line
		move 1 to accountIndex
		perform writeOneDormant until accountIndex > accountCount
		if dormantCount = 0 then
			move "    none" to ws-rpt-line
			write moverpt-record from ws-rpt-line
		end-if
	end-if.

	writeOneDormant.
	if ac-on-to(accountIndex)
	and ac-same-count(accountIndex) >= dormantSnapshots then
		add 1 to dormantCount
		move ac-key(accountIndex) to out-key
		move ac-to-balance(accountIndex) to out-to
		move spaces to ws-rpt-line
		string out-key "  " ac-to-branch(accountIndex) "    " out-to
			delimited by size into ws-rpt-line
		write moverpt-record from ws-rpt-line
	end-if
	add 1 to accountIndex.

	writeReportFoot.
	move spaces to moverpt-record
	write moverpt-record
	move accountCount to out-count
	move spaces to ws-rpt-line
	string "accounts compared " function trim(out-count)
		delimited by size into ws-rpt-line
	write moverpt-record from ws-rpt-line
	if duplicateCount > 0 then
		move duplicateCount to out-count
		move spaces to ws-rpt-line
		string "repeated keys within a snapshot, ignored "
			function trim(out-count)
			delimited by size into ws-rpt-line
		write moverpt-record from ws-rpt-line
	end-if
	if overflowCount > 0 then
		move overflowCount to out-count
		move spaces to ws-rpt-line
		string "records past the 1998-account table, not compared "
			function trim(out-count)
			delimited by size into ws-rpt-line
		write moverpt-record from ws-rpt-line
	end-if.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "balanceMovement" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
