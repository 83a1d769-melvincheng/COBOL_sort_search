identification division.
program-id. rateMaint.

*> maintenance for the RATEFILE restateBalances and glExtract take
*> their rates from, so a rate stops being a hand edit that can
*> restate a branch's whole book by a factor of ten. the file keeps
*> its layout (see restateBalances) and every dated rate a branch has
*> ever had -- the readers take the latest -- with three columns
*> they do not read added behind it:
*>   columns 26-28  initials of whoever entered the rate (OPERID)
*>   columns 30-37  yyyymmdd it was entered
*>   column  39     O when it went in past the tolerance on override
*> driven by RATETRAN cards, one action per line:
*>   columns  1- 7  action: ADD, CORRECT, DELETE, or LIST
*>   columns  9-12  branch code
*>   columns 14-21  effective date yyyymmdd (LIST: the as-of date,
*>                  blank for today)
*>   columns 23-32  rate to base, 999.999999 with an explicit
*>                  decimal point (ADD, CORRECT)
*>   column  34     O to override the tolerance check
*> ADD files a new dated rate, CORRECT replaces the rate filed for
*> that branch and date, DELETE takes it off. every rate must be a
*> number above zero and below 1000, and no effective date may lie
*> after today -- the readers would apply it at once. a rate that
*> moves more than the tolerance percentage from the branch's prior
*> rate (the latest one dated before it) is refused unless the card
*> carries the override flag and the run an OPERID operator; the
*> tolerance is the rateMaint TOLERANCE setting on SYSPARM (see
*> sysParm), 10 percent when none is set.
*>
*> LIST with no branch prints the rate in force for every branch on
*> the as-of date -- the rates a restatement run that day used, so a
*> past restatement can be reproduced; LIST with a branch prints that
*> branch's whole dated history, marking the rate in force.
*>
*> changes need an operator authCheck clears for rateMaint; LIST is
*> open to anyone. a line of the file that cannot be read as a rate
*> is carried through unchanged and reported, never dropped. every
*> applied change is logged to RATEJRNL with the line before and
*> after under one run stamp and the operator's initials, and every
*> card is reported to RATEMRPT -- the branchMaint pattern.
*> the file is held whole in memory, 2000 rates and 100 unreadable
*> lines at most: a RATEFILE that does not fit is never rewritten
*> from what did -- the run refuses with nothing applied -- and an
*> ADD that would take it past 2000 rates is rejected.
*> RETURN-CODE: rc-success when everything applied, rc-not-found
*> when any card was rejected, rc-invalid-input when RATETRAN is
*> missing, RATEFILE does not fit, or a change was refused for
*> authorization.
environment division.
	input-output section.
	file-control.
		select ratefile assign to "RATEFILE"
			organization line sequential
			file status is ws-rate-status.
		select ratetran assign to "RATETRAN"
			organization line sequential
			file status is ws-tran-status.
		select ratejrnl assign to "RATEJRNL"
			organization line sequential
			file status is ws-jrnl-status.
		select ratemrpt assign to "RATEMRPT"
			organization line sequential
			file status is ws-rpt-status.
		select operid assign to "OPERID"
			organization line sequential
			file status is ws-operid-status.

data division.
	file section.
	fd ratefile.
	01 ratefile-record.
		05 rf-branch pic x(4).
		05 filler pic x(1).
		05 rf-date pic x(8).
		05 filler pic x(1).
		05 rf-rate pic x(10).
		05 filler pic x(1).
		05 rf-entered-by pic x(3).
		05 filler pic x(1).
		05 rf-entered-date pic x(8).
		05 filler pic x(1).
		05 rf-override pic x(1).
		05 filler pic x(41).

	fd ratetran.
	01 ratetran-record.
		05 tr-action pic x(7).
		05 filler pic x(1).
		05 tr-branch pic x(4).
		05 filler pic x(1).
		05 tr-date pic x(8).
		05 filler pic x(1).
		05 tr-rate pic x(10).
		05 filler pic x(1).
		05 tr-override pic x(1).

	fd ratejrnl.
	01 ratejrnl-record pic x(106).

	fd ratemrpt.
	01 ratemrpt-record pic x(80).

	fd operid.
	01 operid-record.
		05 oi-initials pic x(3).

	working-storage section.
		01 ws-rate-status pic x(2).
		01 ws-tran-status pic x(2).
		01 ws-jrnl-status pic x(2).
		01 ws-rpt-status pic x(2).
		01 ws-operid-status pic x(2).
		01 ws-rate-eof pic x(1).
			88 rates-done value "Y".
		01 ws-tran-eof pic x(1) value "N".
			88 tran-eof value "Y".
		01 ws-entry-found pic x(1).
			88 entry-found value "Y".
		01 ws-auth-asked pic x(1) value "N".
			88 auth-asked value "Y".
		01 ws-authorized pic x(1) value "N".
			88 operator-authorized value "Y".
		01 ws-refused pic x(1) value "N".
			88 change-refused value "Y".
		01 ws-card-valid pic x(1).
			88 card-valid value "Y".
		01 ws-changed pic x(1) value "N".
			88 file-changed value "Y".
		01 ws-rate-partial pic x(1) value "N".
			88 rate-file-partial value "Y".
		01 ws-rate-stored pic x(1).
			88 rate-stored value "Y".
		01 operatorId pic x(3) value spaces.
		01 authProgram pic x(18) value "rateMaint".

		*> the whole file in memory, kept in branch and date order so
		*> each branch's history reads straight down and the rewrite
		*> comes out sorted.
		78 rateTableMax value 2000.
		01 rateTable.
			05 rateEntry occurs 2000 times.
				10 rb-branch pic x(4).
				10 rb-date pic 9(8).
				10 rb-rate pic 9(3)v9(6).
				10 rb-entered-by pic x(3).
				10 rb-entered-date pic 9(8).
				10 rb-override pic x(1).
		01 rateCount pic 9(4) value 0.
		01 rateIndex pic 9(4).
		01 insertAt pic 9(4).
		01 shiftIndex pic 9(4).
		01 priorIndex pic 9(4).
		01 inForceIndex pic 9(4).

		*> lines that do not read as a rate, carried through as found.
		78 oddLineMax value 100.
		01 oddLineTable.
			05 oddLine pic x(80) occurs 100 times.
		01 oddLineCount pic 9(3) value 0.
		01 oddIndex pic 9(3).

		01 workBranch pic x(4).
		01 workDate pic 9(8).
		01 workRate pic 9(3)v9(6).
		01 workEnteredBy pic x(3).
		01 workEnteredDate pic 9(8).
		01 workOverride pic x(1).
		01 asOfDate pic 9(8).
		01 priorRate pic 9(3)v9(6).
		01 moveAmount pic 9(3)v9(6).
		01 movePercent pic 9(7)v99.
		01 tolerancePercent pic 9(3) value 10.
		01 rateNumber pic s9(5)v9(8).
		01 todayDate pic 9(8).
		01 clockDate pic 9(8).

		*> one RATEFILE line as written, and as journalled.
		01 rateLine.
			05 rr-branch pic x(4).
			05 filler pic x(1) value space.
			05 rr-date pic 9(8).
			05 filler pic x(1) value space.
			05 rr-rate pic 999.999999.
			05 filler pic x(1) value space.
			05 rr-entered-by pic x(3).
			05 filler pic x(1) value space.
			05 rr-entered-date pic x(8).
			05 filler pic x(1) value space.
			05 rr-override pic x(1).
		01 beforeLine pic x(39).

		*> one RATEJRNL line per applied change: run stamp, action,
		*> operator, and the rate line before and after.
		01 rate-journal-detail.
			05 rj-run-stamp pic 9(14).
			05 filler pic x(1) value space.
			05 rj-action pic x(7).
			05 filler pic x(1) value space.
			05 rj-operator pic x(3).
			05 filler pic x(1) value space.
			05 rj-before pic x(39).
			05 filler pic x(1) value space.
			05 rj-after pic x(39).
		01 ws-run-stamp pic 9(14).
		01 ws-stamp-time pic 9(8).

		01 dateWork pic 9(8).
		01 ws-date-valid pic x(1).
			88 date-value-valid value "Y".
		01 dateCheckYear pic 9(4).
		01 dateCheckMonth pic 9(2).
		01 dateCheckDay pic 9(2).
		01 dateCheckMaxDay pic 9(2).

		01 rejectReason pic x(48).
		01 appliedCount pic 9(5) value 0.
		01 rejectedCount pic 9(5) value 0.
		01 listedCount pic 9(5).
		01 ws-rpt-line pic x(80).
		01 out-count pic zzzz9.
		01 out-rate pic zz9.999999.
		01 out-prior pic zz9.999999.
		01 out-percent pic zzzzzz9.99.
		01 out-tolerance pic zz9.

		*> tonight's SYSPARM setting, asked of sysParm; the tolerance
		*> default stands when nothing is set.
		01 parmProgram pic x(18) value "rateMaint".
		01 parmName pic x(12).
		01 parmValue pic x(30).
		01 ws-setting-found pic x(1).
			88 setting-found value "Y".
		01 savedReturnCode pic s9(4).
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

procedure division.
	main.
	perform readOperatorCard
	open input ratetran
	if ws-tran-status not = "00" then
		display "rateMaint: RATETRAN not available, nothing to do"
		move rc-invalid-input to return-code
		goback.
	*> the run stamp is the clock's, so the journal stays in time order
	*> through midnight and date-override reruns; the business date
	*> (see procDate) is kept for what it dates.
	perform getProcessingDate
	move pdt-date to todayDate
	accept clockDate from date yyyymmdd
	accept ws-stamp-time from time
	compute ws-run-stamp = clockDate * 1000000 + ws-stamp-time / 100
	move "TOLERANCE" to parmName
	perform askSystemParameter
	if setting-found then
		compute tolerancePercent = function numval(parmValue).
	perform loadRateTable
	if rate-file-partial then
		close ratetran
		display "rateMaint: RATEFILE does not fit in memory, nothing applied and the file left as it is"
		move rc-invalid-input to return-code
		goback.
	open output ratemrpt
	open extend ratejrnl
	if ws-jrnl-status not = "00" then
		open output ratejrnl.
	move tolerancePercent to out-tolerance
	move spaces to ws-rpt-line
	string "rate maintenance " todayDate ", tolerance " out-tolerance " percent"
		delimited by size into ws-rpt-line
	write ratemrpt-record from ws-rpt-line
	perform applyOneTransaction until tran-eof
	close ratetran
	close ratejrnl
	if file-changed then
		perform rewriteRateFile.
	perform writeMaintSummary
	close ratemrpt
	evaluate true
		when change-refused
			move rc-invalid-input to return-code
		when rejectedCount = 0
			move rc-success to return-code
		when other
			move rc-not-found to return-code
	end-evaluate
	goback.

	loadRateTable.
	open input ratefile
	if ws-rate-status = "00" then
		move "N" to ws-rate-eof
		perform loadOneRate until rates-done
		close ratefile
	end-if.

	loadOneRate.
	read ratefile
		at end move "Y" to ws-rate-eof
		not at end
			if rf-branch not = spaces and rf-date is numeric
			and rf-rate not = spaces
			and function test-numval(rf-rate) = 0 then
				move rf-branch to workBranch
				move rf-date to workDate
				compute workRate = function numval(rf-rate)
				move rf-entered-by to workEnteredBy
				if rf-entered-date is numeric then
					move rf-entered-date to workEnteredDate
				else
					move 0 to workEnteredDate
				end-if
				move rf-override to workOverride
				perform insertRate
			else
				perform keepOddLine
			end-if
	end-read.

	keepOddLine.
	if ratefile-record not = spaces then
		if oddLineCount < oddLineMax then
			add 1 to oddLineCount
			move ratefile-record to oddLine(oddLineCount)
			display "rateMaint: RATEFILE line does not read as a rate, carried as found: " ratefile-record(1:24)
		else
			display "rateMaint: more than " oddLineMax " unreadable RATEFILE lines"
			move "Y" to ws-rate-partial
		end-if
	end-if.

	*> after every entry of the same branch and date, so a duplicate
	*> keeps the order the readers would have met it in.
	insertRate.
	if rateCount >= rateTableMax then
		display "rateMaint: rate table is full, " workBranch " " workDate " not kept"
		move "N" to ws-rate-stored
		move "Y" to ws-rate-partial
	else
		move "Y" to ws-rate-stored
		move 1 to insertAt
		perform findInsertSlot
			until insertAt > rateCount
			or rb-branch(insertAt) > workBranch
			or (rb-branch(insertAt) = workBranch and rb-date(insertAt) > workDate)
		move rateCount to shiftIndex
		perform shiftRateDown until shiftIndex < insertAt
		move workBranch to rb-branch(insertAt)
		move workDate to rb-date(insertAt)
		move workRate to rb-rate(insertAt)
		move workEnteredBy to rb-entered-by(insertAt)
		move workEnteredDate to rb-entered-date(insertAt)
		move workOverride to rb-override(insertAt)
		add 1 to rateCount
	end-if.

	findInsertSlot.
	add 1 to insertAt.

	shiftRateDown.
	move rateEntry(shiftIndex) to rateEntry(shiftIndex + 1)
	subtract 1 from shiftIndex.

	shiftRateUp.
	move rateEntry(shiftIndex + 1) to rateEntry(shiftIndex)
	add 1 to shiftIndex.

	applyOneTransaction.
	read ratetran
		at end move "Y" to ws-tran-eof
		not at end
			if ratetran-record not = spaces then
				perform dispatchTransaction
			end-if
	end-read.

	dispatchTransaction.
	evaluate true
		when tr-action = "LIST   "
			perform listRates
		when tr-action not = "ADD    " and tr-action not = "CORRECT"
		and tr-action not = "DELETE "
			move "action not recognized" to rejectReason
			perform rejectTransaction
		when other
			perform checkAuthorization
			if not operator-authorized then
				move "operator not authorized for rateMaint" to rejectReason
				move "Y" to ws-refused
				perform rejectTransaction
			else
				perform validateCard
				if card-valid then
					evaluate tr-action
						when "ADD    "
							perform applyAdd
						when "CORRECT"
							perform applyCorrect
						when "DELETE "
							perform applyDelete
					end-evaluate
				end-if
			end-if
	end-evaluate.

	*> asked once, at the first change card of the run.
	checkAuthorization.
	if not auth-asked then
		move "Y" to ws-auth-asked
		move rc-success to return-code
		call 'authCheck' using operatorId, authProgram
			on exception
				display "rateMaint: authorization check not available, refusing"
				move rc-invalid-input to return-code
		end-call
		if return-code = rc-success then
			move "Y" to ws-authorized
		else
			display "rateMaint: operator " operatorId " is not authorized to change rates"
		end-if
	end-if.

	*> branch and a real effective date not after today on every
	*> change; a rate above zero and below 1000 on ADD and CORRECT.
	validateCard.
	move "Y" to ws-card-valid
	evaluate true
		when tr-branch = spaces
			move "branch code missing" to rejectReason
			move "N" to ws-card-valid
		when tr-date is not numeric
			move "effective date is not a yyyymmdd date" to rejectReason
			move "N" to ws-card-valid
		when other
			move tr-date to dateWork
			perform checkDateValue
			if not date-value-valid then
				move "effective date is not a calendar date" to rejectReason
				move "N" to ws-card-valid
			else
				if dateWork > todayDate then
					move "effective date is after today" to rejectReason
					move "N" to ws-card-valid
				end-if
			end-if
	end-evaluate
	if card-valid and tr-action not = "DELETE " then
		if tr-rate = spaces or function test-numval(tr-rate) not = 0 then
			move "rate is not a number" to rejectReason
			move "N" to ws-card-valid
		else
			compute rateNumber = function numval(tr-rate)
			if rateNumber <= 0 or rateNumber >= 1000 then
				move "rate must be above 0 and below 1000" to rejectReason
				move "N" to ws-card-valid
			else
				move rateNumber to workRate
			end-if
		end-if
	end-if
	if not card-valid then
		perform rejectTransaction
	else
		move tr-branch to workBranch
		move tr-date to workDate
	end-if.

	applyAdd.
	perform findRateEntry
	if entry-found then
		move "rate already filed for that date, use CORRECT" to rejectReason
		perform rejectTransaction
	else
		perform checkTolerance
		if card-valid then
			move spaces to beforeLine
			move operatorId to workEnteredBy
			move todayDate to workEnteredDate
			perform insertRate
			if rate-stored then
				perform findRateEntry
				move "ADD" to rj-action
				perform journalAndReport
			else
				move "RATEFILE is full" to rejectReason
				perform rejectTransaction
			end-if
		end-if
	end-if.

	applyCorrect.
	perform findRateEntry
	if not entry-found then
		move "no rate filed for that branch and date" to rejectReason
		perform rejectTransaction
	else
		perform checkTolerance
		if card-valid then
			perform buildRateLine
			move rateLine to beforeLine
			move workRate to rb-rate(rateIndex)
			move operatorId to rb-entered-by(rateIndex)
			move todayDate to rb-entered-date(rateIndex)
			move workOverride to rb-override(rateIndex)
			move "CORRECT" to rj-action
			perform journalAndReport
		end-if
	end-if.

	applyDelete.
	perform findRateEntry
	if not entry-found then
		move "no rate filed for that branch and date" to rejectReason
		perform rejectTransaction
	else
		perform buildRateLine
		move rateLine to beforeLine
		move rateIndex to shiftIndex
		perform shiftRateUp until shiftIndex >= rateCount
		subtract 1 from rateCount
		move "DELETE" to rj-action
		move 0 to rateIndex
		perform journalAndReport
	end-if.

	*> the move against the latest rate dated before this one; the
	*> branch's first rate has nothing to move from.
	checkTolerance.
	move space to workOverride
	move 0 to priorIndex
	move 1 to shiftIndex
	perform findPriorRate until shiftIndex > rateCount
	if priorIndex > 0 then
		move rb-rate(priorIndex) to priorRate
		if workRate >= priorRate then
			compute moveAmount = workRate - priorRate
		else
			compute moveAmount = priorRate - workRate
		end-if
		compute movePercent rounded = moveAmount * 100 / priorRate
		if movePercent > tolerancePercent then
			if tr-override = "O" and operatorId not = spaces then
				move "O" to workOverride
				perform reportOverride
			else
				move movePercent to out-percent
				move priorRate to out-prior
				move spaces to rejectReason
				string "moves " function trim(out-percent) "% from "
					function trim(out-prior) ", override needed"
					delimited by size into rejectReason
				move "N" to ws-card-valid
				perform rejectTransaction
			end-if
		end-if
	end-if.

	findPriorRate.
	if rb-branch(shiftIndex) = workBranch and rb-date(shiftIndex) < workDate then
		move shiftIndex to priorIndex.
	add 1 to shiftIndex.

	reportOverride.
	move movePercent to out-percent
	move priorRate to out-prior
	move spaces to ws-rpt-line
	string "override: " workBranch " " workDate " moves "
		function trim(out-percent) "% from " function trim(out-prior)
		", accepted for " operatorId
		delimited by size into ws-rpt-line
	write ratemrpt-record from ws-rpt-line
	display "rateMaint: " ws-rpt-line.

	findRateEntry.
	move "N" to ws-entry-found
	move 1 to rateIndex
	perform testRateEntry
		until rateIndex > rateCount or entry-found.

	testRateEntry.
	if rb-branch(rateIndex) = workBranch and rb-date(rateIndex) = workDate then
		move "Y" to ws-entry-found
	else
		add 1 to rateIndex.

	*> rateIndex names the entry after the change, zero when it is gone.
	journalAndReport.
	move ws-run-stamp to rj-run-stamp
	move operatorId to rj-operator
	move beforeLine to rj-before
	if rateIndex = 0 then
		move spaces to rj-after
	else
		perform buildRateLine
		move rateLine to rj-after
	end-if
	write ratejrnl-record from rate-journal-detail
	move "Y" to ws-changed
	add 1 to appliedCount
	move spaces to ws-rpt-line
	string "applied:  " function trim(ratetran-record trailing)
		delimited by size into ws-rpt-line
	write ratemrpt-record from ws-rpt-line.

	rejectTransaction.
	add 1 to rejectedCount
	move spaces to ws-rpt-line
	string "rejected: " function trim(ratetran-record trailing) "  " rejectReason
		delimited by size into ws-rpt-line
	write ratemrpt-record from ws-rpt-line
	display "rateMaint: " ws-rpt-line.

	buildRateLine.
	move rb-branch(rateIndex) to rr-branch
	move rb-date(rateIndex) to rr-date
	move rb-rate(rateIndex) to rr-rate
	move rb-entered-by(rateIndex) to rr-entered-by
	if rb-entered-date(rateIndex) = 0 then
		move spaces to rr-entered-date
	else
		move rb-entered-date(rateIndex) to rr-entered-date
	end-if
	move rb-override(rateIndex) to rr-override.

	*> ----------------------------------------------------------------
	*> listings: every branch's rate in force on the as-of date, or
	*> one branch's whole history.
	*> ----------------------------------------------------------------
	listRates.
	move todayDate to asOfDate
	if tr-date is numeric then
		move tr-date to asOfDate.
	move spaces to ws-rpt-line
	write ratemrpt-record from ws-rpt-line
	move 0 to listedCount
	move spaces to ws-rpt-line
	if tr-branch = spaces then
		string "rates in force on " asOfDate
			delimited by size into ws-rpt-line
		write ratemrpt-record from ws-rpt-line
		move "branch effective       rate  by  entered  override" to ws-rpt-line
		write ratemrpt-record from ws-rpt-line
		move 0 to inForceIndex
		move 1 to rateIndex
		perform listOneInForce until rateIndex > rateCount
		move listedCount to out-count
		move spaces to ws-rpt-line
		string "branches with a rate in force: " out-count
			delimited by size into ws-rpt-line
	else
		string "rate history of branch " tr-branch ", * in force on " asOfDate
			delimited by size into ws-rpt-line
		write ratemrpt-record from ws-rpt-line
		move "branch effective       rate  by  entered  override" to ws-rpt-line
		write ratemrpt-record from ws-rpt-line
		move tr-branch to workBranch
		move 0 to inForceIndex
		move 1 to rateIndex
		perform findBranchInForce until rateIndex > rateCount
		move 1 to rateIndex
		perform listOneHistory until rateIndex > rateCount
		move listedCount to out-count
		move spaces to ws-rpt-line
		string "rates on file for the branch: " out-count
			delimited by size into ws-rpt-line
	end-if
	write ratemrpt-record from ws-rpt-line
	display "rateMaint: " ws-rpt-line.

	*> the table is in branch and date order: the last entry of a
	*> branch not after the as-of date is its rate in force, printed
	*> when the branch's entries end.
	listOneInForce.
	if rb-date(rateIndex) <= asOfDate then
		move rateIndex to inForceIndex.
	if rateIndex = rateCount
	or rb-branch(rateIndex + 1) not = rb-branch(rateIndex) then
		if inForceIndex > 0 then
			move rateIndex to shiftIndex
			move inForceIndex to rateIndex
			perform buildRateListLine
			write ratemrpt-record from ws-rpt-line
			move shiftIndex to rateIndex
			add 1 to listedCount
		end-if
		move 0 to inForceIndex
	end-if
	add 1 to rateIndex.

	findBranchInForce.
	if rb-branch(rateIndex) = workBranch and rb-date(rateIndex) <= asOfDate then
		move rateIndex to inForceIndex.
	add 1 to rateIndex.

	listOneHistory.
	if rb-branch(rateIndex) = workBranch then
		perform buildRateListLine
		if rateIndex = inForceIndex then
			move "*" to ws-rpt-line(1:1)
		end-if
		write ratemrpt-record from ws-rpt-line
		add 1 to listedCount
	end-if
	add 1 to rateIndex.

	buildRateListLine.
	move rb-rate(rateIndex) to out-rate
	move spaces to ws-rpt-line
	string " " rb-branch(rateIndex) "  " rb-date(rateIndex) "  " out-rate
		"  " rb-entered-by(rateIndex) " " rb-entered-date(rateIndex)
		" " rb-override(rateIndex)
		delimited by size into ws-rpt-line
	if rb-entered-date(rateIndex) = 0 then
		move spaces to ws-rpt-line(34:8)
	end-if.

	rewriteRateFile.
	open output ratefile
	move 1 to rateIndex
	perform writeOneRate until rateIndex > rateCount
	move 1 to oddIndex
	perform writeOneOddLine until oddIndex > oddLineCount
	close ratefile.

	writeOneRate.
	perform buildRateLine
	move spaces to ratefile-record
	move rateLine to ratefile-record
	write ratefile-record
	add 1 to rateIndex.

	writeOneOddLine.
	move oddLine(oddIndex) to ratefile-record
	write ratefile-record
	add 1 to oddIndex.

	copy "DATECHK.cpy"
		replacing ==:DATE-CHECK-PARA:== by ==checkDateValue==
		          ==:DATE-WORK:==       by ==dateWork==
		          ==:DATE-VALID-FLAG:== by ==ws-date-valid==.

	*> the OPERID card is the batch run's identity: whoever (or
	*> whatever automation) submitted the job names itself there, and
	*> the initials ride on every rate and journal record this run
	*> writes.
	readOperatorCard.
	open input operid
	if ws-operid-status = "00" then
		read operid
			at end continue
			not at end move oi-initials to operatorId
		end-read
		close operid
	end-if.

	writeMaintSummary.
	move spaces to ws-rpt-line
	write ratemrpt-record from ws-rpt-line
	move appliedCount to out-count
	move spaces to ws-rpt-line
	string "changes applied:  " out-count
		delimited by size into ws-rpt-line
	write ratemrpt-record from ws-rpt-line
	display "rateMaint: " ws-rpt-line
	move rejectedCount to out-count
	move spaces to ws-rpt-line
	string "changes rejected: " out-count
		delimited by size into ws-rpt-line
	write ratemrpt-record from ws-rpt-line
	display "rateMaint: " ws-rpt-line.

	*> the central SYSPARM setting (see sysParm).
	askSystemParameter.
	move return-code to savedReturnCode
	move "N" to ws-setting-found
	call 'sysParm' using parmProgram, parmName, parmValue
		on exception move rc-invalid-input to return-code
	end-call
	if return-code = rc-success then
		move "Y" to ws-setting-found.
	move savedReturnCode to return-code.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "rateMaint" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
