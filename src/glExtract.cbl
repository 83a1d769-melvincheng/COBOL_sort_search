identification division.
program-id. glExtract.

*> general-ledger interface for the record master, so finance stops
*> re-keying branchReportRec's branch subtotals and restateBalances'
*> base-currency totals into the ledger at every month-end. reads
*> ARRAYKSR (see recToKsds.cbl) and the RATEFILE restateBalances
*> uses, and writes one balanced journal entry per branch and account
*> class to the GLEXTR interface file, in base currency:
*>   DEP  deposit balances (rec-balance zero or above):
*>        debit 1000CLRG clearing, credit 2100DEPS customer deposits
*>   ODR  overdrawn balances (rec-balance below zero):
*>        debit 1300ODRF overdrafts, credit 1000CLRG clearing
*> every balance is restated element by element at its branch's
*> latest-dated rate and rounded exactly as restateBalances rounds
*> it, so the GL figure and the RESTRPT figure agree to the cent.
*>
*> GLEXTR layout, 80-byte lines:
*>   GLH yyyymmdd rrrrrrrr nnnnnn ddddddddddd.dd ccccccccccc.cc
*>       batch header: date, our run identifier (GL plus HHMMSS, the
*>       FILEENVL.cpy convention), entry line count, debit and credit
*>       control totals
*>   GLD nnnnn bbbb ccc aaaaaaaa D|C mmmmmmmmmmm.mm
*>       one entry line: entry number, branch, class, GL account,
*>       debit or credit, base-currency amount
*>   GLT nnnnnn ddddddddddd.dd ccccccccccc.cc
*>       batch trailer repeating the counts and control totals
*> the whole batch is built and proved before a line of it is
*> written: debits must equal credits, and every branch on file must
*> have a rate. a batch that fails either check is refused -- GLEXTR
*> is not written at all, an OPERALRT alert (reason 0019) goes out,
*> and the run ends rc-invalid-input, so a half-restated or
*> out-of-balance batch never reaches the ledger.
*> the GLPROOF proof listing ties each GL line back to the BRCHRPT
*> branch subtotal it came from: per branch, the element count and
*> local-currency subtotal branchReportRec prints, the rate, and the
*> entry lines built from them. run it behind the tbRecon step with
*> COND= on its code, so a branch out of agreement with finance's
*> trial balance holds the extract until the break is cleared.
*> RETURN-CODE: rc-success with the
*> batch written, rc-not-found when ARRAYKSR held nothing to post,
*> rc-invalid-input for missing files or a refused batch.
*> under the TRAINING DD the run works on the training sandbox (see
*> trainGuard.cbl), its OPERALRT alerts included, and GLPROOF opens
*> with the training stamp; with no sandbox to run against it ends
*> rc-invalid-input before anything is opened.
environment division.
	input-output section.
	file-control.
		select arrayksr assign to "ARRAYKSR"
			organization indexed
			access mode is sequential
			record key is kr-position
			file status is ws-arrayksr-status.
		select ratefile assign to "RATEFILE"
			organization line sequential
			file status is ws-rate-status.
		select glextr assign to "GLEXTR"
			organization line sequential
			file status is ws-gl-status.
		select glproof assign to "GLPROOF"
			organization line sequential
			file status is ws-proof-status.
		select operalrt assign to "OPERALRT"
			organization line sequential
			file status is ws-alert-status.

data division.
	file section.
	fd arrayksr.
	01 arrayksr-record.
		05 kr-position pic 9(3).
		05 kr-key copy "ELEMPIC.cpy".
		05 kr-branch pic x(4).
		05 kr-balance pic s9(7)v99 comp-3.

	fd ratefile.
	01 ratefile-record.
		05 rf-branch pic x(4).
		05 filler pic x(1).
		05 rf-date pic x(8).
		05 filler pic x(1).
		05 rf-rate pic x(10).

	fd glextr.
	01 glextr-record pic x(80).

	fd glproof.
	01 glproof-record pic x(80).

	fd operalrt.
	01 operalrt-record pic x(80).

	working-storage section.
		01 ws-arrayksr-status pic x(2).
		01 ws-rate-status pic x(2).
		01 ws-gl-status pic x(2).
		01 ws-proof-status pic x(2).
		01 ws-alert-status pic x(2).
		copy "ALERTREC.cpy".
		01 ws-alert-date pic 9(8).
		01 ws-alert-time-raw pic 9(8).
		01 ws-ksr-eof pic x(1) value "N".
			88 ksr-done value "Y".
		01 ws-rate-eof pic x(1).
			88 rates-done value "Y".

		*> the rate book, restateBalances' own: one row per branch,
		*> latest effective date winning as the file streams in.
		78 rateTableMax value 100.
		01 rateTable.
			05 rateEntry occurs 100 times.
				10 rt-branch pic x(4).
				10 rt-date pic 9(8).
				10 rt-rate pic 9(3)v9(6) comp-3.
		01 rateCount pic 9(3) value 0.
		01 rateIndex pic 9(3).
		01 ws-rate-found pic x(1).
			88 rate-found value "Y".
		01 workBranch pic x(4).
		01 workDate pic 9(8).
		01 workRate pic 9(3)v9(6) comp-3.

		*> one row per branch on file: the BRCHRPT subtotal (count and
		*> local balance) plus the restated amounts by account class.
		01 branchTable.
			05 branchEntry occurs 999 times.
				10 bt-branch pic x(4).
				10 bt-count pic 9(3).
				10 bt-local pic s9(9)v99 comp-3.
				10 bt-rated pic x(1).
				10 bt-rate pic 9(3)v9(6) comp-3.
				10 bt-dep-base pic s9(11)v99 comp-3.
				10 bt-odr-base pic s9(11)v99 comp-3.
		01 branchCount pic 9(4) value 0.
		01 branchIndex pic 9(4).
		01 ws-branch-found pic x(1).
			88 branch-found value "Y".
		01 restatedAmount pic s9(9)v99 comp-3.

		*> the batch itself, assembled in full before anything is
		*> written so it can be proved first.
		01 glEntryTable.
			05 glEntry occurs 4000 times.
				10 ge-number pic 9(5).
				10 ge-branch pic x(4).
				10 ge-class pic x(3).
				10 ge-account pic x(8).
				10 ge-side pic x(1).
				10 ge-amount pic 9(11)v99 comp-3.
		01 glLineCount pic 9(6) value 0.
		01 glLineIndex pic 9(6).
		01 entryNumber pic 9(5) value 0.
		01 debitTotal pic 9(11)v99 comp-3 value 0.
		01 creditTotal pic 9(11)v99 comp-3 value 0.
		01 entryAmount pic 9(11)v99 comp-3.
		01 unratedCount pic 9(4) value 0.
		01 ws-batch-ok pic x(1) value "Y".
			88 batch-ok value "Y".

		01 gl-header-detail.
			05 gh-tag pic x(4) value "GLH ".
			05 gh-date pic 9(8).
			05 filler pic x(1) value space.
			05 gh-run-id pic x(8).
			05 filler pic x(1) value space.
			05 gh-count pic 9(6).
			05 filler pic x(1) value space.
			05 gh-debits pic 9(11).99.
			05 filler pic x(1) value space.
			05 gh-credits pic 9(11).99.
		01 gl-line-detail.
			05 gd-tag pic x(4) value "GLD ".
			05 gd-number pic 9(5).
			05 filler pic x(1) value space.
			05 gd-branch pic x(4).
			05 filler pic x(1) value space.
			05 gd-class pic x(3).
			05 filler pic x(1) value space.
			05 gd-account pic x(8).
			05 filler pic x(1) value space.
			05 gd-side pic x(1).
			05 filler pic x(1) value space.
			05 gd-amount pic 9(11).99.
		01 gl-trailer-detail.
			05 gt-tag pic x(4) value "GLT ".
			05 gt-count pic 9(6).
			05 filler pic x(1) value space.
			05 gt-debits pic 9(11).99.
			05 filler pic x(1) value space.
			05 gt-credits pic 9(11).99.

		01 ws-run-date pic 9(8).
		01 ws-run-time pic 9(8).
		01 ws-run-id.
			05 filler pic x(2) value "GL".
			05 ws-run-id-time pic 9(6).
		01 ws-rpt-line pic x(80).
		01 out-count pic zz9.
		01 out-local pic -Z(8)9.99.
		01 out-rate pic zz9.999999.
		01 out-amount pic Z(10)9.99.
		01 out-entry pic zzzz9.
		copy "TRAINREQ.cpy".
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

procedure division.
	main.
	perform checkTrainingMode
	if return-code not = rc-success then
		move rc-invalid-input to return-code
		goback.
	perform loadRateBook
	if return-code = rc-invalid-input then
		goback.
	open input arrayksr
	if ws-arrayksr-status not = "00" then
		display "glExtract: unable to open ARRAYKSR, status " ws-arrayksr-status
		move rc-invalid-input to return-code
		goback.
	perform accumulateOneRecord until ksr-done
	close arrayksr
	if branchCount = 0 then
		display "glExtract: ARRAYKSR is empty, no GL batch to build"
		move rc-not-found to return-code
		goback.
	perform getProcessingDate
	move pdt-date to ws-run-date
	accept ws-run-time from time
	compute ws-run-id-time = ws-run-time / 100
	perform buildGlBatch
	perform proveGlBatch
	open output glproof
	if tg-training then
		write glproof-record from tg-stamp.
	perform writeProofListing
	if batch-ok then
		perform writeGlBatch
		move rc-success to return-code
	else
		move "E" to oa-severity
		move "0019" to oa-reason
		move "GL batch refused, GLEXTR not written" to oa-text
		perform writeOperatorAlert
		move rc-invalid-input to return-code
	end-if
	close glproof
	goback.

	loadRateBook.
	open input ratefile
	if ws-rate-status not = "00" then
		display "glExtract: RATEFILE not available, nothing to restate against"
		move rc-invalid-input to return-code
		goback.
	move "N" to ws-rate-eof
	perform loadOneRate until rates-done
	close ratefile
	if rateCount = 0 then
		display "glExtract: RATEFILE carries no usable rates"
		move rc-invalid-input to return-code
	end-if.

	loadOneRate.
	read ratefile
		at end move "Y" to ws-rate-eof
		not at end
			if rf-branch not = spaces
			and rf-date is numeric then
				move rf-branch to workBranch
				move rf-date to workDate
				compute workRate =
					function numval(function trim(rf-rate))
				perform absorbOneRate
			end-if
	end-read.

	*> the latest effective date per branch wins, whatever order the
	*> file arrives in -- restateBalances' rule, so both agree.
	absorbOneRate.
	perform findRateRow
	if rate-found then
		if workDate >= rt-date(rateIndex) then
			move workDate to rt-date(rateIndex)
			move workRate to rt-rate(rateIndex)
		end-if
	else
		if rateCount < rateTableMax then
			add 1 to rateCount
			move workBranch to rt-branch(rateCount)
			move workDate to rt-date(rateCount)
			move workRate to rt-rate(rateCount)
		end-if
	end-if.

	findRateRow.
	move "N" to ws-rate-found
	move 1 to rateIndex
	perform testRateRow
		until rateIndex > rateCount or rate-found.

	testRateRow.
	if rt-branch(rateIndex) = workBranch then
		move "Y" to ws-rate-found
	else
		add 1 to rateIndex.

	*> each record lands in its branch's row: the local subtotal for
	*> the proof, and the restated amount in its class bucket.
	accumulateOneRecord.
	read arrayksr next record
		at end move "Y" to ws-ksr-eof
		not at end
			move kr-branch to workBranch
			perform findBranchRow
			add 1 to bt-count(branchIndex)
			add kr-balance to bt-local(branchIndex)
			if bt-rated(branchIndex) = "Y" then
				compute restatedAmount rounded =
					kr-balance * bt-rate(branchIndex)
				if kr-balance < 0 then
					add restatedAmount to bt-odr-base(branchIndex)
				else
					add restatedAmount to bt-dep-base(branchIndex)
				end-if
			end-if
	end-read.

	findBranchRow.
	move "N" to ws-branch-found
	move 1 to branchIndex
	perform testBranchRow
		until branchIndex > branchCount or branch-found
	if not branch-found then
		add 1 to branchCount
		move branchCount to branchIndex
		move workBranch to bt-branch(branchIndex)
		move 0 to bt-count(branchIndex)
		move 0 to bt-local(branchIndex)
		move 0 to bt-dep-base(branchIndex)
		move 0 to bt-odr-base(branchIndex)
		perform findRateRow
		if rate-found then
			move "Y" to bt-rated(branchIndex)
			move rt-rate(rateIndex) to bt-rate(branchIndex)
		else
			move "N" to bt-rated(branchIndex)
			move 0 to bt-rate(branchIndex)
			add 1 to unratedCount
		end-if
	end-if.

	testBranchRow.
	if bt-branch(branchIndex) = workBranch then
		move "Y" to ws-branch-found
	else
		add 1 to branchIndex.

	*> two lines per entry, one entry per branch and class with a
	*> non-zero base amount. an overdrawn class total is negative, so
	*> its absolute value is what both sides carry.
	buildGlBatch.
	move 1 to branchIndex
	perform buildBranchEntries until branchIndex > branchCount.

	buildBranchEntries.
	if bt-dep-base(branchIndex) not = 0 then
		move bt-dep-base(branchIndex) to entryAmount
		add 1 to entryNumber
		move "DEP" to ge-class(glLineCount + 1)
		move "1000CLRG" to ge-account(glLineCount + 1)
		move "D" to ge-side(glLineCount + 1)
		perform addGlLine
		move "DEP" to ge-class(glLineCount + 1)
		move "2100DEPS" to ge-account(glLineCount + 1)
		move "C" to ge-side(glLineCount + 1)
		perform addGlLine
	end-if
	if bt-odr-base(branchIndex) not = 0 then
		compute entryAmount = 0 - bt-odr-base(branchIndex)
		add 1 to entryNumber
		move "ODR" to ge-class(glLineCount + 1)
		move "1300ODRF" to ge-account(glLineCount + 1)
		move "D" to ge-side(glLineCount + 1)
		perform addGlLine
		move "ODR" to ge-class(glLineCount + 1)
		move "1000CLRG" to ge-account(glLineCount + 1)
		move "C" to ge-side(glLineCount + 1)
		perform addGlLine
	end-if
	add 1 to branchIndex.

	addGlLine.
	add 1 to glLineCount
	move entryNumber to ge-number(glLineCount)
	move bt-branch(branchIndex) to ge-branch(glLineCount)
	move entryAmount to ge-amount(glLineCount)
	if ge-side(glLineCount) = "D" then
		add entryAmount to debitTotal
	else
		add entryAmount to creditTotal
	end-if.

	*> the batch is proved from the table just built, not assumed
	*> balanced because it was built in pairs.
	proveGlBatch.
	if debitTotal not = creditTotal then
		move "N" to ws-batch-ok
		display "glExtract: GL batch out of balance, debits and credits differ -- batch refused"
	end-if
	if unratedCount > 0 then
		move "N" to ws-batch-ok
		display "glExtract: " unratedCount " branch(es) have no rate on RATEFILE -- batch refused"
	end-if
	if glLineCount = 0 then
		move "N" to ws-batch-ok
		display "glExtract: every branch restated to zero, no GL lines to post -- batch refused"
	end-if.

	writeGlBatch.
	open output glextr
	move ws-run-date to gh-date
	move ws-run-id to gh-run-id
	move glLineCount to gh-count
	move debitTotal to gh-debits
	move creditTotal to gh-credits
	write glextr-record from gl-header-detail
	move 1 to glLineIndex
	perform writeOneGlLine until glLineIndex > glLineCount
	move glLineCount to gt-count
	move debitTotal to gt-debits
	move creditTotal to gt-credits
	write glextr-record from gl-trailer-detail
	close glextr
	move entryNumber to out-entry
	move debitTotal to out-amount
	display "glExtract: GL batch " ws-run-id " written, " out-entry " entr(ies), control total " out-amount.

	writeOneGlLine.
	move ge-number(glLineIndex) to gd-number
	move ge-branch(glLineIndex) to gd-branch
	move ge-class(glLineIndex) to gd-class
	move ge-account(glLineIndex) to gd-account
	move ge-side(glLineIndex) to gd-side
	move ge-amount(glLineIndex) to gd-amount
	write glextr-record from gl-line-detail
	add 1 to glLineIndex.

	*> per branch: the BRCHRPT subtotal line as branchReportRec
	*> prints it, the rate, then every GL line drawn from it.
	writeProofListing.
	move spaces to ws-rpt-line
	string "GL extract proof listing  batch " ws-run-id
		"  date " ws-run-date
		delimited by size into ws-rpt-line
	write glproof-record from ws-rpt-line
	move spaces to ws-rpt-line
	write glproof-record from ws-rpt-line
	move 1 to branchIndex
	move 1 to glLineIndex
	perform proveOneBranch until branchIndex > branchCount
	move spaces to ws-rpt-line
	write glproof-record from ws-rpt-line
	move debitTotal to out-amount
	move spaces to ws-rpt-line
	string "batch debits  " out-amount
		delimited by size into ws-rpt-line
	write glproof-record from ws-rpt-line
	move creditTotal to out-amount
	move spaces to ws-rpt-line
	string "batch credits " out-amount
		delimited by size into ws-rpt-line
	write glproof-record from ws-rpt-line
	move spaces to ws-rpt-line
	if batch-ok then
		string "batch " ws-run-id " balanced and written to GLEXTR"
			delimited by size into ws-rpt-line
	else
		string "batch " ws-run-id " REFUSED -- GLEXTR not written"
			delimited by size into ws-rpt-line
	end-if
	write glproof-record from ws-rpt-line.

	proveOneBranch.
	move bt-count(branchIndex) to out-count
	move bt-local(branchIndex) to out-local
	move spaces to ws-rpt-line
	string "BRCHRPT branch " bt-branch(branchIndex) " total: " out-count
		" element(s), balance " out-local
		delimited by size into ws-rpt-line
	write glproof-record from ws-rpt-line
	move spaces to ws-rpt-line
	if bt-rated(branchIndex) = "Y" then
		move bt-rate(branchIndex) to out-rate
		string "    rate to base " out-rate
			delimited by size into ws-rpt-line
	else
		string "    no rate on RATEFILE for this branch -- not restated"
			delimited by size into ws-rpt-line
	end-if
	write glproof-record from ws-rpt-line
	perform proveOneGlLine
		until glLineIndex > glLineCount
		or ge-branch(glLineIndex) not = bt-branch(branchIndex)
	add 1 to branchIndex.

	proveOneGlLine.
	move ge-number(glLineIndex) to out-entry
	move ge-amount(glLineIndex) to out-amount
	move spaces to ws-rpt-line
	string "    entry " out-entry "  " ge-class(glLineIndex) "  "
		ge-account(glLineIndex) "  " ge-side(glLineIndex) "  " out-amount
		delimited by size into ws-rpt-line
	write glproof-record from ws-rpt-line
	add 1 to glLineIndex.

	*> appends one fixed-layout alert record (see ALERTREC.cpy) for
	*> the console automation; oa-severity, oa-reason, and oa-text are
	*> set by the caller before the perform.
	writeOperatorAlert.
	perform getProcessingDate
	move pdt-date to ws-alert-date
	accept ws-alert-time-raw from time
	move ws-alert-date to oa-date
	compute oa-time = ws-alert-time-raw / 100
	move "glExtract" to oa-program
	open extend operalrt
	if ws-alert-status not = "00" then
		open output operalrt.
	write operalrt-record from operator-alert-detail
	close operalrt.

	*> a training run is turned onto the sandbox before anything is
	*> opened (see trainGuard.cbl); one with no sandbox stops here.
	checkTrainingMode.
	move "glExtract" to tg-program
	call 'trainGuard' using training-request
		on exception move "P" to tg-mode
	end-call.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "glExtract" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
