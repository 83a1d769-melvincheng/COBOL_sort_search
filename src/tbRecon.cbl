identification division.
program-id. tbRecon.

*> independent proof that the balances carried per branch in the
*> record master agree with what finance's ledger says: compares the
*> branch trial-balance feed finance sends (TBFEED) against the
*> rec-balance totals per branch in ARRAYKSR. TBFEED layout, one
*> branch per line:
*>   columns  1- 4  branch code
*>   column   5     space
*>   columns  6-13  as-of date (yyyymmdd)
*>   column  14     space
*>   columns 15-28  control balance, explicit decimal point, optional
*>                  leading sign
*> the tolerance comes from a TBPARM card (columns 1-12, an amount
*> with an explicit decimal point); with no card present the
*> tolerance is zero and the branch must agree to the cent. every
*> branch lands on the TBRECRPT report in one of four groups:
*>   AGREES      difference within the tolerance
*>   OUT         difference beyond the tolerance, both figures shown
*>   LEDGER ONLY on finance's feed, no accounts on ARRAYKSR
*>   MASTER ONLY accounts on ARRAYKSR, no line on finance's feed
*> anything but AGREES is a break: an OPERALRT alert (reason 0020)
*> goes out and the step ends rc-invalid-input, so the glExtract step
*> behind it is held (COND=) until someone clears the break.
*> a ledger line whose balance is not a number is rejected, listed,
*> and counted as a break; more branches between the two sides than
*> the 999-row table holds refuses the run before any report.
*> RETURN-CODE: rc-success when every branch agrees, rc-invalid-input
*> for a break, a missing file, or a table overflow.
*> under the TRAINING DD the run works on the training sandbox (see
*> trainGuard.cbl), its OPERALRT alerts included, and TBRECRPT opens
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
		select tbfeed assign to "TBFEED"
			organization line sequential
			file status is ws-feed-status.
		select tbparm assign to "TBPARM"
			organization line sequential
			file status is ws-parm-status.
		select tbrecrpt assign to "TBRECRPT"
			organization line sequential
			file status is ws-rpt-status.
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

	fd tbfeed.
	01 tbfeed-record.
		05 tb-branch pic x(4).
		05 filler pic x(1).
		05 tb-as-of pic x(8).
		05 filler pic x(1).
		05 tb-balance pic x(14).

	fd tbparm.
	01 tbparm-record.
		05 tp-tolerance pic x(12).

	fd tbrecrpt.
	01 tbrecrpt-record pic x(80).

	fd operalrt.
	01 operalrt-record pic x(80).

	working-storage section.
		01 ws-arrayksr-status pic x(2).
		01 ws-feed-status pic x(2).
		01 ws-parm-status pic x(2).
		01 ws-rpt-status pic x(2).
		01 ws-alert-status pic x(2).
		copy "ALERTREC.cpy".
		01 ws-alert-date pic 9(8).
		01 ws-alert-time-raw pic 9(8).
		01 ws-ksr-eof pic x(1) value "N".
			88 ksr-done value "Y".
		01 ws-feed-eof pic x(1) value "N".
			88 feed-done value "Y".

		*> one row per branch seen on either side.
		78 reconTableMax value 999.
		01 reconTable.
			05 reconEntry occurs 999 times.
				10 rr-branch pic x(4).
				10 rr-on-master pic x(1).
				10 rr-on-ledger pic x(1).
				10 rr-as-of pic x(8).
				10 rr-master-total pic s9(11)v99 comp-3.
				10 rr-ledger-total pic s9(11)v99 comp-3.
		01 reconCount pic 9(4) value 0.
		01 reconIndex pic 9(4).
		01 ws-row-found pic x(1).
			88 row-found value "Y".
		01 ws-table-full pic x(1) value "N".
			88 table-full value "Y".
		01 unreadableCount pic 9(4) value 0.
		01 workBranch pic x(4).
		01 workAmount pic s9(11)v99 comp-3.
		01 differenceAmount pic s9(11)v99 comp-3.
		01 toleranceAmount pic s9(9)v99 comp-3 value 0.

		01 agreeCount pic 9(4) value 0.
		01 outCount pic 9(4) value 0.
		01 ledgerOnlyCount pic 9(4) value 0.
		01 masterOnlyCount pic 9(4) value 0.
		01 breakCount pic 9(4) value 0.
		01 breaksBefore pic 9(4).

		01 ws-rpt-line pic x(80).
		01 ws-run-date pic 9(8).
		01 out-master pic -Z(10)9.99.
		01 out-ledger pic -Z(10)9.99.
		01 out-difference pic -Z(10)9.99.
		01 out-tolerance pic Z(8)9.99.
		01 out-count pic zzz9.
		copy "TRAINREQ.cpy".
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

procedure division.
	main.
	perform checkTrainingMode
	if return-code not = rc-success then
		move rc-invalid-input to return-code
		goback.
	perform readToleranceCard
	open input tbfeed
	if ws-feed-status not = "00" then
		display "tbRecon: TBFEED not available, nothing to reconcile against"
		move rc-invalid-input to return-code
		goback.
	open input arrayksr
	if ws-arrayksr-status not = "00" then
		display "tbRecon: unable to open ARRAYKSR, status " ws-arrayksr-status
		close tbfeed
		move rc-invalid-input to return-code
		goback.
	perform accumulateOneRecord until ksr-done
	close arrayksr
	perform absorbOneFeedLine until feed-done
	close tbfeed
	if table-full then
		display "tbRecon: more than " reconTableMax " branches between TBFEED and ARRAYKSR, nothing reconciled"
		move rc-invalid-input to return-code
		goback.
	perform getProcessingDate
	move pdt-date to ws-run-date
	open output tbrecrpt
	if tg-training then
		write tbrecrpt-record from tg-stamp.
	perform writeReportHeader
	move 1 to reconIndex
	perform classifyOneBranch until reconIndex > reconCount
	perform writeReconSummary
	close tbrecrpt
	if breakCount = 0 then
		move rc-success to return-code
	else
		move "E" to oa-severity
		move "0020" to oa-reason
		move "branch trial balance out of agreement" to oa-text
		perform writeOperatorAlert
		move rc-invalid-input to return-code
	end-if
	goback.

	*> no card, or a blank one, leaves the tolerance at zero.
	readToleranceCard.
	open input tbparm
	if ws-parm-status = "00" then
		read tbparm
			at end continue
			not at end
				if tp-tolerance not = spaces then
					compute toleranceAmount =
						function numval(function trim(tp-tolerance))
				end-if
		end-read
		close tbparm
	end-if
	if toleranceAmount < 0 then
		compute toleranceAmount = 0 - toleranceAmount.

	accumulateOneRecord.
	read arrayksr next record
		at end move "Y" to ws-ksr-eof
		not at end
			move kr-branch to workBranch
			perform findReconRow
			if row-found then
				move "Y" to rr-on-master(reconIndex)
				add kr-balance to rr-master-total(reconIndex)
			end-if
	end-read.

	*> a blank line passes; a repeated branch on the feed adds in,
	*> which is how finance splits a branch across ledger lines. a
	*> balance that is not a number is never read as zero: the line
	*> is rejected and the run ends in a break.
	absorbOneFeedLine.
	read tbfeed
		at end move "Y" to ws-feed-eof
		not at end
			evaluate true
				when tb-branch = spaces
					continue
				when function test-numval(function trim(tb-balance)) not = 0
					add 1 to unreadableCount
					display "tbRecon: TBFEED branch " tb-branch
						" balance is not a number, line rejected"
				when other
					move tb-branch to workBranch
					perform findReconRow
					if row-found then
						move "Y" to rr-on-ledger(reconIndex)
						move tb-as-of to rr-as-of(reconIndex)
						compute workAmount =
							function numval(function trim(tb-balance))
						add workAmount to rr-ledger-total(reconIndex)
					end-if
			end-evaluate
	end-read.

	*> a branch not yet in the table takes the next row; with the
	*> table full it is not found and the run is refused.
	findReconRow.
	move "N" to ws-row-found
	move 1 to reconIndex
	perform testReconRow
		until reconIndex > reconCount or row-found
	if not row-found and reconCount = reconTableMax then
		move "Y" to ws-table-full
	end-if
	if not row-found and not table-full then
		move "Y" to ws-row-found
		add 1 to reconCount
		move reconCount to reconIndex
		move workBranch to rr-branch(reconIndex)
		move "N" to rr-on-master(reconIndex)
		move "N" to rr-on-ledger(reconIndex)
		move spaces to rr-as-of(reconIndex)
		move 0 to rr-master-total(reconIndex)
		move 0 to rr-ledger-total(reconIndex)
	end-if.

	testReconRow.
	if rr-branch(reconIndex) = workBranch then
		move "Y" to ws-row-found
	else
		add 1 to reconIndex.

	writeReportHeader.
	move spaces to ws-rpt-line
	string "branch trial-balance reconciliation  run date " ws-run-date
		delimited by size into ws-rpt-line
	write tbrecrpt-record from ws-rpt-line
	move toleranceAmount to out-tolerance
	move spaces to ws-rpt-line
	string "tolerance " out-tolerance
		delimited by size into ws-rpt-line
	write tbrecrpt-record from ws-rpt-line
	move "branch  as-of     verdict            master          ledger      difference" to ws-rpt-line
	write tbrecrpt-record from ws-rpt-line
	move spaces to ws-rpt-line
	write tbrecrpt-record from ws-rpt-line.

	classifyOneBranch.
	move breakCount to breaksBefore
	move rr-master-total(reconIndex) to out-master
	move rr-ledger-total(reconIndex) to out-ledger
	compute differenceAmount =
		rr-master-total(reconIndex) - rr-ledger-total(reconIndex)
	move differenceAmount to out-difference
	move spaces to ws-rpt-line
	evaluate true
		when rr-on-ledger(reconIndex) = "N"
			add 1 to masterOnlyCount
			add 1 to breakCount
			string rr-branch(reconIndex) "    " "        " "  MASTER ONLY "
				out-master
				delimited by size into ws-rpt-line
		when rr-on-master(reconIndex) = "N"
			add 1 to ledgerOnlyCount
			add 1 to breakCount
			string rr-branch(reconIndex) "    " rr-as-of(reconIndex)
				"  LEDGER ONLY " "               " out-ledger
				delimited by size into ws-rpt-line
		when differenceAmount > toleranceAmount
		or differenceAmount < 0 - toleranceAmount
			add 1 to outCount
			add 1 to breakCount
			string rr-branch(reconIndex) "    " rr-as-of(reconIndex)
				"  OUT         " out-master out-ledger out-difference
				delimited by size into ws-rpt-line
		when other
			add 1 to agreeCount
			string rr-branch(reconIndex) "    " rr-as-of(reconIndex)
				"  AGREES      " out-master out-ledger out-difference
				delimited by size into ws-rpt-line
	end-evaluate
	write tbrecrpt-record from ws-rpt-line
	if breakCount > breaksBefore then
		display "tbRecon: " ws-rpt-line
	end-if
	add 1 to reconIndex.

	writeReconSummary.
	move spaces to ws-rpt-line
	write tbrecrpt-record from ws-rpt-line
	move agreeCount to out-count
	move spaces to ws-rpt-line
	string "branches agreeing:          " out-count
		delimited by size into ws-rpt-line
	write tbrecrpt-record from ws-rpt-line
	move outCount to out-count
	move spaces to ws-rpt-line
	string "branches out of tolerance:  " out-count
		delimited by size into ws-rpt-line
	write tbrecrpt-record from ws-rpt-line
	move ledgerOnlyCount to out-count
	move spaces to ws-rpt-line
	string "on the ledger feed only:    " out-count
		delimited by size into ws-rpt-line
	write tbrecrpt-record from ws-rpt-line
	move masterOnlyCount to out-count
	move spaces to ws-rpt-line
	string "on the record master only:  " out-count
		delimited by size into ws-rpt-line
	write tbrecrpt-record from ws-rpt-line
	move unreadableCount to out-count
	move spaces to ws-rpt-line
	string "ledger lines not readable:  " out-count
		delimited by size into ws-rpt-line
	write tbrecrpt-record from ws-rpt-line
	add unreadableCount to breakCount
	move breakCount to out-count
	move spaces to ws-rpt-line
	if breakCount = 0 then
		string "every branch agrees with the ledger"
			delimited by size into ws-rpt-line
	else
		string "breaks: " out-count " -- the GL extract is held until they are cleared"
			delimited by size into ws-rpt-line
	end-if
	write tbrecrpt-record from ws-rpt-line
	display "tbRecon: " ws-rpt-line.

	*> appends one fixed-layout alert record (see ALERTREC.cpy) for
	*> the console automation; oa-severity, oa-reason, and oa-text are
	*> set by the caller before the perform.
	writeOperatorAlert.
	perform getProcessingDate
	move pdt-date to ws-alert-date
	accept ws-alert-time-raw from time
	move ws-alert-date to oa-date
	compute oa-time = ws-alert-time-raw / 100
	move "tbRecon" to oa-program
	open extend operalrt
	if ws-alert-status not = "00" then
		open output operalrt.
	write operalrt-record from operator-alert-detail
	close operalrt.

	*> a training run is turned onto the sandbox before anything is
	*> opened (see trainGuard.cbl); one with no sandbox stops here.
	checkTrainingMode.
	move "tbRecon" to tg-program
	call 'trainGuard' using training-request
		on exception move "P" to tg-mode
	end-call.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "tbRecon" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
