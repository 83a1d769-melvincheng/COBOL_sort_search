*> xrefLoad uses. RETURN-CODE: rc-success when everything applied,
*> rc-not-found when any transaction was rejected, rc-invalid-input
*> when a file cannot be opened.
*> every change is carried into the XREFWORD description index (see
*> XWRDREC.cpy) as it is applied; an index not yet on file is built
*> from XREFFILE first.
*> the operator must hold a current AUTHFILE grant for xrefMaint
*> (checked through authCheck, see AUTHREC.cpy) before anything is
*> read or written; a refused operator ends the run with
*> rc-invalid-input and an OPERALRT alert.
*> when a check-digit scheme is in force for xrefMaint -- the
*> CHECKDIGIT setting asked of sysParm, MOD10 or MOD11 -- an ADD must
*> name an account number whose last digit checks (see CHKDIGIT.cpy);
*> one that does not is rejected as "value check digit failed", and
*> the checked and failed counts are appended to QGHIST (a CHKDIGIT
*> record, see QGHREC.cpy) for qualityTrend. with nothing set, no
*> check digit is checked.
*> under the TRAINING DD the run works on the training sandbox (see
*> trainGuard.cbl) and XREFMRPT opens with the training stamp; with
*> no sandbox to run against it ends rc-invalid-input before anything
*> is opened.
environment division.
	input-output section.
	file-control.
			access mode is dynamic
			record key is xr-key
			file status is ws-xref-status.
		select xrefword assign to "XREFWORD"
			organization indexed
			access mode is dynamic
			record key is xw-key
			file status is ws-word-status.
		select xrefjrnl assign to "XREFJRNL"
			organization line sequential
			file status is ws-jrnl-status.
		select xrefmrpt assign to "XREFMRPT"
			organization line sequential
			file status is ws-rpt-status.
		select operid assign to "OPERID"
			organization line sequential
			file status is ws-operid-status.
		select qghist assign to "QGHIST"
			organization line sequential
			file status is ws-qghist-status.

data division.
	file section.
		05 xr-key pic 9(10).
		05 xr-description pic x(30).

	fd xrefword.
	copy "XWRDREC.cpy".

	fd xrefjrnl.
	01 xrefjrnl-record pic x(120).

	fd xrefmrpt.
	01 xrefmrpt-record pic x(80).

	fd operid.
	01 operid-record.
		05 oi-initials pic x(3).

	fd qghist.
	01 qghist-record pic x(80).

	working-storage section.
		01 ws-tran-status pic x(2).
		01 ws-xref-status pic x(2).
		01 ws-word-status pic x(2).
		01 ws-jrnl-status pic x(2).
		01 ws-rpt-status pic x(2).
		01 ws-tran-eof pic x(1) value "N".
			88 tran-eof value "Y".
		78 signedValueOffset value 1000000000.
		01 ws-xref-eof pic x(1).
			88 xref-eof value "Y".
		01 ws-word-action pic x(1).
			88 word-removing value "D".
		01 fragmentSource pic x(30).
		01 fragmentIndex pic 9(2).

		*> one XREFJRNL line per applied change: run stamp, action,
		*> value, before and after descriptions -- the KSDSJREC idea
			05 xj-after pic x(30).
		01 ws-run-stamp pic 9(14).
		01 ws-stamp-date pic 9(8).
		01 ws-clock-date pic 9(8).
		01 ws-stamp-time pic 9(8).

		01 workValue copy "ELEMPIC.cpy".
		01 rejectedCount pic 9(5) value 0.
		01 ws-rpt-line pic x(80).
		01 out-count pic zzzz9.
		01 ws-operid-status pic x(2).
		01 operatorId pic x(3) value spaces.
		01 authProgram pic x(18) value "xrefMaint".

		*> the account-number check digit (CHKDIGIT.cpy), when a
		*> scheme is set for this feed.
		01 ws-qghist-status pic x(2).
		01 checkDigitScheme pic x(5) value spaces.
			88 check-digits-off value spaces.
		01 ws-check-valid pic x(1).
			88 check-digit-valid value "Y".
		01 checkDigitWork pic 9(18).
		01 checkDigitGiven pic 9(1).
		01 checkDigitWant pic 9(2).
		01 checkDigitSum pic 9(5).
		01 checkDigitPlace pic 9(2).
		01 checkDigitDigit pic 9(2).
		01 checkDigitWeight pic 9(1).
		01 checkedCount pic 9(6) value 0.
		01 checkFailedCount pic 9(6) value 0.
		copy "QGHREC.cpy".
		01 parmProgram pic x(18) value "xrefMaint".
		01 parmName pic x(12).
		01 parmValue pic x(30).
		01 ws-setting-found pic x(1).
			88 setting-found value "Y".
		01 savedReturnCode pic s9(4).
		copy "TRAINREQ.cpy".
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

procedure division.
	main.
	perform checkTrainingMode
	if return-code not = rc-success then
		move rc-invalid-input to return-code
		goback.
	perform readOperatorCard
	perform checkAuthorization
	if return-code not = rc-success then
		display "xrefMaint: operator " operatorId " is not authorized to run xrefMaint"
		move rc-invalid-input to return-code
		goback.
	open input xreftran
	if ws-tran-status not = "00" then
		display "xrefMaint: XREFTRAN not available, nothing to apply"
		display "xrefMaint: unable to open XREFFILE, status " ws-xref-status
		move rc-invalid-input to return-code
		goback.
	open i-o xrefword
	if ws-word-status = "35" then
		perform buildWordIndex
		open i-o xrefword.
	if ws-word-status not = "00" then
		display "xrefMaint: unable to open XREFWORD, status " ws-word-status
		move rc-invalid-input to return-code
		goback.
	open output xrefmrpt
	if tg-training then
		write xrefmrpt-record from tg-stamp
	end-if
	*> the run stamp is the clock's, so the journal stays in time order
	*> through midnight and date-override reruns; the business date
	*> (see procDate) is kept for what it dates.
	perform getProcessingDate
	move pdt-date to ws-stamp-date
	accept ws-clock-date from date yyyymmdd
	accept ws-stamp-time from time
	compute ws-run-stamp =
		ws-clock-date * 1000000 + ws-stamp-time / 100
	open extend xrefjrnl
	if ws-jrnl-status not = "00" then
		open output xrefjrnl.
	perform loadCheckDigitScheme
	perform applyOneTransaction until tran-eof
	if not check-digits-off then
		perform writeCheckDigitHistory
	end-if
	perform writeMaintSummary
	close xreftran
	close xreffile
	close xrefword
	close xrefjrnl
	close xrefmrpt
	if rejectedCount = 0 then
		compute workValue =
			function numval(function trim(xt-value))
		compute xr-key = workValue + signedValueOffset
		move "Y" to ws-check-valid
		if xt-action = "ADD   "
		and not check-digits-off then
			perform checkAddDigit
		end-if
		evaluate true
			when not check-digit-valid
				move "value check digit failed" to rejectReason
				perform rejectTransaction
			when xt-action = "ADD   "
				perform applyAdd
			when xt-action = "CHANGE"
		end-evaluate
	end-if.

	*> the value being added is counted and its check digit tested;
	*> a value with decimals is no account number.
	checkAddDigit.
	add 1 to checkedCount
	if workValue not = function numval(function trim(xt-value)) then
		move "N" to ws-check-valid
	else
		perform checkAccountDigit
	end-if
	if not check-digit-valid then
		add 1 to checkFailedCount
	end-if.

	applyAdd.
	move xt-description to xr-description
	write xreffile-record
			move "add on an existing value" to rejectReason
			perform rejectTransaction
		not invalid key
			move xt-description to fragmentSource
			perform addWordEntries
			move "ADD" to xj-action
			move spaces to xj-before
			move xt-description to xj-after
			move xr-description to beforeDescription
			move xt-description to xr-description
			rewrite xreffile-record
			move beforeDescription to fragmentSource
			perform removeWordEntries
			move xt-description to fragmentSource
			perform addWordEntries
			move "CHANGE" to xj-action
			move beforeDescription to xj-before
			move xt-description to xj-after
		not invalid key
			move xr-description to beforeDescription
			delete xreffile record
			move beforeDescription to fragmentSource
			perform removeWordEntries
			move "DELETE" to xj-action
			move beforeDescription to xj-before
			move spaces to xj-after
			perform reportApplied
	end-read.

	*> ----------------------------------------------------------------
	*> the description index follows every change to XREFFILE.
	*> ----------------------------------------------------------------
	addWordEntries.
	move "A" to ws-word-action
	move xr-key to xw-value-key
	move fragmentSource to xw-description
	perform generateFragments.

	removeWordEntries.
	move "D" to ws-word-action
	move xr-key to xw-value-key
	perform generateFragments.

	applyWordEntry.
	if word-removing then
		delete xrefword record
			invalid key continue
		end-delete
	else
		write xref-word-record
			invalid key continue
		end-write
	end-if.

	*> first run against an XREFFILE the index has never seen: every
	*> entry indexed before any card is applied.
	buildWordIndex.
	display "xrefMaint: XREFWORD not on file, building it from XREFFILE"
	open output xrefword
	move "N" to ws-xref-eof
	move 0 to xr-key
	start xreffile key is not less than xr-key
		invalid key move "Y" to ws-xref-eof
	end-start
	perform indexOneEntry until xref-eof
	close xrefword.

	indexOneEntry.
	read xreffile next record
		at end move "Y" to ws-xref-eof
		not at end
			move xr-description to fragmentSource
			perform addWordEntries
	end-read.

	copy "XWRDGEN.cpy"
		replacing ==:FRAGMENT-ACTION:== by ==applyWordEntry==.

	writeJournalEntry.
	move ws-run-stamp to xj-run-stamp
	move workValue to xj-value
	string "changes rejected: " out-count
		delimited by size into ws-rpt-line
	write xrefmrpt-record from ws-rpt-line
	display "xrefMaint: " ws-rpt-line
	if not check-digits-off then
		move checkFailedCount to out-count
		move spaces to ws-rpt-line
		string "check digit (" checkDigitScheme ") failures: " out-count
			delimited by size into ws-rpt-line
		write xrefmrpt-record from ws-rpt-line
	end-if.

	*> the signed-on operator against the AUTHFILE grants (see
	*> authCheck.cbl); a refusal has already gone out as an OPERALRT
	*> alert from there.
	checkAuthorization.
	call 'authCheck' using operatorId, authProgram
		on exception
			display "xrefMaint: authorization check not available, refusing"
			move rc-invalid-input to return-code
	end-call.

	*> the OPERID card is the batch run's identity: whoever (or
	*> whatever automation) submitted the job names itself there, and
	*> authCheck decides whether that operator may run this at all.
	readOperatorCard.
	open input operid
	if ws-operid-status = "00" then
		read operid
			at end continue
			not at end move oi-initials to operatorId
		end-read
		close operid
	end-if.

	*> the CHECKDIGIT setting in force for this feed, MOD10 or MOD11;
	*> anything else, or nothing set, leaves the check off.
	loadCheckDigitScheme.
	move "CHECKDIGIT" to parmName
	perform askSystemParameter
	if setting-found
	and (parmValue = "MOD10" or parmValue = "MOD11") then
		move parmValue to checkDigitScheme
		display "xrefMaint: account numbers checked by the " checkDigitScheme " check digit"
	end-if.

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

	*> the feed's check-digit tally for qualityTrend (see QGHREC.cpy).
	writeCheckDigitHistory.
	move ws-stamp-date to qg-date
	move 0 to qg-size
	move "CHKDIGIT" to qg-reason
	move 0 to qg-min
	move 0 to qg-max
	move "A" to qg-attended
	if checkFailedCount = 0 then
		move "ACCEPTED" to qg-decision
	else
		move "REJECTED" to qg-decision
	end-if
	move "XREFTRAN" to qg-feed
	move checkedCount to qg-checked
	move checkFailedCount to qg-check-failed
	open extend qghist
	if ws-qghist-status not = "00" then
		open output qghist.
	write qghist-record from quality-history-detail
	close qghist.

	copy "CHKDIGIT.cpy"
		replacing ==:CHECK-DIGIT-PARA:==  by ==checkAccountDigit==
		          ==:CHECK-STEP-PARA:==   by ==addCheckDigitPlace==
		          ==:CHECK-VALUE:==       by ==workValue==
		          ==:CHECK-SCHEME:==      by ==checkDigitScheme==
		          ==:CHECK-VALID-FLAG:==  by ==ws-check-valid==.

	*> a training run is turned onto the sandbox before anything is
	*> opened (see trainGuard.cbl); one with no sandbox stops here.
	checkTrainingMode.
	move "xrefMaint" to tg-program
	call 'trainGuard' using training-request
		on exception move "P" to tg-mode
	end-call.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "xrefMaint" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
