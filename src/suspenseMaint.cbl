*> reinstates them. RETURN-CODE: rc-success, rc-not-found when a
*> LIST finds an empty hold list, rc-invalid-input when HOLDTRAN is
*> missing.
*> the operator must hold a current AUTHFILE grant for suspenseMaint
*> (checked through authCheck, see AUTHREC.cpy) before anything is
*> read or written; a refused operator ends the run with
*> rc-invalid-input and an OPERALRT alert.
*> when a check-digit scheme is in force for suspenseMaint -- the
*> CHECKDIGIT setting asked of sysParm, MOD10 or MOD11 -- an ADD must
*> name an account number whose last digit checks (see CHKDIGIT.cpy);
*> one that does not is skipped with the reason displayed, and the
*> checked and failed counts are appended to QGHIST (a CHKDIGIT
*> record, see QGHREC.cpy) for qualityTrend. with nothing set, no
*> check digit is checked.
*> under the TRAINING DD the run works on the training sandbox (see
*> trainGuard.cbl); with no sandbox to run against it ends
*> rc-invalid-input before anything is opened.
environment division.
	input-output section.
	file-control.
		select operid assign to "OPERID"
			organization line sequential
			file status is ws-operid-status.
		select qghist assign to "QGHIST"
			organization line sequential
			file status is ws-qghist-status.

data division.
	file section.
	01 operid-record.
		05 oi-initials pic x(3).

	fd qghist.
	01 qghist-record pic x(80).

	working-storage section.
		01 ws-hold-status pic x(2).
		01 ws-tran-status pic x(2).
		01 workValue copy "ELEMPIC.cpy".
		01 todayDate pic 9(8).
		01 out-value copy "ELEMEDIT.cpy".
		01 authProgram pic x(18) value "suspenseMaint".

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
		01 parmProgram pic x(18) value "suspenseMaint".
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
		display "suspenseMaint: operator " operatorId " is not authorized to run suspenseMaint"
		move rc-invalid-input to return-code
		goback.
	open input holdtran
	if ws-tran-status not = "00" then
		display "suspenseMaint: HOLDTRAN not available, nothing to do"
		move rc-invalid-input to return-code
		goback.
	perform getProcessingDate
	move pdt-date to todayDate
	perform loadHoldList
	move rc-success to return-code
	perform loadCheckDigitScheme
	perform processOneCard until tran-eof
	close holdtran
	if not check-digits-off then
		perform writeCheckDigitHistory
	end-if
	perform rewriteHoldList
	goback.

	else
		compute workValue =
			function numval(function trim(ht-value))
		move "Y" to ws-check-valid
		if not check-digits-off then
			perform checkHoldDigit
		end-if
		perform findHold
		evaluate true
			when not check-digit-valid
				display "suspenseMaint: value " ht-value " fails the " checkDigitScheme " check digit, skipped"
			when value-on-hold
				display "suspenseMaint: value " ht-value " is already held, skipped"
			when holdCount >= holdTableMax
				display "suspenseMaint: hold list is full, " ht-value " not held"
			when other
				add 1 to holdCount
				move workValue to hd-value(holdCount)
				move todayDate to hd-date(holdCount)
				move ht-reason to hd-reason(holdCount)
				move workValue to out-value
				display "suspenseMaint: held " out-value " (" ht-reason ")"
		end-evaluate
	end-if.

	*> the value to be held is counted and its check digit tested;
	*> a value with decimals is no account number.
	checkHoldDigit.
	add 1 to checkedCount
	if workValue not = function numval(function trim(ht-value)) then
		move "N" to ws-check-valid
	else
		perform checkAccountDigit
	end-if
	if not check-digit-valid then
		add 1 to checkFailedCount
	end-if.

	deleteOneHold.
	move hd-reason(holdIndex) to hl-reason
	write holdlist-record
	add 1 to holdIndex.

	*> the signed-on operator against the AUTHFILE grants (see
	*> authCheck.cbl); a refusal has already gone out as an OPERALRT
	*> alert from there.
	checkAuthorization.
	call 'authCheck' using operatorId, authProgram
		on exception
			display "suspenseMaint: authorization check not available, refusing"
			move rc-invalid-input to return-code
	end-call.

	*> the CHECKDIGIT setting in force for this feed, MOD10 or MOD11;
	*> anything else, or nothing set, leaves the check off.
	loadCheckDigitScheme.
	move "CHECKDIGIT" to parmName
	perform askSystemParameter
	if setting-found
	and (parmValue = "MOD10" or parmValue = "MOD11") then
		move parmValue to checkDigitScheme
		display "suspenseMaint: account numbers checked by the " checkDigitScheme " check digit"
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
	move todayDate to qg-date
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
	move "HOLDLIST" to qg-feed
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
	move "suspenseMaint" to tg-program
	call 'trainGuard' using training-request
		on exception move "P" to tg-mode
	end-call.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "suspenseMaint" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
