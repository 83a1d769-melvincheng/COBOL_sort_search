*> cents too -- otherwise the cleaned envelope would fail the very
*> verification it exists to pass.
*>
*> when a check-digit scheme is in force for ARRAYIN -- the CHECKDIGIT
*> setting asked of sysParm, MOD10 or MOD11 -- every value must also
*> be a whole account number whose last digit checks (see
*> CHKDIGIT.cpy); one that does not is rejected as "check digit
*> failed", and the feed's checked and failed counts are appended to
*> QGHIST (a CHKDIGIT record, see QGHREC.cpy) for qualityTrend.
*> with nothing set, no check digit is checked.
*>
*> RETURN-CODE: rc-success when the cleaned file is usable (even with
*> a few rejects), rc-invalid-input when ARRAYIN is missing or the
*> reject rate passes rejectRateLimit percent -- at that point the
*> transmission itself is bad and createArray should never see it.
*> rc-not-found for an empty input.
*> under the TRAINING DD the run works on the training sandbox (see
*> trainGuard.cbl) and EDITRPT opens with the training stamp; with no
*> sandbox to run against it ends rc-invalid-input before anything is
*> opened.
environment division.
	input-output section.
	file-control.
		select editrpt assign to "EDITRPT"
			organization line sequential
			file status is ws-rpt-status.
		select qghist assign to "QGHIST"
			organization line sequential
			file status is ws-qghist-status.

data division.
	file section.
	fd editrpt.
	01 editrpt-record pic x(80).

	fd qghist.
	01 qghist-record pic x(80).

	working-storage section.
		01 ws-in-status pic x(2).
		01 ws-out-status pic x(2).
		01 ws-rpt-status pic x(2).
		01 ws-qghist-status pic x(2).
		01 ws-in-eof pic x(1).
			88 input-eof value "Y".
		78 rejectRateLimit value 10.
		01 arrayinRunId pic x(8) value spaces.
		copy "FILEENVL.cpy".
		01 rejectPercent pic 9(3).

		*> the account-number check digit (CHKDIGIT.cpy), when a
		*> scheme is set for this feed.
		01 checkDigitScheme pic x(5) value spaces.
			88 check-digits-off value spaces.
		01 ws-check-valid pic x(1).
			88 check-digit-valid value "Y".
		01 ws-digit-checked pic x(1).
			88 digit-checked value "Y".
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
		01 ws-qg-date pic 9(8).
		01 parmProgram pic x(18) value "editArrayIn".
		01 parmName pic x(12).
		01 parmValue pic x(30).
		01 ws-setting-found pic x(1).
			88 setting-found value "Y".
		01 savedReturnCode pic s9(4).
		01 ws-rpt-line pic x(80).
		01 out-line pic zzzzz9.
		01 out-count pic zzzzz9.
		copy "TRAINREQ.cpy".
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

procedure division.
	main.
	perform checkTrainingMode
	if return-code not = rc-success then
		move rc-invalid-input to return-code
		goback.
	open input arrayin
	if ws-in-status not = "00" then
		display "editArrayIn: ARRAYIN not available, nothing to edit"
		move rc-invalid-input to return-code
		goback.
	open output editrpt
	if tg-training then
		write editrpt-record from tg-stamp.
	perform loadCheckDigitScheme
	move 0 to lineNumber
	move 0 to acceptedCount
	move 0 to rejectedCount
	move "N" to ws-in-eof
	perform validateOneRecord until input-eof
	close arrayin
	if not check-digits-off then
		perform writeCheckDigitHistory
	end-if
	perform writeEditSummary
	close editrpt
	if acceptedCount = 0 and rejectedCount = 0 then
				when other
					add 1 to lineNumber
					perform checkOneValue
					if digit-checked then
						add 1 to checkedCount
						if not check-digit-valid then
							add 1 to checkFailedCount
						end-if
					end-if
					if value-ok then
						add 1 to acceptedCount
						add workValue to cleanHashWork
	*> with a named reason.
	checkOneValue.
	move "Y" to ws-value-ok
	move "N" to ws-digit-checked
	move spaces to rejectReason
	move function trim(arrayin-record) to workText
	if workText = spaces then
			function numval(workText(1:textLength))
		compute workCents =
			function numval(workText(1:textLength)) * 100
		if not check-digits-off then
			perform checkValueDigit
		end-if
	end-if.

	*> a value with decimals is no account number, so it fails the
	*> check like a wrong digit does.
	checkValueDigit.
	move "Y" to ws-digit-checked
	if seen-point then
		move "N" to ws-check-valid
	else
		perform checkAccountDigit
	end-if
	if not check-digit-valid then
		move "N" to ws-value-ok
		move "check digit failed" to rejectReason
	end-if.

	checkOneCharacter.
	move rejectedCount to out-count
	string "records rejected: " out-count
		delimited by size into ws-rpt-line
	write editrpt-record from ws-rpt-line
	if not check-digits-off then
		move spaces to ws-rpt-line
		move checkFailedCount to out-count
		string "check digit (" checkDigitScheme ") failures: " out-count
			delimited by size into ws-rpt-line
		write editrpt-record from ws-rpt-line
	end-if.

	*> second pass: the validation verdicts are recomputed record by
	*> record (cheaper than holding the whole file), the survivors
				end-if
			end-if
	end-read.

	*> the CHECKDIGIT setting in force for this feed, MOD10 or MOD11;
	*> anything else, or nothing set, leaves the check off.
	loadCheckDigitScheme.
	move "CHECKDIGIT" to parmName
	perform askSystemParameter
	if setting-found
	and (parmValue = "MOD10" or parmValue = "MOD11") then
		move parmValue to checkDigitScheme
		display "editArrayIn: account numbers checked by the " checkDigitScheme " check digit"
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
	perform getProcessingDate
	move pdt-date to ws-qg-date
	move ws-qg-date to qg-date
	move 0 to qg-size
	move "CHKDIGIT" to qg-reason
	move 0 to qg-min
	move 0 to qg-max
	move "U" to qg-attended
	if checkFailedCount = 0 then
		move "ACCEPTED" to qg-decision
	else
		move "REJECTED" to qg-decision
	end-if
	move "ARRAYIN" to qg-feed
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
	move "editArrayIn" to tg-program
	call 'trainGuard' using training-request
		on exception move "P" to tg-mode
	end-call.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "editArrayIn" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
