*> values collate correctly. the whole file is replaced on each load,
*> which is how a small reference list like this is maintained.
*> xrefLookup is the read side; displayArray's xrefFlag drives it.
*> the XREFWORD description index (see XWRDREC.cpy) is rebuilt beside
*> it on every load, so xrefSearch can answer the reverse question.
*> when a check-digit scheme is in force for xrefLoad -- the
*> CHECKDIGIT setting asked of sysParm, MOD10 or MOD11 -- each value
*> must be an account number whose last digit checks (see
*> CHKDIGIT.cpy); one that does not is skipped with the reason
*> displayed, and the checked and failed counts are appended to
*> QGHIST (a CHKDIGIT record, see QGHREC.cpy) for qualityTrend. with
*> nothing set, no check digit is checked.
*>
*> RETURN-CODE: rc-success with a count displayed, rc-not-found for
*> an empty XREFIN, rc-invalid-input when a file cannot be opened.
*> under the TRAINING DD the run works on the training sandbox (see
*> trainGuard.cbl); with no sandbox to run against it ends
*> rc-invalid-input before anything is opened.
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
		select qghist assign to "QGHIST"
			organization line sequential
			file status is ws-qghist-status.

data division.
	file section.
		05 xr-key pic 9(10).
		05 xr-description pic x(30).

	fd xrefword.
	copy "XWRDREC.cpy".

	fd qghist.
	01 qghist-record pic x(80).

	working-storage section.
		01 ws-in-status pic x(2).
		01 ws-xref-status pic x(2).
		01 ws-word-status pic x(2).
		01 fragmentSource pic x(30).
		01 fragmentIndex pic 9(2).
		01 ws-in-eof pic x(1) value "N".
			88 input-eof value "Y".
		78 signedValueOffset value 1000000000.
		01 workValue pic s9(9) comp-3.
		01 loadedCount pic 9(5) value 0.
		01 out-count pic zzzz9.

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
		01 ws-qg-date pic 9(8).
		01 parmProgram pic x(18) value "xrefLoad".
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
	open input xrefin
	if ws-in-status not = "00" then
		display "xrefLoad: XREFIN not available, nothing to load"
		display "xrefLoad: unable to open XREFFILE, status " ws-xref-status
		move rc-invalid-input to return-code
		goback.
	open output xrefword
	if ws-word-status not = "00" then
		display "xrefLoad: unable to open XREFWORD, status " ws-word-status
		move rc-invalid-input to return-code
		goback.
	perform loadCheckDigitScheme
	perform loadOneEntry until input-eof
	close xrefin
	close xreffile
	close xrefword
	if not check-digits-off then
		perform writeCheckDigitHistory
	end-if
	move loadedCount to out-count
	display "xrefLoad: " out-count " cross-reference entr(ies) loaded"
	if loadedCount = 0 then
	read xrefin
		at end move "Y" to ws-in-eof
		not at end
			move "Y" to ws-check-valid
			if xi-value not = spaces
			and not check-digits-off then
				perform checkEntryDigit
			end-if
			if xi-value not = spaces
			and check-digit-valid then
				compute workValue =
					function numval(function trim(xi-value))
				compute xr-key = workValue + signedValueOffset
						display "xrefLoad: duplicate value " xi-value " skipped"
					not invalid key
						add 1 to loadedCount
						move xr-key to xw-value-key
						move xr-description to xw-description
						move xr-description to fragmentSource
						perform generateFragments
				end-write
			end-if
	end-read.

	*> the entry's value is counted and its check digit tested; a
	*> value with decimals is no account number.
	checkEntryDigit.
	add 1 to checkedCount
	compute workValue = function numval(function trim(xi-value))
	if workValue not = function numval(function trim(xi-value)) then
		move "N" to ws-check-valid
	else
		perform checkAccountDigit
	end-if
	if not check-digit-valid then
		add 1 to checkFailedCount
		display "xrefLoad: value " xi-value " fails the " checkDigitScheme " check digit, skipped"
	end-if.

	*> the CHECKDIGIT setting in force for this feed, MOD10 or MOD11;
	*> anything else, or nothing set, leaves the check off.
	loadCheckDigitScheme.
	move "CHECKDIGIT" to parmName
	perform askSystemParameter
	if setting-found
	and (parmValue = "MOD10" or parmValue = "MOD11") then
		move parmValue to checkDigitScheme
		display "xrefLoad: account numbers checked by the " checkDigitScheme " check digit"
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
	move "XREFIN" to qg-feed
	move checkedCount to qg-checked
	move checkFailedCount to qg-check-failed
	open extend qghist
	if ws-qghist-status not = "00" then
		open output qghist.
	write qghist-record from quality-history-detail
	close qghist.

	writeWordEntry.
	write xref-word-record
		invalid key continue
	end-write.

	copy "XWRDGEN.cpy"
		replacing ==:FRAGMENT-ACTION:== by ==writeWordEntry==.

	copy "CHKDIGIT.cpy"
		replacing ==:CHECK-DIGIT-PARA:==  by ==checkAccountDigit==
		          ==:CHECK-STEP-PARA:==   by ==addCheckDigitPlace==
		          ==:CHECK-VALUE:==       by ==workValue==
		          ==:CHECK-SCHEME:==      by ==checkDigitScheme==
		          ==:CHECK-VALID-FLAG:==  by ==ws-check-valid==.

	*> a training run is turned onto the sandbox before anything is
	*> opened (see trainGuard.cbl); one with no sandbox stops here.
	checkTrainingMode.
	move "xrefLoad" to tg-program
	call 'trainGuard' using training-request
		on exception move "P" to tg-mode
	end-call.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "xrefLoad" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
