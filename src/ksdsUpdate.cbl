*> applied/rejected counts. the ARRAYVAL value-keyed companion is
*> kept in step throughout, and every applied transaction is
*> journaled to KSDSJRNL with before and after images (see
*> KSDSJREC.cpy), each line sealed onto the check chain by chainLink
*> (see CHAINREC.cpy), so a corrupt delta file can be backed out as
*> one ksdsBackout step. RETURN-CODE: rc-success when everything
*> applied, rc-not-found when any transaction was rejected,
*> rc-invalid-input when the files cannot be opened.
*> when a check-digit scheme is in force for ksdsUpdate -- the
*> CHECKDIGIT setting asked of sysParm, MOD10 or MOD11 -- the value on
*> every ADD and CHANGE must be an account number whose last digit
*> checks (see CHKDIGIT.cpy); one that does not is rejected to TRANREJ
*> as "value check digit failed", and the feed's checked and failed
*> counts are appended to QGHIST (a CHKDIGIT record, see QGHREC.cpy)
*> for qualityTrend. with nothing set, no check digit is checked.
*> while a month-end freeze is on (see monthEndClose) nothing is
*> applied: freezeCheck refuses the run, saying why, and it ends
*> rc-invalid-input with TRANFILE untouched for the next night.
*> under the TRAINING DD the run applies to the training sandbox
*> (see trainGuard.cbl) and TRANRPT opens with the training stamp;
*> with no sandbox to run against it ends rc-invalid-input before
*> anything is opened.
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

	fd arrayksds.
	01 arrayksds-record.
		05 ak-position pic 9(6).
		05 ak-element copy "ELEMPIC.cpy".

	fd arrayval.
	01 arrayval-record.
		05 av-key.
			10 av-value-key pic 9(10).
			10 av-position pic 9(6).
		05 av-element copy "ELEMPIC.cpy".

	fd tranrpt.
	01 operid-record.
		05 oi-initials pic x(3).

	fd qghist.
	01 qghist-record pic x(80).

	working-storage section.
		01 ws-tran-status pic x(2).
		01 ws-ksds-status pic x(2).
		01 ws-rej-status pic x(2).
		01 ws-jrnl-status pic x(2).
		copy "KSDSJREC.cpy".
		copy "CHAINREC.cpy".
		copy "TREJREC.cpy".
		copy "TCTLREC.cpy".
		01 ws-alert-status pic x(2).
		01 ws-rpt-line pic x(80).
		01 out-value copy "ELEMEDIT.cpy".
		01 out-count pic zzzz9.
		01 freezeProgram pic x(18) value "ksdsUpdate".

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
		01 parmProgram pic x(18) value "ksdsUpdate".
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
	perform checkFreeze
	if return-code not = rc-success then
		move rc-invalid-input to return-code
		goback.
	open input tranfile
	if ws-tran-status not = "00" then
		display "ksdsUpdate: TRANFILE not available, nothing to apply"
	if ws-val-status not = "00" then
		display "ksdsUpdate: ARRAYVAL not available (status " ws-val-status "), value index will not be maintained".
	open output tranrpt
	if tg-training then
		write tranrpt-record from tg-stamp.
	open extend tranrej
	if ws-rej-status not = "00" then
		open output tranrej.
	perform loadCheckDigitScheme
	accept ws-stamp-date from date yyyymmdd
	accept ws-stamp-time from time
	compute ws-run-stamp =
		ws-stamp-date * 1000000 + ws-stamp-time / 100
	move "TAIL" to cr-action
	move "KSDSJRNL" to cr-log
	call 'chainLink' using chain-request
		on exception move 0 to cr-value
	end-call
	open extend ksdsjrnl
	if ws-jrnl-status not = "00" then
		open output ksdsjrnl.
	end-if
	perform applyOneTransaction until tran-eof
	perform clearApplyCheckpoint
	if not check-digits-off then
		perform writeCheckDigitHistory
	end-if
	perform writeUpdateSummary
	close tranfile
	close arrayksds
	*> the console automation; oa-severity, oa-reason, and oa-text are
	*> set by the caller before the perform.
	writeOperatorAlert.
	perform getProcessingDate
	move pdt-date to ws-alert-date
	accept ws-alert-time-raw from time
	move ws-alert-date to oa-date
	compute oa-time = ws-alert-time-raw / 100
	else
		compute workPosition = function numval(function trim(tf-position))
	end-if
	move "Y" to ws-check-valid
	if not check-digits-off
	and (tf-action = "ADD   " or tf-action = "CHANGE") then
		perform checkTransactionDigit
	end-if
	evaluate true
		when workPosition = 0
			move "position missing or zero" to rejectReason
			perform rejectTransaction
		when not check-digit-valid
			move "value check digit failed" to rejectReason
			perform rejectTransaction
		when tf-action = "ADD   "
			perform applyAdd
		when tf-action = "CHANGE"
	move "ksdsUpdate" to kj-program
	move workPosition to kj-position
	move operatorId to kj-operator
	perform sealJournalEntry.

	*> the OPERID card is the batch run's identity: whoever (or
	*> whatever automation) submitted the job names itself there, and
	write tranrpt-record from ws-rpt-line
	display "ksdsUpdate: rejected " tranfile-record(1:23) " -- " rejectReason.

	*> the ADD or CHANGE value is counted and its check digit
	*> tested; a value with decimals is no account number.
	checkTransactionDigit.
	add 1 to checkedCount
	if tf-value = spaces
	or function test-numval(function trim(tf-value)) not = 0 then
		move "N" to ws-check-valid
	else
		compute newValue = function numval(function trim(tf-value))
		if newValue not = function numval(function trim(tf-value)) then
			move "N" to ws-check-valid
		else
			perform checkAccountDigit
		end-if
	end-if
	if not check-digit-valid then
		add 1 to checkFailedCount
	end-if.

	writeUpdateSummary.
	move spaces to ws-rpt-line
	write tranrpt-record from ws-rpt-line
	string "transactions rejected: " out-count
		delimited by size into ws-rpt-line
	write tranrpt-record from ws-rpt-line
	display "ksdsUpdate: transactions rejected: " out-count
	if not check-digits-off then
		move checkFailedCount to out-count
		move spaces to ws-rpt-line
		string "check digit (" checkDigitScheme ") failures: " out-count
			delimited by size into ws-rpt-line
		write tranrpt-record from ws-rpt-line
	end-if.

	*> every journal record goes out sealed onto the chain (see
	*> CHAINREC.cpy), so an edited or missing line shows.
	sealJournalEntry.
	move ksds-journal-detail to cr-line
	move "SEAL" to cr-action
	call 'chainLink' using chain-request
		on exception continue
	end-call
	write ksdsjrnl-record from cr-line.

	*> a month-end freeze (see monthEndClose) holds ARRAYKSD still;
	*> freezeCheck has already told the operator why when it refuses.
	*> without the module there is no freeze to honor.
	checkFreeze.
	call 'freezeCheck' using freezeProgram
		on exception move rc-success to return-code
	end-call.

	*> the CHECKDIGIT setting in force for this feed, MOD10 or MOD11;
	*> anything else, or nothing set, leaves the check off.
	loadCheckDigitScheme.
	move "CHECKDIGIT" to parmName
	perform askSystemParameter
	if setting-found
	and (parmValue = "MOD10" or parmValue = "MOD11") then
		move parmValue to checkDigitScheme
		display "ksdsUpdate: account numbers checked by the " checkDigitScheme " check digit"
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
	move "TRANFILE" to qg-feed
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
		          ==:CHECK-VALUE:==       by ==newValue==
		          ==:CHECK-SCHEME:==      by ==checkDigitScheme==
		          ==:CHECK-VALID-FLAG:==  by ==ws-check-valid==.

	*> a training run is turned onto the sandbox before anything is
	*> opened (see trainGuard.cbl); one with no sandbox stops here.
	checkTrainingMode.
	move "ksdsUpdate" to tg-program
	call 'trainGuard' using training-request
		on exception move "P" to tg-mode
	end-call.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "ksdsUpdate" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
