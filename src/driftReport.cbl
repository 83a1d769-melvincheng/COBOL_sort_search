*> go to DRIFTRPT and the console. RETURN-CODE: rc-success (shape
*> steady), rc-not-found (drift flagged), rc-invalid-input when
*> DISTHIST is missing or holds fewer than two runs.
*>
*> the THRESHOLD setting on the SYSPARM system-parameter file
*> (program driftReport, see sysParm) outranks the DRIFTPRM card; the
*> card is read only when nothing is set there.
*> under the TRAINING DD the run works on the training sandbox (see
*> trainGuard.cbl), its OPERALRT alerts included, and DRIFTRPT opens
*> with the training stamp; with no sandbox to run against it ends
*> rc-invalid-input before anything is opened.
environment division.
	input-output section.
	file-control.
		01 driftCount pic 9(2) value 0.
		01 ws-rpt-line pic x(80).
		01 out-percent pic -zz9.9.
		*> tonight's SYSPARM setting, asked of sysParm ahead of the
		*> card; the card is read only when nothing is set.
		01 parmProgram pic x(18) value "driftReport".
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
	perform settleThreshold
	open input disthist
	if ws-hist-status not = "00" then
		display "driftReport: DISTHIST not available, no history to compare"
		goback.
	perform computeRollingFigures
	open output driftrpt
	if tg-training then
		write driftrpt-record from tg-stamp.
	perform compareAllStatistics
	close driftrpt
	if driftCount = 0 then
	end-if
	goback.

	*> the SYSPARM THRESHOLD setting when there is one, the DRIFTPRM
	*> card otherwise.
	settleThreshold.
	move "THRESHOLD" to parmName
	perform askSystemParameter
	if setting-found then
		compute thresholdPercent = function numval(parmValue)
	else
		perform readThresholdCard
	end-if.

	readThresholdCard.
	open input driftprm
	if ws-parm-status = "00" then
	*> the console automation; oa-severity, oa-reason, and oa-text are
	*> set by the caller before the perform.
	writeOperatorAlert.
	perform getProcessingDate
	move pdt-date to ws-alert-date
	accept ws-alert-time-raw from time
	move ws-alert-date to oa-date
	compute oa-time = ws-alert-time-raw / 100
		open output operalrt.
	write operalrt-record from operator-alert-detail
	close operalrt.

	*> the central SYSPARM setting outranks the card (see sysParm).
	askSystemParameter.
	move return-code to savedReturnCode
	move "N" to ws-setting-found
	call 'sysParm' using parmProgram, parmName, parmValue
		on exception move rc-invalid-input to return-code
	end-call
	if return-code = rc-success then
		move "Y" to ws-setting-found.
	move savedReturnCode to return-code.

	*> a training run is turned onto the sandbox before anything is
	*> opened (see trainGuard.cbl); one with no sandbox stops here.
	checkTrainingMode.
	move "driftReport" to tg-program
	call 'trainGuard' using training-request
		on exception move "P" to tg-mode
	end-call.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "driftReport" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
