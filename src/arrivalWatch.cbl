*> RETURN-CODE: rc-success on a good arrival, rc-not-found when the
*> give-up time passed with no file, rc-invalid-input for a bad
*> control card or a failed envelope.
*> under the TRAINING DD the run works on the training sandbox (see
*> trainGuard.cbl), its OPERALRT alerts included; with no sandbox to
*> run against it ends rc-invalid-input before anything is opened.
environment division.
	input-output section.
	file-control.
		01 ws-log-date pic 9(8).
		01 ws-log-time pic 9(6).
		01 ws-verdict pic x(10).
		copy "TRAINREQ.cpy".
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

procedure division.
	main.
	perform checkTrainingMode
	if return-code not = rc-success then
		move rc-invalid-input to return-code
		goback.
	perform readControlCard
	if return-code = rc-invalid-input then
		goback.

	*> one arrival line per watch: date, time, feed, verdict, count.
	writeArrivalLog.
	perform getProcessingDate
	move pdt-date to ws-log-date
	accept ws-time-raw from time
	compute ws-log-time = ws-time-raw / 100
	move spaces to ws-log-line
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

	*> a training run is turned onto the sandbox before anything is
	*> opened (see trainGuard.cbl); one with no sandbox stops here.
	checkTrainingMode.
	move "arrivalWatch" to tg-program
	call 'trainGuard' using training-request
		on exception move "P" to tg-mode
	end-call.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "arrivalWatch" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
