*> (projection past the stop), rc-invalid-input when WINDOWCT is
*> missing -- without a stop time there is nothing to monitor
*> against.
*>
*> the batch-window stop time is taken from the WINDOWSTOP setting on
*> the SYSPARM system-parameter file (see sysParm) -- the program's
*> own, or the *ALL one every program shares -- ahead of the WINDOWCT
*> card, which is read only when nothing is set there.
environment division.
	input-output section.
	file-control.
		01 ws-rpt-line pic x(100).
		01 out-minutes pic -zzz9.
		01 out-count pic zzz9.
		*> tonight's SYSPARM setting, asked of sysParm ahead of the
		*> card; the card is read only when nothing is set.
		01 parmProgram pic x(18) value "windowMonitor".
		01 parmName pic x(12).
		01 parmValue pic x(30).
		01 ws-setting-found pic x(1).
			88 setting-found value "Y".
		01 savedReturnCode pic s9(4).
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

procedure division.
	main.
	move "WINDOWSTOP" to parmName
	perform askSystemParameter
	if setting-found then
		compute windowStopTime = function numval(parmValue)
	else
		perform readWindowCard
	end-if
	perform getProcessingDate
	move pdt-date to todayDate
	accept ws-time-now-raw from time
	compute timeNow = ws-time-now-raw / 100
	move timeNow to timeWork
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

	*> the WINDOWCT card, read when SYSPARM sets no WINDOWSTOP.
	readWindowCard.
	open input windowct
	if ws-window-status not = "00" then
		display "windowMonitor: WINDOWCT not available, nothing to monitor against"
		move rc-invalid-input to return-code
		goback.
	read windowct
		at end
			close windowct
			display "windowMonitor: WINDOWCT is empty, nothing to monitor against"
			move rc-invalid-input to return-code
			goback
		not at end
			if wc-stop-time is numeric then
				compute windowStopTime = function numval(wc-stop-time)
			end-if
	end-read
	close windowct.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "windowMonitor" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
