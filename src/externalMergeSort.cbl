*> not menu-listed in MAIN: MAIN's single-array call convention doesn't
*> fit a program that reads its own input file instead of taking an
*> array parameter, the same reason mergeArrays isn't listed either.
*>
*> the batch-window stop time is taken from the WINDOWSTOP setting on
*> the SYSPARM system-parameter file (see sysParm) -- the program's
*> own, or the *ALL one every program shares -- ahead of the WINDOWCT
*> card, which is read only when nothing is set there.
environment division.
	input-output section.
	file-control.
			88 window-cutoff-hit value "Y".
		01 ws-cutoff-time-raw pic 9(8).
		01 timeNow pic 9(6).
		*> tonight's SYSPARM setting, asked of sysParm ahead of the
		*> card; the card is read only when nothing is set.
		01 parmProgram pic x(18) value "externalMergeSort".
		01 parmName pic x(12).
		01 parmValue pic x(30).
		01 ws-setting-found pic x(1).
			88 setting-found value "Y".
		01 savedReturnCode pic s9(4).
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

procedure division.
	*> the console automation; oa-severity, oa-reason, and oa-text are
	*> set by the caller before the perform.
	writeOperatorAlert.
	perform getProcessingDate
	move pdt-date to ws-alert-date
	accept ws-alert-time-raw from time
	move ws-alert-date to oa-date
	compute oa-time = ws-alert-time-raw / 100
	*> one line into the shared run summary (see RUNSMREC.cpy);
	*> su-action, su-count, and su-rc are set by the caller.
	writeRunSummaryLine.
	perform getProcessingDate
	move pdt-date to ws-summ-date
	accept ws-summ-time-raw from time
	move ws-summ-date to su-date
	compute su-time = ws-summ-time-raw / 100
	write runsumm-record from run-summary-detail
	close runsumm.

	*> the SYSPARM WINDOWSTOP setting when there is one, the WINDOWCT
	*> card otherwise.
	loadWindowCutoff.
	move "WINDOWSTOP" to parmName
	perform askSystemParameter
	if setting-found then
		compute windowStopTime = function numval(parmValue)
		move "Y" to ws-have-cutoff
	else
		perform readWindowCard
	end-if.

	readWindowCard.
	open input windowct
	if ws-window-status = "00" then
		read windowct
			open output sortoutp
		else
			open output sortout
			perform getProcessingDate
			move pdt-date to ws-envl-date
			move ws-envl-date to envl-hdr-date
			move sortinRecordCount to envl-hdr-count
			accept ws-envl-time-raw from time
		move minValue to passfile-record
		write passfile-record
	end-if.

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

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "externalMergeSort" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
