*> the sorted data instead of retyping it off the console. the data
*> is wrapped in the standard HDR/TRL envelope (see FILEENVL.cpy) so
*> that consumer can prove it received the whole file.
*>
*> the batch-window stop time is taken from the WINDOWSTOP setting on
*> the SYSPARM system-parameter file (see sysParm) -- the program's
*> own, or the *ALL one every program shares -- ahead of the WINDOWCT
*> card, which is read only when nothing is set there.
environment division.
	input-output section.
	file-control.

		copy "SORTOPTS.cpy"
			replacing ==:SORT-OPTIONS-NAME:== by ==ws-sort-options==.
		*> tonight's SYSPARM setting, asked of sysParm ahead of the
		*> card; the card is read only when nothing is set.
		01 parmProgram pic x(18) value "quickSort".
		01 parmName pic x(12).
		01 parmValue pic x(30).
		01 ws-setting-found pic x(1).
			88 setting-found value "Y".
		01 savedReturnCode pic s9(4).
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".
		copy "FILEENVL.cpy".
		01 envelopeHashWork pic s9(12) comp-3.
	*> one line into the shared run summary (see RUNSMREC.cpy);
	*> su-action, su-count, and su-rc are set by the caller.
	writeRunSummaryLine.
	perform getProcessingDate
	move pdt-date to ws-summ-date
	accept ws-summ-time-raw from time
	move ws-summ-date to su-date
	compute su-time = ws-summ-time-raw / 100
			end-if
		end-if.

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
	*> field stays blank, since the sort's input was the in-memory
	*> array, not a file generation.
	writeEnvelopeHeader.
	perform getProcessingDate
	move pdt-date to ws-envl-date
	move ws-envl-date to envl-hdr-date
	move arraySize to envl-hdr-count
	accept ws-time-now-raw from time
	*> the console automation; oa-severity, oa-reason, and oa-text are
	*> set by the caller before the perform.
	writeOperatorAlert.
	perform getProcessingDate
	move pdt-date to ws-alert-date
	accept ws-alert-time-raw from time
	move ws-alert-date to oa-date
	compute oa-time = ws-alert-time-raw / 100
	compute elapsedHundredths = ws-time-total - startHundredths
	if elapsedHundredths < 0 then
		add hundredthsPerDay to elapsedHundredths.
	perform getProcessingDate
	move pdt-date to ws-perf-date
	move ws-perf-date to ph-date
	compute ph-time = ws-time-work / 100
	move "quickSort" to ph-program
	copy "CLEANARR.cpy"
		replacing ==:CLEAN-PARA-NAME:== by ==cleanArray==
		          ==:CLEAN-SIZE-NAME:== by ==arraySize==.

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
	move "quickSort" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
