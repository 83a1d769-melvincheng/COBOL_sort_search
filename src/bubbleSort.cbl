	01 runsumm-record pic x(80).

	working-storage section.
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".
		01 bubbleIter pic 9(5) value 1.
		01 ws-swap-temp pic s9(9) comp-3.
	*> one line into the shared run summary (see RUNSMREC.cpy);
	*> su-action, su-count, and su-rc are set by the caller.
	writeRunSummaryLine.
	perform getProcessingDate
	move pdt-date to ws-summ-date
	accept ws-summ-time-raw from time
	move ws-summ-date to su-date
	compute su-time = ws-summ-time-raw / 100
	*> field stays blank, since the sort's input was the in-memory
	*> array, not a file generation.
	writeEnvelopeHeader.
	perform getProcessingDate
	move pdt-date to ws-envl-date
	move ws-envl-date to envl-hdr-date
	move arraySize to envl-hdr-count
	accept ws-envl-time-raw from time
	compute elapsedHundredths = ws-time-total - startHundredths
	if elapsedHundredths < 0 then
		add hundredthsPerDay to elapsedHundredths.
	perform getProcessingDate
	move pdt-date to ws-perf-date
	move ws-perf-date to ph-date
	compute ph-time = ws-time-work / 100
	move "bubbleSort" to ph-program
	copy "CLEANARR.cpy"
		replacing ==:CLEAN-PARA-NAME:== by ==cleanArray==
		          ==:CLEAN-SIZE-NAME:== by ==arraySize==.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "bubbleSort" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
