
	local-storage section.
		01 iteration pic 9(5) value 1.
		copy "PDATEREQ.cpy".

	linkage section.
		01 arraySize pic 9(5).
	*> one line into the shared run summary (see RUNSMREC.cpy);
	*> su-action, su-count, and su-rc are set by the caller.
	writeRunSummaryLine.
	perform getProcessingDate
	move pdt-date to ws-summ-date
	accept ws-summ-time-raw from time
	move ws-summ-date to su-date
	compute su-time = ws-summ-time-raw / 100
		move statValue to out-value
		move out-value to ws-value-text
	end-if.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "arrayStats" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
