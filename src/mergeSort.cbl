	01 runsumm-record pic x(80).

	working-storage section.
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".
		01 ws-work.
			05 ws-work-element pic s9(9) comp-3 occurs 0 to 9999 times depending on arraySize.
	*> one line into the shared run summary (see RUNSMREC.cpy);
	*> su-action, su-count, and su-rc are set by the caller.
	writeRunSummaryLine.
	perform getProcessingDate
	move pdt-date to ws-summ-date
	accept ws-summ-time-raw from time
	move ws-summ-date to su-date
	compute su-time = ws-summ-time-raw / 100
	copyBack.
	move ws-work-element(copyIndex) to ws-element(copyIndex)
	add 1 to copyIndex.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "mergeSort" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
