		01 ws-rpt-line pic x(80).
		01 out-value copy "ELEMEDIT.cpy".
		01 out-count pic zzzzz9.
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

procedure division.
	main.
	perform getProcessingDate
	move pdt-date to todayDate
	perform loadReleaseCards
	if return-code = rc-invalid-input then
		goback.
		delimited by size into ws-rpt-line
	write relrpt-record from ws-rpt-line
	display "releaseHeld: " ws-rpt-line.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "releaseHeld" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
