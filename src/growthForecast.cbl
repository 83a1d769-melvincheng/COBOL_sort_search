		01 ws-rpt-line pic x(80).
		01 out-count pic zzzzzzz9.
		01 out-days pic -zzzzz9.
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

procedure division.
	main.
	perform getProcessingDate
	move pdt-date to todayDate
	perform captureAllCounts
	perform loadTrendHistory
	perform loadAllocations
	write growrpt-record from ws-rpt-line
	display "growthForecast: " ws-rpt-line
	add 1 to trendIndex.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "growthForecast" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
