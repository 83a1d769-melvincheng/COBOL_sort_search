
	local-storage section.
		01 iteration pic 9(5) value 1.
		copy "PDATEREQ.cpy".

	linkage section.
		01 arraySize pic 9(5).
	*> the run's shape, one line into the rolling history; a missing
	*> DISTHIST on the first run ever is created fresh.
	writeDistributionHistory.
	perform getProcessingDate
	move pdt-date to ws-hist-date
	accept ws-hist-time-raw from time
	move ws-hist-date to dh-date
	compute dh-time = ws-hist-time-raw / 100
		write distrpt-record from ws-rpt-line
	end-if
	add 1 to iteration.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "distributionReport" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
