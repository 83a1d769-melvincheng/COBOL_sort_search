	01 ws-finding-time pic 9(8).
	01 occurrenceCount pic 9(5) value 0.
	01 firstFoundIndex pic 9(5) value 0.
	copy "PDATEREQ.cpy".
	copy "RETCODE.cpy".

	linkage section.
	*> SRCHLREC.cpy); sf-outcome, sf-index, and sf-detail are set by
	*> the caller before the perform.
	writeSearchFinding.
	perform getProcessingDate
	move pdt-date to ws-finding-date
	accept ws-finding-time from time
	move ws-finding-date to sf-date
	compute sf-time = ws-finding-time / 100
		open output srchlog.
	write srchlog-record from search-findings-detail
	close srchlog.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "linearSearch" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
