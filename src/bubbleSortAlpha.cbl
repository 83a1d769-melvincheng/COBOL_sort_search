
	local-storage section.
		01 iteration pic 9(3) value 1.
		copy "PDATEREQ.cpy".

	linkage section.
		01 arraySize pic 9(3).
	*> writes the final sorted array to SORTOUTX, one element per line.
	writeSortOutFile.
	open output sortout
	perform getProcessingDate
	move pdt-date to ws-envl-date
	move ws-envl-date to envl-hdr-date
	move arraySize to envl-hdr-count
	accept ws-envl-time-raw from time
		          ==:SWAP-INDEX-A:==      by ==bubbleIter==
		          ==:SWAP-INDEX-B:==      by ==bubbleIter + 1==
		          ==:SWAP-TEMP-NAME:==    by ==ws-temp==.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "bubbleSortAlpha" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
