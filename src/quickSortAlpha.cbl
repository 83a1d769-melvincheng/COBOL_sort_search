		01 ws-envl-time-raw pic 9(8).
		copy "SORTOPTS.cpy"
			replacing ==:SORT-OPTIONS-NAME:== by ==ws-sort-options==.
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

	linkage section.
	*> writes the final sorted array to SORTOUTX, one element per line.
	writeSortOutFile.
	open output sortout
	perform getProcessingDate
	move pdt-date to ws-envl-date
	move ws-envl-date to envl-hdr-date
	move arraySize to envl-hdr-count
	accept ws-envl-time-raw from time
		to envelopeHashWork
	add 1 to hashByteIndex.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "quickSortAlpha" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
