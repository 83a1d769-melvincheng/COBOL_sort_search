
	local-storage section.
		01 iteration pic 9(3) value 1.
		copy "PDATEREQ.cpy".

	linkage section.
		01 arraySize pic 9(3).
procedure division using arraySize, array.
	main.
	move 0 to ws-record-count
	perform getProcessingDate
	move pdt-date(3:6) to ws-run-date
	open output arrayrpt
	perform writeReportHeader
	perform displayRecord until iteration > arraySize
	write arrayrpt-record from ws-detail-line
	add 1 to ws-record-count
	add 1 to iteration.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "displayArrayRec" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
