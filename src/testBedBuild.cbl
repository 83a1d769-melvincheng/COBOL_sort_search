			05 tc2-position pic 9(5).
			05 filler pic x(1) value space.
			05 tc2-value pic s9(9) sign leading separate.
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

procedure division.
	perform readBedCard
	if return-code = rc-invalid-input then
		goback.
	perform getProcessingDate
	move pdt-date to todayDate
	perform generateValues
	perform writeArrayIn
	perform writeTranFile
	move 0 to ctl-value
	write batchctl-record
	close batchctl.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "testBedBuild" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
