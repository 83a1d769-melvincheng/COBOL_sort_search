		01 out pic -Z(8)9.
		01 ws-out-line pic x(80).
		01 writeIndex pic 9(5).
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

procedure division.
	*> own envelope and lineage.
	writeSortOutFile.
	open output sortout
	perform getProcessingDate
	move pdt-date to ws-envl-date
	move ws-envl-date to envl-hdr-date
	move arraySizeA to envl-hdr-count
	accept ws-envl-time-raw from time
	*> the console automation; oa-severity, oa-reason, and oa-text are
	*> set by the caller before the perform.
	writeOperatorAlert.
	perform getProcessingDate
	move pdt-date to ws-alert-date
	accept ws-alert-time-raw from time
	move ws-alert-date to oa-date
	compute oa-time = ws-alert-time-raw / 100
		open output operalrt.
	write operalrt-record from operator-alert-detail
	close operalrt.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "dualSortVerify" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
