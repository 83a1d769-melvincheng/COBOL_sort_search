		01 ws-summ-date pic 9(8).
		01 ws-summ-time-raw pic 9(8).
		copy "FILEENVL.cpy".
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".
		01 envelopeHashWork pic s9(12) comp-3.
		01 ws-envl-date pic 9(8).
	*> one line into the shared run summary (see RUNSMREC.cpy);
	*> su-action, su-count, and su-rc are set by the caller.
	writeRunSummaryLine.
	perform getProcessingDate
	move pdt-date to ws-summ-date
	accept ws-summ-time-raw from time
	move ws-summ-date to su-date
	compute su-time = ws-summ-time-raw / 100
	*> in-memory workspaces, not file generations.
	writeMergeOutFile.
	open output mergeout
	perform getProcessingDate
	move pdt-date to ws-envl-date
	move ws-envl-date to envl-hdr-date
	move arraySizeOut to envl-hdr-count
	accept ws-envl-time-raw from time
	string out delimited by size into ws-mergeout-line
	write mergeout-record from ws-mergeout-line
	add 1 to indexOut.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "mergeArrays" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
