		copy "RUNSMREC.cpy".
		01 ws-summ-date pic 9(8).
		01 ws-summ-time-raw pic 9(8).
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".
	local-storage section.
		01 iteration pic 9(5) value 1.
				move arraySize to reportEnd
			end-if
		end-if.
	perform getProcessingDate
	move pdt-date(3:6) to ws-run-date.
	open output arrayrpt.
	perform writeReportHeader
	move reportStart to iteration
	*> one line into the shared run summary (see RUNSMREC.cpy);
	*> su-action, su-count, and su-rc are set by the caller.
	writeRunSummaryLine.
	perform getProcessingDate
	move pdt-date to ws-summ-date
	accept ws-summ-time-raw from time
	move ws-summ-date to su-date
	compute su-time = ws-summ-time-raw / 100
	if ws-lines-on-page >= linesPerPage and iteration <= reportEnd then
		perform writeReportHeader
	end-if.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "displayArray" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
