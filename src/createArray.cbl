		copy "RUNSMREC.cpy".
		01 ws-summ-date pic 9(8).
		01 ws-summ-time-raw pic 9(8).
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".
	linkage section.
		01 arraySize pic 9(5).
	*> one line into the shared run summary (see RUNSMREC.cpy);
	*> su-action, su-count, and su-rc are set by the caller.
	writeRunSummaryLine.
	perform getProcessingDate
	move pdt-date to ws-summ-date
	accept ws-summ-time-raw from time
	move ws-summ-date to su-date
	compute su-time = ws-summ-time-raw / 100
	*> the console automation; oa-severity, oa-reason, and oa-text are
	*> set by the caller before the perform.
	writeOperatorAlert.
	perform getProcessingDate
	move pdt-date to ws-alert-date
	accept ws-alert-time-raw from time
	move ws-alert-date to oa-date
	compute oa-time = ws-alert-time-raw / 100
	*> one history line per gate evaluation; a missing QGHIST on the
	*> first run ever is created fresh.
	writeQualityHistory.
	perform getProcessingDate
	move pdt-date to ws-qg-date
	move ws-qg-date to qg-date
	move arraySize to qg-size
	move minValue to qg-min
		end-if
	end-if
	perform writeQualityHistory.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "createArray" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
