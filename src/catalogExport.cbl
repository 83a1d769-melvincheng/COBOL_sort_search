			05 filler pic x(1) value space.
			05 pe-protect pic x(1).
		01 ws-answer pic x(8).
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

procedure division.
			move ac-size to entrySize
	end-read
	open output catport
	perform getProcessingDate
	move pdt-date to ws-envl-date
	move ws-envl-date to envl-hdr-date
	compute envl-hdr-count = entrySize + 1
	accept ws-envl-time-raw from time
				move "Y" to ws-cat-eof
			end-if
	end-read.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "catalogExport" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
