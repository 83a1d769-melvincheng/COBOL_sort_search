*> combined record count is balanced against the fan-out counts on
*> bandSplit's BANDCNTL control file, so the reassembly provably
*> dropped nothing. bands must be mounted consecutively from
*> BANDIN1; the first missing DD ends the set. in the coordinated
*> stream the step runs COND= on bandStream's RELEASE, so it only
*> starts once every band has finished cleanly.
*>
*> RETURN-CODE: rc-success when the merge balanced, rc-not-found for
*> no bands at all, rc-invalid-input for a failed envelope, a
		01 unstringTail pic x(80).
		01 unstringNumber pic x(20).
		01 out-count pic zzzzzz9.
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

procedure division.
	*> before the header goes out.
	perform preCountBands
	open output sortout
	perform getProcessingDate
	move pdt-date to ws-envl-date
	move ws-envl-date to envl-hdr-date
	move preCountTotal to envl-hdr-count
	accept ws-envl-time-raw from time
				end-if
			end-if
	end-read.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "bandMerge" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
