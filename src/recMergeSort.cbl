*> input size keeps going -- the same shape externalMergeSort settled
*> on.
*>
*> an RSRTCTL control card names the fields that order the file, up
*> to three, most significant first, each ascending or descending
*> (see SORTSPEC.cpy for the columns):
*>   KEY      the account/reference number (the default)
*>   BRANCH   the branch code
*>   BALANCE  the balance amount
*> e.g. "BRANCH   A BALANCE  D" lists by branch, then by balance high
*> to low within each branch. the specification the file was ordered
*> by is stamped on the SORTOUTR header.
*>
*> SORTINR's HDR/TRL envelope (see FILEENVL.cpy; the hash total is
*> over the key values) is verified when present, a bare legacy file
		05 pf-balance pic s9(7)v99 comp-3.

	fd rsrtctl.
	01 rsrtctl-record pic x(80).

	fd checkpointfile.
	01 checkpoint-record.
		05 ck-sortin-hash pic s9(12) comp-3.
		05 ck-sortin-envelope pic x(1).
		05 ck-sortin-expected pic 9(6).
		05 ck-sort-spec pic x(28).
		05 ck-source-run-id pic x(8).
		05 ck-complete pic x(1).

		01 ws-merge-target pic x(1) value "S".
			88 merge-to-sortout value "S".

		*> which fields order the file, from the RSRTCTL card.
		copy "SORTSPEC.cpy".

		01 ws-sortin-eof pic x(1) value "N".
			88 sortin-eof value "Y".
		01 writeIndex pic 9(3).

		*> in-memory chunk sort state: straight insertion sort on the
		*> sort specification -- the chunk tops out at recArrayMaxSize,
		*> so the n-squared cost stays affordable and the specification
		*> stays in one comparison paragraph (SPECCMP.cpy).
		01 ws-ins-elem.
			05 ins-key copy "ELEMPIC.cpy".
			05 ins-branch pic x(4).
			88 slot-found value "Y".

		*> one primed element per run for the four-way merge, plus the
		*> comparison scratch the specification's compare works on.
		01 runElement1.
			05 rv1-key pic s9(9) comp-3.
			05 rv1-branch pic x(4).
		copy "RUNSMREC.cpy".
		01 ws-summ-date pic 9(8).
		01 ws-summ-time-raw pic 9(8).
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

procedure division.

	*> a missing card just means the default KEY ordering.
	readControlCard.
	perform defaultSortSpec
	open input rsrtctl
	if ws-ctl-status = "00" then
		read rsrtctl
			at end continue
			not at end
				move rsrtctl-record to sort-spec-card
				perform parseSortSpec
		end-read
		close rsrtctl
	end-if
	display "recMergeSort: ordering by " specText.

	*> appends one fixed-layout alert record (see ALERTREC.cpy) for
	*> the console automation; oa-severity, oa-reason, and oa-text are
	*> set by the caller before the perform.
	writeOperatorAlert.
	perform getProcessingDate
	move pdt-date to ws-alert-date
	accept ws-alert-time-raw from time
	move ws-alert-date to oa-date
	compute oa-time = ws-alert-time-raw / 100
	*> one line into the shared run summary (see RUNSMREC.cpy);
	*> su-action, su-count, and su-rc are set by the caller.
	writeRunSummaryLine.
	perform getProcessingDate
	move pdt-date to ws-summ-date
	accept ws-summ-time-raw from time
	move ws-summ-date to su-date
	compute su-time = ws-summ-time-raw / 100
	move ck-sortin-envelope to ws-sortin-envelope
	move ck-sortin-expected to sortinExpected
	move ck-source-run-id to sortinRunId
	*> the specification that ordered the distributed runs wins over
	*> whatever card this rerun carries: merging runs ordered one way
	*> by another specification's comparison would interleave them
	*> wrongly.
	if ck-sort-spec not = sort-spec then
		move ck-sort-spec to sort-spec
		perform buildSpecText
		display "recMergeSort: resuming with the checkpointed sort specification " specText ", overriding the control card"
	end-if.

	restoreRunLength.
	move sortinHashWork to ck-sortin-hash
	move ws-sortin-envelope to ck-sortin-envelope
	move sortinExpected to ck-sortin-expected
	move sort-spec to ck-sort-spec
	move sortinRunId to ck-source-run-id
	move "C" to ck-complete
	open output checkpointfile
		move "Y" to ws-abort-flag
	end-if.

	*> straight insertion sort of the in-memory chunk on the sort
	*> specification, payload travelling with every move.
	sortChunk.
	move 2 to insSortOuter
	perform sortChunkPass until insSortOuter > chunkSize.
	shiftChunkSlot.
	move ws-ins-elem to ws-cmp-a
	move ws-element(insSortInner - 1) to ws-cmp-b
	perform compareBySpec
	if a-before-b then
		move ws-element(insSortInner - 1) to ws-element(insSortInner)
		subtract 1 from insSortInner
		move "Y" to ws-slot-found
	end-if.

	writeRun.
	evaluate runCount
		when 1 perform writeRun1

	*> one pass, up to four-way: primes one element from each run that
	*> was actually written, then repeatedly takes the least of the
	*> current elements on the sort specification and advances that
	*> run.
	mergeRuns.
	if runCount >= 1 then
		perform primeRun1

	if merge-to-sortout then
		open output sortoutr
		perform getProcessingDate
		move pdt-date to ws-envl-date
		move ws-envl-date to envl-hdr-date
		move sortinRecordCount to envl-hdr-count
		accept ws-envl-time-raw from time
		string "RM" ws-envl-time-raw(1:6)
			delimited by size into envl-hdr-run-id
		move sortinRunId to envl-hdr-source-id
		move specText to envl-hdr-sort-spec
		write sortoutr-record from envelope-header-record
	else
		open output passfile
	else
		move runElement2 to ws-cmp-a
		move minElement to ws-cmp-b
		perform compareBySpec
		if a-before-b then
			move runElement2 to minElement
			move 2 to minRun
	else
		move runElement3 to ws-cmp-a
		move minElement to ws-cmp-b
		perform compareBySpec
		if a-before-b then
			move runElement3 to minElement
			move 3 to minRun
	else
		move runElement4 to ws-cmp-a
		move minElement to ws-cmp-b
		perform compareBySpec
		if a-before-b then
			move runElement4 to minElement
			move 4 to minRun
		move minElement to passfile-record
		write passfile-record
	end-if.

	copy "SPECCMP.cpy".

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "recMergeSort" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
