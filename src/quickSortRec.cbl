*> carry over the checkpoint/restart or insertion-sort-fallback
*> refinements, the same scope quickSortAlpha settled on -- those were
*> sized for very large single-value batches and can be added here the
*> same way if a record-array job ever needs them.
*>
*> sortDirection is an optional linkage parameter, same convention as
*> quickSort's: "A" (or omitted) sorts ascending, "D" descending.
*>
*> an RSRTCTL sort-specification card, when the step carries one,
*> orders the array by up to three fields (key, branch, balance),
*> each in its own direction -- recMergeSort's card, see SORTSPEC.cpy;
*> sortDirection then only supplies the direction of a field whose
*> direction column is blank. with no card the order is rec-key in
*> sortDirection's direction, as it always was.
*>
*> the final sorted record array is also written to a SORTOUTR
*> sequential file in the same column layout ARRAYINR carries, inside
*> the standard HDR/TRL envelope (see FILEENVL.cpy; the hash total is
*> over the key values) with the sort specification stamped on the
*> header.
environment division.
	input-output section.
	file-control.
		select sortout assign to "SORTOUTR"
			organization line sequential
			file status is ws-sortout-status.
		select rsrtctl assign to "RSRTCTL"
			organization line sequential
			file status is ws-ctl-status.

data division.
	file section.
	fd sortout.
	01 sortout-record pic x(80).

	fd rsrtctl.
	01 rsrtctl-record pic x(80).

	working-storage section.
		*> sized the same way quickSort's partition stack is: to the
		*> documented worst-case depth, not to the current arraySize.

		01 iteration pic 9(3) value 1.

		*> the partition scans' stop switch and the comparison
		*> operands SPECCMP.cpy works on.
		01 ws-scan-done pic x(1).
			88 scan-done value "Y".
		01 ws-cmp-a.
			05 cmpa-key copy "ELEMPIC.cpy".
			05 cmpa-branch pic x(4).
			05 cmpa-balance pic s9(7)v99 comp-3.
		01 ws-cmp-b.
			05 cmpb-key copy "ELEMPIC.cpy".
			05 cmpb-branch pic x(4).
			05 cmpb-balance pic s9(7)v99 comp-3.
		01 ws-a-before-b pic x(1).
			88 a-before-b value "Y".
		01 ws-ctl-status pic x(2).
		copy "SORTSPEC.cpy".

		01 out-key copy "ELEMEDIT.cpy".
		01 out-balance pic -Z(6)9.99.
		01 ws-sortout-status pic x(2).
		01 ws-sortout-line pic x(80).
		copy "FILEENVL.cpy".
		01 envelopeHashWork pic s9(12) comp-3.
		01 ws-envl-date pic 9(8).
		01 ws-envl-time-raw pic 9(8).
		copy "SORTOPTS.cpy"
			replacing ==:SORT-OPTIONS-NAME:== by ==ws-sort-options==.
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

	linkage section.
	first-para.
	if address of sortDirection not = null then
		move sortDirection to ws-sort-direction.
	move ws-sort-direction to specDefaultDirection
	perform readSortSpec

	perform beginQuickSort


	goback.

	*> a missing card just means rec-key in the caller's direction.
	readSortSpec.
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
	display "quickSortRec: ordering by " specText.

	*> start of quicksort, same stack initialization quickSort uses.
	beginQuickSort.
		move 1 to i
			subtract 1 from i
		end-if.

	*> moves whichever of the first/middle/last elements is the
	*> median under the sort specification into ws-element(leftSide),
	*> payload and all.
	selectPivot.
		compute midIndex = (leftSide + rightSide) / 2
		move ws-element(midIndex) to ws-cmp-a
		move ws-element(leftSide) to ws-cmp-b
		perform compareBySpec
		if a-before-b then
			perform swapLeftMid.
		move ws-element(rightSide) to ws-cmp-a
		move ws-element(leftSide) to ws-cmp-b
		perform compareBySpec
		if a-before-b then
			perform swapLeftRight.
		move ws-element(rightSide) to ws-cmp-a
		move ws-element(midIndex) to ws-cmp-b
		perform compareBySpec
		if a-before-b then
			perform swapMidRight.

	swapLeftMid.
		move ws-temp-elem to ws-element(rightSide).

	switch.
		*> moves the index to the next element that orders before the pivot or the left index
		perform checkRightSide
		perform rightDec until scan-done
		*> if the left index is smaller than the right index, then copy the right element to the left
		*> then move the left index right one
		if leftSide < rightSide then
			move ws-element(rightSide) to ws-element(leftSide)
			add 1 to leftSide.
		*> moves the left index to either the next element that orders after the pivot or the right index
		perform checkLeftSide
		perform leftInc until scan-done
		*> if the left index is smaller than the right index, then copy the left element to the right
		*> then move the right index left
		if leftSide < rightSide then
			subtract 1 from rightSide.

	rightDec.
		subtract 1 from rightSide
		perform checkRightSide.

	checkRightSide.
		move "N" to ws-scan-done
		if leftSide >= rightSide then
			move "Y" to ws-scan-done
		else
			move ws-element(rightSide) to ws-cmp-a
			move ws-pivot-elem to ws-cmp-b
			perform compareBySpec
			if a-before-b then
				move "Y" to ws-scan-done
			end-if
		end-if.

	leftInc.
		add 1 to leftSide
		perform checkLeftSide.

	checkLeftSide.
		move "N" to ws-scan-done
		if leftSide >= rightSide then
			move "Y" to ws-scan-done
		else
			move ws-pivot-elem to ws-cmp-a
			move ws-element(leftSide) to ws-cmp-b
			perform compareBySpec
			if a-before-b then
				move "Y" to ws-scan-done
			end-if
		end-if.

	*> writes the final sorted record array to SORTOUTR in the same
	*> column layout createArrayRec reads from ARRAYINR.
	writeSortOutFile.
	open output sortout
	perform getProcessingDate
	move pdt-date to ws-envl-date
	move ws-envl-date to envl-hdr-date
	move arraySize to envl-hdr-count
	accept ws-envl-time-raw from time
	move spaces to envl-hdr-run-id
	string "QR" ws-envl-time-raw(1:6)
		delimited by size into envl-hdr-run-id
	move spaces to envl-hdr-source-id
	move specText to envl-hdr-sort-spec
	write sortout-record from envelope-header-record
	move 0 to envelopeHashWork
	perform writeSortOutRecord until iteration > arraySize
	move arraySize to envl-trl-count
	move envelopeHashWork to envl-trl-hash
	write sortout-record from envelope-trailer-record
	close sortout.

	writeSortOutRecord.
	add rec-key(iteration) to envelopeHashWork
	move rec-key(iteration) to out-key
	move rec-balance(iteration) to out-balance
	move spaces to ws-sortout-line
		delimited by size into ws-sortout-line
	write sortout-record from ws-sortout-line
	add 1 to iteration.

	copy "SPECCMP.cpy".

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "quickSortRec" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
