identification division.
program-id. radixSort.

*> distribution sort for the numeric array: most nightly arrays are
*> account or reference numbers inside a known range, and the
*> comparison sorts spend far more work on those than they need. this
*> one never compares two elements. each value becomes a key
*> measured from the array's own minimum (or, descending, down from
*> its maximum), and the keys are distributed into radixBase buckets
*> one base-10000 digit at a time, least significant first, every
*> pass a stable counting sort through a scratch copy. an array whose
*> values span fewer than radixBase apart is therefore a plain
*> counting sort in a single pass; the full signed ELEMPIC.cpy range
*> takes at most three. equal values keep their arrival order.
*>
*> sortDirection is an optional linkage parameter, same convention as
*> quickSort: "A" (or omitted) sorts ascending, "D" sorts descending.
*> chunkModeFlag "C" likewise orders the array and nothing else, for
*> a caller that owns the run's real outputs. otherwise the sorted
*> array is written to SORTOUT inside the standard HDR/TRL envelope
*> (see FILEENVL.cpy), the sorted-state certificate is left in
*> SORTCERT, the run's timing goes to PERFHIST (the comparison count
*> is always zero; the swap count is the element placements made)
*> and a line goes to RUNSUMM -- quickSort's conventions throughout.
environment division.
	input-output section.
	file-control.
		select sortout assign to "SORTOUT"
			organization line sequential
			file status is ws-sortout-status.
		select perfhist assign to "PERFHIST"
			organization line sequential
			file status is ws-perf-status.
		select sortcert assign to "SORTCERT"
			organization line sequential
			file status is ws-cert-status.
		select runsumm assign to "RUNSUMM"
			organization line sequential
			file status is ws-summ-status.

data division.
	file section.
	fd sortout.
	01 sortout-record pic x(80).

	fd perfhist.
	01 perfhist-record pic x(80).

	fd sortcert.
	01 sortcert-record pic x(80).

	fd runsumm.
	01 runsumm-record pic x(80).

	working-storage section.
		*> one bucket per base-10000 digit value; bucketCount holds a
		*> digit's tally, then (after the running total) the next slot
		*> in the scratch copy that digit's elements go to.
		78 radixBase value 10000.
		01 bucketTable.
			05 bucketCount pic 9(5) occurs 10000 times.
		01 bucketIndex pic 9(5).
		01 runningSlot pic 9(5).
		01 heldCount pic 9(5).

		*> the scratch copy each pass distributes into, declared
		*> directly: ARRAYREC.cpy's arrayMaxSize 78-level only
		*> declares once per program.
		01 ws-scratch.
			05 scratch-elements pic s9(9) comp-3 occurs 9999 times.

		01 minValue copy "ELEMPIC.cpy".
		01 maxValue copy "ELEMPIC.cpy".
		01 keyRange pic 9(10).
		01 keyValue pic 9(10).
		01 keyQuotient pic 9(10).
		01 digitQuotient pic 9(10).
		01 digitValue pic 9(5).
		01 passDivisor pic 9(13).
		01 passCount pic 9(1) value 0.
		01 placementCount pic 9(9) value 0.

		01 out pic -Z(8)9.
		01 iteration pic 9(5) value 1.
		01 ws-chunk-mode pic x(1) value "N".
			88 chunk-sort value "C".

		01 ws-sortout-status pic x(2).
		01 ws-sortout-line pic x(80).
		01 ws-perf-status pic x(2).
		01 ws-summ-status pic x(2).
		copy "RUNSMREC.cpy".
		01 ws-summ-date pic 9(8).
		01 ws-summ-time-raw pic 9(8).
		01 ws-cert-status pic x(2).
		01 sort-certificate.
			05 cert-stamp pic 9(14).
			05 filler pic x(1) value space.
			05 cert-program pic x(18).
			05 filler pic x(1) value space.
			05 cert-size pic 9(5).
			05 filler pic x(1) value space.
			05 cert-direction pic x(1).
		copy "PERFHREC.cpy".
		01 ws-perf-date pic 9(8).
		01 ws-time-work pic 9(8).
		01 ws-time-hh pic 9(2).
		01 ws-time-mm pic 9(2).
		01 ws-time-ss pic 9(2).
		01 ws-time-hs pic 9(2).
		01 ws-time-total pic 9(7).
		78 hundredthsPerDay value 8640000.
		01 startHundredths pic 9(7).
		01 elapsedHundredths pic s9(8).
		01 ws-time-now-raw pic 9(8).

		copy "SORTOPTS.cpy"
			replacing ==:SORT-OPTIONS-NAME:== by ==ws-sort-options==.
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".
		copy "FILEENVL.cpy".
		01 envelopeHashWork pic s9(12) comp-3.
		01 ws-envl-date pic 9(8).

	linkage section.
		01 arraySize pic 9(5).
		copy "ARRAYREC.cpy"
			replacing ==:ARRAY-RECORD-NAME:==  by ==ws-array==
			          ==:ARRAY-ELEMENT-NAME:== by ==ws-element==
			          ==:ARRAY-SIZE-NAME:==    by ==arraySize==.
		01 sortDirection pic x(1).
		01 chunkModeFlag pic x(1).
			88 chunk-work-mode value "C".

procedure division using arraySize, ws-array, optional sortDirection,
		optional chunkModeFlag.
	first-para.
	if address of chunkModeFlag not = null then
		move chunkModeFlag to ws-chunk-mode
	else
		move "N" to ws-chunk-mode.
	accept ws-time-work from time
	perform convertToHundredths
	move ws-time-total to startHundredths
	move 0 to placementCount
	move 0 to passCount
	if address of sortDirection not = null then
		move sortDirection to ws-sort-direction
	else
		move "A" to ws-sort-direction.

	perform cleanArray

	if not chunk-sort then
		move 1 to iteration
		perform displayArray until iteration > arraySize.

	perform findValueRange
	move 1 to passDivisor
	if arraySize > 1 and keyRange > 0 then
		perform distributionPass until passDivisor > keyRange.

	if chunk-sort then
		move rc-success to return-code
		goback.

	move 1 to iteration
	perform displayArray until iteration > arraySize

	move 1 to iteration
	perform writeSortOutFile

	display "radixSort: " passCount " distribution pass(es), "
		placementCount " placements, range " keyRange

	perform writePerfHistory

	if sort-descending then
		move "sorted descending" to su-action
	else
		move "sorted ascending" to su-action
	end-if
	move arraySize to su-count
	move 0 to su-rc
	perform writeRunSummaryLine

	move rc-success to return-code
	goback.

	*> the keys run from zero to the array's own spread, so a tight
	*> range of big reference numbers still sorts in one pass.
	findValueRange.
	move ws-element(1) to minValue
	move ws-element(1) to maxValue
	move 2 to iteration
	perform noteOneValue until iteration > arraySize
	compute keyRange = maxValue - minValue.

	noteOneValue.
	if ws-element(iteration) < minValue then
		move ws-element(iteration) to minValue.
	if ws-element(iteration) > maxValue then
		move ws-element(iteration) to maxValue.
	add 1 to iteration.

	*> one stable counting sort on the digit passDivisor selects:
	*> tally the digits, turn the tallies into starting slots, deal
	*> every element (in its current order) into its digit's next slot
	*> of the scratch copy, and take the scratch copy back.
	distributionPass.
	move 1 to bucketIndex
	perform clearOneBucket until bucketIndex > radixBase
	move 1 to iteration
	perform tallyOneElement until iteration > arraySize
	move 1 to runningSlot
	move 1 to bucketIndex
	perform startOneBucket until bucketIndex > radixBase
	move 1 to iteration
	perform placeOneElement until iteration > arraySize
	move 1 to iteration
	perform takeOneElementBack until iteration > arraySize
	add 1 to passCount
	multiply radixBase by passDivisor.

	clearOneBucket.
	move 0 to bucketCount(bucketIndex)
	add 1 to bucketIndex.

	tallyOneElement.
	perform takeElementDigit
	add 1 to bucketCount(digitValue + 1)
	add 1 to iteration.

	startOneBucket.
	move bucketCount(bucketIndex) to heldCount
	move runningSlot to bucketCount(bucketIndex)
	add heldCount to runningSlot
	add 1 to bucketIndex.

	placeOneElement.
	perform takeElementDigit
	move ws-element(iteration) to
		scratch-elements(bucketCount(digitValue + 1))
	add 1 to bucketCount(digitValue + 1)
	add 1 to placementCount
	add 1 to iteration.

	takeOneElementBack.
	move scratch-elements(iteration) to ws-element(iteration)
	add 1 to iteration.

	*> descending order is ascending order of the distance down from
	*> the maximum, so both directions stay a single stable pass.
	takeElementDigit.
	if sort-descending then
		compute keyValue = maxValue - ws-element(iteration)
	else
		compute keyValue = ws-element(iteration) - minValue
	end-if
	divide keyValue by passDivisor giving keyQuotient
	divide keyQuotient by radixBase giving digitQuotient
		remainder digitValue.

	displayArray.
	move ws-element(iteration) to out
	if iteration = 1 then
		display "Printing out array".
	if iteration = arraySize then
		display out
	else
		display out" " with no advancing
	end-if.
	add 1 to iteration.

	*> one line into the shared run summary (see RUNSMREC.cpy);
	*> su-action, su-count, and su-rc are set by the caller.
	writeRunSummaryLine.
	perform getProcessingDate
	move pdt-date to ws-summ-date
	accept ws-summ-time-raw from time
	move ws-summ-date to su-date
	compute su-time = ws-summ-time-raw / 100
	move "radixSort" to su-program
	open extend runsumm
	if ws-summ-status not = "00" then
		open output runsumm.
	write runsumm-record from run-summary-detail
	close runsumm.

	*> writes the final sorted array to SORTOUT, one element per line.
	writeSortOutFile.
	open output sortout
	perform writeEnvelopeHeader
	move 0 to envelopeHashWork
	perform writeSortOutRecord until iteration > arraySize
	perform writeEnvelopeTrailer
	close sortout.

	*> the run identifier stamps this output's lineage; the source
	*> field stays blank, since the sort's input was the in-memory
	*> array, not a file generation.
	writeEnvelopeHeader.
	perform getProcessingDate
	move pdt-date to ws-envl-date
	move ws-envl-date to envl-hdr-date
	move arraySize to envl-hdr-count
	accept ws-time-now-raw from time
	move spaces to envl-hdr-run-id
	string "RX" ws-time-now-raw(1:6)
		delimited by size into envl-hdr-run-id
	move spaces to envl-hdr-source-id
	write sortout-record from envelope-header-record.

	writeEnvelopeTrailer.
	move arraySize to envl-trl-count
	move envelopeHashWork to envl-trl-hash
	write sortout-record from envelope-trailer-record.

	writeSortOutRecord.
	move ws-element(iteration) to out
	add ws-element(iteration) to envelopeHashWork
	move spaces to ws-sortout-line
	string out delimited by size into ws-sortout-line
	write sortout-record from ws-sortout-line
	add 1 to iteration.

	writeSortCertificate.
	compute cert-stamp =
		ws-perf-date * 1000000 + ws-time-work / 100
	move "radixSort" to cert-program
	move arraySize to cert-size
	move ws-sort-direction to cert-direction
	open output sortcert
	write sortcert-record from sort-certificate
	close sortcert.

	*> appends this run's measurements to the performance history;
	*> a missing PERFHIST on the first run ever is created fresh.
	writePerfHistory.
	accept ws-time-work from time
	perform convertToHundredths
	compute elapsedHundredths = ws-time-total - startHundredths
	if elapsedHundredths < 0 then
		add hundredthsPerDay to elapsedHundredths.
	perform getProcessingDate
	move pdt-date to ws-perf-date
	move ws-perf-date to ph-date
	compute ph-time = ws-time-work / 100
	move "radixSort" to ph-program
	move arraySize to ph-size
	move elapsedHundredths to ph-elapsed
	move 0 to ph-comparisons
	move placementCount to ph-swaps
	open extend perfhist
	if ws-perf-status not = "00" then
		open output perfhist.
	write perfhist-record from perf-history-detail
	close perfhist
	perform writeSortCertificate.

	copy "TIMEHUN.cpy"
		replacing ==:TIME-CONVERT-PARA:== by ==convertToHundredths==.

	copy "CLEANARR.cpy"
		replacing ==:CLEAN-PARA-NAME:== by ==cleanArray==
		          ==:CLEAN-SIZE-NAME:== by ==arraySize==.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "radixSort" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
