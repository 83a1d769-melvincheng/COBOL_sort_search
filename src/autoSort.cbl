identification division.
program-id. autoSort.

*> picks the sort for the array in hand instead of leaving it to
*> whoever typed the command: measures the array first -- its size,
*> how much of it is already in the wanted order (adjacent pairs
*> already in order, as a percentage), and how dense its duplicate
*> values are (the larger of the adjacent equal pairs and the
*> duplicates its value range forces, as a percentage of the size)
*> -- then reads PERFHIST (see PERFHREC.cpy) for what each
*> instrumented candidate has actually cost near this size, windowFit's
*> interpolation between the nearest smaller and larger runs, and
*> chooses, in this order:
*>   SMALL     autoSmallSize elements or fewer: shellSort, or a
*>             stable/descending-capable bubbleSort
*>   NEARSORT  autoNearPercent or more already in ascending order:
*>             shakerSort, which stops after a pass or two
*>   HISTORY   two or more eligible candidates with PERFHIST history:
*>             the one with the lowest estimated elapsed time
*>   RANGE     values spanning less than radixSort's bucket count, or
*>             autoDupPercent duplicates or more: radixSort, one pass
*>   STABLE    stability asked for and nothing above decided: mergeSort
*>             (radixSort when descending)
*>   DEFAULT   quickSort
*> and dispatches to it. stabilityFlag "S" restricts the choice to
*> the sorts that keep equal values in arrival order (bubbleSort,
*> mergeSort, shakerSort, radixSort); sortDirection "D" restricts it
*> to the sorts that take a direction (bubbleSort, quickSort,
*> radixSort). the choice and its reason go to RUNSUMM and, as a
*> sealed line in MAIN's fixed layout (see CHAINREC.cpy), to
*> AUDITLOG, so the decision can be reviewed afterwards. all linkage
*> past the array is optional.
*> RETURN-CODE: the dispatched sort's own return code.
environment division.
	input-output section.
	file-control.
		select perfhist assign to "PERFHIST"
			organization line sequential
			file status is ws-perf-status.
		select runsumm assign to "RUNSUMM"
			organization line sequential
			file status is ws-summ-status.
		select auditlog assign to "AUDITLOG"
			organization line sequential
			file status is ws-audit-status.

data division.
	file section.
	fd perfhist.
	01 perfhist-record pic x(80).

	fd runsumm.
	01 runsumm-record pic x(80).

	fd auditlog.
	01 auditlog-record pic x(80).

	working-storage section.
		01 ws-perf-status pic x(2).
		01 ws-perf-eof pic x(1).
			88 history-done value "Y".
		01 ws-summ-status pic x(2).
		01 ws-audit-status pic x(2).
		copy "PERFHREC.cpy".
		copy "RUNSMREC.cpy".
		copy "CHAINREC.cpy".
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".
		copy "SORTOPTS.cpy"
			replacing ==:SORT-OPTIONS-NAME:== by ==ws-sort-options==.

		78 autoSmallSize value 20.
		78 autoNearPercent value 90.
		78 autoDupPercent value 50.
		78 autoRadixBase value 10000.

		01 ws-stability pic x(1) value space.
			88 stability-required value "S".
		01 operatorInitials pic x(3) value spaces.

		*> the array's measurements.
		01 iteration pic 9(5).
		01 inOrderPairs pic 9(5) value 0.
		01 equalPairs pic 9(5) value 0.
		01 inOrderPercent pic 9(3) value 0.
		01 duplicateCount pic 9(5) value 0.
		01 duplicatePercent pic 9(3) value 0.
		01 minValue copy "ELEMPIC.cpy".
		01 maxValue copy "ELEMPIC.cpy".
		01 valueRange pic 9(10) value 0.

		*> the instrumented candidates and their PERFHIST anchors:
		*> the nearest run at or below the size and the nearest above.
		01 candidateTable.
			05 filler pic x(19) value "bubbleSort        Y".
			05 filler pic x(19) value "quickSort         N".
			05 filler pic x(19) value "radixSort         Y".
		01 candidateList redefines candidateTable.
			05 candidateEntry occurs 3 times.
				10 cn-program pic x(18).
				10 cn-stable pic x(1).
		78 candidateCount value 3.
		01 candidateHistory.
			05 historyEntry occurs 3 times.
				10 cn-runs pic 9(5).
				10 cn-below-size pic 9(5).
				10 cn-below-elapsed pic 9(7).
				10 cn-above-size pic 9(5).
				10 cn-above-elapsed pic 9(7).
				10 cn-estimate pic 9(9).
		01 candidateIndex pic 9(1).
		01 eligibleWithHistory pic 9(1) value 0.
		01 bestEstimate pic 9(9).

		01 chosenName pic x(18) value spaces.
		01 chosenReason pic x(8) value spaces.
		01 dispatchRc pic s9(4) value 0.
		01 out-estimate pic zzzzzz9.
		01 ws-display-line pic x(80).

		01 ws-summ-date pic 9(8).
		01 ws-summ-time-raw pic 9(8).
		01 ws-audit-date.
			05 ws-audit-yy pic 9(2).
			05 ws-audit-mm pic 9(2).
			05 ws-audit-dd pic 9(2).
		01 ws-audit-time.
			05 ws-audit-hh pic 9(2).
			05 ws-audit-mn pic 9(2).
			05 ws-audit-ss pic 9(2).
			05 filler pic 9(2).
		*> MAIN's fixed audit-line layout, column for column, so the
		*> audit reporting and the check chain read this line as any
		*> other: the command column carries the choice and reason.
		01 ws-audit-detail.
			05 wsa-mm pic 9(2).
			05 filler pic x(1) value "/".
			05 wsa-dd pic 9(2).
			05 filler pic x(1) value "/".
			05 wsa-yy pic 9(2).
			05 filler pic x(1) value space.
			05 wsa-hh pic 9(2).
			05 filler pic x(1) value ":".
			05 wsa-mn pic 9(2).
			05 filler pic x(1) value ":".
			05 wsa-ss pic 9(2).
			05 filler pic x(1) value space.
			05 wsa-size pic 9(5).
			05 filler pic x(1) value space.
			05 wsa-outcome pic x(7).
			05 filler pic x(1) value space.
			05 wsa-command pic x(30).
			05 filler pic x(1) value space.
			05 wsa-operator pic x(3).

	linkage section.
		01 arraySize pic 9(5).
		copy "ARRAYREC.cpy"
			replacing ==:ARRAY-RECORD-NAME:==  by ==ws-array==
			          ==:ARRAY-ELEMENT-NAME:== by ==ws-element==
			          ==:ARRAY-SIZE-NAME:==    by ==arraySize==.
		01 sortDirection pic x(1).
		01 stabilityFlag pic x(1).
		01 operatorId pic x(3).

procedure division using arraySize, ws-array, optional sortDirection,
		optional stabilityFlag, optional operatorId.
	main.
	if address of sortDirection not = null then
		move sortDirection to ws-sort-direction
	else
		move "A" to ws-sort-direction.
	*> an omitted argument means its default on every CALL, never
	*> what an earlier CALL in the same run passed.
	move space to ws-stability
	move spaces to operatorInitials
	if address of stabilityFlag not = null then
		move stabilityFlag to ws-stability.
	if address of operatorId not = null then
		move operatorId to operatorInitials.
	if arraySize < 1 or arraySize > arrayMaxSize then
		display "autoSort: arraySize " arraySize " is out of bounds, nothing to sort"
		move rc-invalid-input to return-code
		goback.
	perform measureArray
	perform scanPerfHistory
	perform chooseSort
	display "autoSort: " arraySize " element(s), " inOrderPercent "% in order, "
		duplicatePercent "% duplicates, range " valueRange
	move spaces to ws-display-line
	string "autoSort: chose " delimited by size
		chosenName delimited by space
		" (" delimited by size
		chosenReason delimited by space
		")" delimited by size
		into ws-display-line
	display ws-display-line
	perform dispatchChosenSort
	perform writeRunSummaryLine
	perform writeAuditLine
	move dispatchRc to return-code
	goback.

	*> one pass over adjacent pairs: in-order and equal pairs, and
	*> the value range. the range forces at least size - (range + 1)
	*> duplicates however the values fall.
	measureArray.
	move 0 to inOrderPairs
	move 0 to equalPairs
	move ws-element(1) to minValue
	move ws-element(1) to maxValue
	move 2 to iteration
	perform measureOnePair until iteration > arraySize
	compute valueRange = maxValue - minValue
	if arraySize > 1 then
		compute inOrderPercent = inOrderPairs * 100 / (arraySize - 1)
	else
		move 100 to inOrderPercent
	end-if
	move equalPairs to duplicateCount
	if valueRange + 1 < arraySize then
		if arraySize - valueRange - 1 > duplicateCount then
			compute duplicateCount = arraySize - valueRange - 1
		end-if
	end-if
	compute duplicatePercent = duplicateCount * 100 / arraySize.

	measureOnePair.
	if ws-element(iteration) = ws-element(iteration - 1) then
		add 1 to equalPairs
		add 1 to inOrderPairs
	else
		if sort-descending then
			if ws-element(iteration) < ws-element(iteration - 1) then
				add 1 to inOrderPairs
			end-if
		else
			if ws-element(iteration) > ws-element(iteration - 1) then
				add 1 to inOrderPairs
			end-if
		end-if
	end-if
	if ws-element(iteration) < minValue then
		move ws-element(iteration) to minValue.
	if ws-element(iteration) > maxValue then
		move ws-element(iteration) to maxValue.
	add 1 to iteration.

	scanPerfHistory.
	initialize candidateHistory
	move 0 to eligibleWithHistory
	open input perfhist
	if ws-perf-status = "00" then
		move "N" to ws-perf-eof
		perform examineOneHistoryRun until history-done
		close perfhist
	end-if
	move 1 to candidateIndex
	perform estimateOneCandidate until candidateIndex > candidateCount.

	examineOneHistoryRun.
	read perfhist
		at end move "Y" to ws-perf-eof
		not at end
			move perfhist-record to perf-history-detail
			move 1 to candidateIndex
			perform noteOneCandidateRun until candidateIndex > candidateCount
	end-read.

	*> windowFit's anchors: later runs of the same size win, so the
	*> estimate follows current hardware and current data.
	noteOneCandidateRun.
	if ph-program = cn-program(candidateIndex) then
		add 1 to cn-runs(candidateIndex)
		if ph-size <= arraySize then
			if ph-size >= cn-below-size(candidateIndex) then
				move ph-size to cn-below-size(candidateIndex)
				move ph-elapsed to cn-below-elapsed(candidateIndex)
			end-if
		else
			if cn-above-size(candidateIndex) = 0
			or ph-size <= cn-above-size(candidateIndex) then
				move ph-size to cn-above-size(candidateIndex)
				move ph-elapsed to cn-above-elapsed(candidateIndex)
			end-if
		end-if
	end-if
	add 1 to candidateIndex.

	estimateOneCandidate.
	evaluate true
		when cn-runs(candidateIndex) = 0
			continue
		when cn-below-size(candidateIndex) > 0
		and cn-above-size(candidateIndex) > cn-below-size(candidateIndex)
			compute cn-estimate(candidateIndex) =
				cn-below-elapsed(candidateIndex)
				+ (cn-above-elapsed(candidateIndex)
				- cn-below-elapsed(candidateIndex))
				* (arraySize - cn-below-size(candidateIndex))
				/ (cn-above-size(candidateIndex)
				- cn-below-size(candidateIndex))
		when cn-below-size(candidateIndex) > 0
			compute cn-estimate(candidateIndex) =
				cn-below-elapsed(candidateIndex) * arraySize
				/ cn-below-size(candidateIndex)
		when other
			compute cn-estimate(candidateIndex) =
				cn-above-elapsed(candidateIndex) * arraySize
				/ cn-above-size(candidateIndex)
	end-evaluate
	if cn-runs(candidateIndex) > 0
	and (not stability-required or cn-stable(candidateIndex) = "Y") then
		add 1 to eligibleWithHistory.
	add 1 to candidateIndex.

	*> the rules in the order the header lists them; the first that
	*> applies decides.
	chooseSort.
	evaluate true
		when arraySize <= autoSmallSize
			move "SMALL" to chosenReason
			if stability-required or sort-descending then
				move "bubbleSort" to chosenName
			else
				move "shellSort" to chosenName
			end-if
		when inOrderPercent >= autoNearPercent and not sort-descending
			move "NEARSORT" to chosenReason
			move "shakerSort" to chosenName
		when eligibleWithHistory > 1
			move "HISTORY" to chosenReason
			move 999999999 to bestEstimate
			move 1 to candidateIndex
			perform pickCheapestCandidate until candidateIndex > candidateCount
			move bestEstimate to out-estimate
			move spaces to ws-display-line
			string "autoSort: " delimited by size
				chosenName delimited by space
				" estimated at " out-estimate
				" hundredth(s) from PERFHIST" delimited by size
				into ws-display-line
			display ws-display-line
		when valueRange < autoRadixBase or duplicatePercent >= autoDupPercent
			move "RANGE" to chosenReason
			move "radixSort" to chosenName
		when stability-required
			move "STABLE" to chosenReason
			if sort-descending then
				move "radixSort" to chosenName
			else
				move "mergeSort" to chosenName
			end-if
		when other
			move "DEFAULT" to chosenReason
			move "quickSort" to chosenName
	end-evaluate.

	pickCheapestCandidate.
	if cn-runs(candidateIndex) > 0
	and (not stability-required or cn-stable(candidateIndex) = "Y")
	and cn-estimate(candidateIndex) < bestEstimate then
		move cn-estimate(candidateIndex) to bestEstimate
		move cn-program(candidateIndex) to chosenName.
	add 1 to candidateIndex.

	*> explicit OMITTED through the trailing optionals, MAIN's
	*> dispatch convention: a chunk flag left by an earlier caller
	*> must not leak into this call.
	dispatchChosenSort.
	evaluate chosenName
		when "bubbleSort"
			call 'bubbleSort' using arraySize, ws-array, ws-sort-direction
		when "quickSort"
			call 'quickSort' using arraySize, ws-array, ws-sort-direction,
				omitted
		when "radixSort"
			call 'radixSort' using arraySize, ws-array, ws-sort-direction,
				omitted
		when "mergeSort"
			call 'mergeSort' using arraySize, ws-array
		when "shakerSort"
			call 'shakerSort' using arraySize, ws-array
		when "shellSort"
			call 'shellSort' using arraySize, ws-array
	end-evaluate
	move return-code to dispatchRc.

	writeRunSummaryLine.
	perform getProcessingDate
	move pdt-date to ws-summ-date
	accept ws-summ-time-raw from time
	move ws-summ-date to su-date
	compute su-time = ws-summ-time-raw / 100
	move "autoSort" to su-program
	move spaces to su-action
	string "chose " delimited by size
		chosenName delimited by space
		" " chosenReason delimited by size
		into su-action
	move arraySize to su-count
	move dispatchRc to su-rc
	open extend runsumm
	if ws-summ-status not = "00" then
		open output runsumm.
	write runsumm-record from run-summary-detail
	close runsumm.

	writeAuditLine.
	perform getProcessingDate
	move pdt-date(3:6) to ws-audit-date
	accept ws-audit-time from time
	move "TAIL" to cr-action
	move "AUDITLOG" to cr-log
	call 'chainLink' using chain-request
		on exception move 0 to cr-value
	end-call
	open extend auditlog
	if ws-audit-status not = "00" then
		open output auditlog.
	move ws-audit-mm to wsa-mm
	move ws-audit-dd to wsa-dd
	move ws-audit-yy to wsa-yy
	move ws-audit-hh to wsa-hh
	move ws-audit-mn to wsa-mn
	move ws-audit-ss to wsa-ss
	move arraySize to wsa-size
	if dispatchRc = rc-success then
		move "SUCCESS" to wsa-outcome
	else
		move "FAILURE" to wsa-outcome
	end-if
	move spaces to wsa-command
	string "autoSort>" chosenName delimited by space
		" " chosenReason delimited by size
		into wsa-command
	move operatorInitials to wsa-operator
	move ws-audit-detail to cr-line
	move "SEAL" to cr-action
	call 'chainLink' using chain-request
		on exception continue
	end-call
	write auditlog-record from cr-line
	close auditlog.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "autoSort" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
