identification division.
program-id. sequenceGap.

*> gap report for serial-number lists -- cheque numbers, voucher
*> numbers, batch ticket numbers -- where the question is "which
*> numbers in the run are missing, and which appear twice":
*> dateCoverage's question asked of plain numeric sequences. walks the
*> numbers in order over the expected range and lists, to SEQGRPT and
*> the console,
*>   - every missing number or missing run, as "from-to, count"
*>   - every duplicated number, with how many times it appears
*>   - every number outside the expected range, when a card sets one
*> then summarises the expected, present, missing, and duplicated
*> counts.
*>
*> the expected range is the SEQCARD card's when one is allocated
*> (from-number in columns 1-9, to-number in 11-19), so a run missing
*> its first or last cheques is caught; without a card it is the
*> lowest to the highest number present.
*>
*> what is walked: the working array when one is passed (MAIN's
*> sequenceGap command), through a sorted working copy (quickSort, the
*> distributionReport convention) so the caller's array is untouched;
*> otherwise the SEQIN element file, which must already be in
*> ascending order (SORTOUT, say) and is read once however long it is.
*> its HDR/TRL envelope is verified as editArrayIn's is; a bad envelope
*> or a number out of order refuses the run. lines that are not whole
*> numbers are counted and left out.
*>
*> RETURN-CODE: rc-success when every expected number is present once,
*> rc-not-found when anything is missing or duplicated (or falls
*> outside the card's range) -- the step's condition code to hold the
*> release on -- rc-invalid-input when there are no numbers, the card
*> is unusable, or SEQIN is out of order or fails its envelope.
environment division.
	input-output section.
	file-control.
		select seqin assign to "SEQIN"
			organization line sequential
			file status is ws-in-status.
		select seqcard assign to "SEQCARD"
			organization line sequential
			file status is ws-card-status.
		select seqgrpt assign to "SEQGRPT"
			organization line sequential
			file status is ws-rpt-status.

data division.
	file section.
	fd seqin.
	01 seqin-record pic x(80).

	fd seqcard.
	01 seqcard-record.
		05 sc-from pic x(9).
		05 filler pic x(1).
		05 sc-to pic x(9).

	fd seqgrpt.
	01 seqgrpt-record pic x(80).

	working-storage section.
		*> the internal copy sort runs in quickSort's chunk-work mode
		*> so it cannot overwrite the run's real SORTOUT/certificate.
		01 chunkWorkFlag pic x(1) value "C".
		01 ws-in-status pic x(2).
		01 ws-card-status pic x(2).
		01 ws-rpt-status pic x(2).
		01 ws-in-eof pic x(1).
			88 input-eof value "Y".
		01 ws-card-range pic x(1) value "N".
			88 range-from-card value "Y".
		01 ws-have-number pic x(1) value "N".
			88 have-number value "Y".
		01 ws-enveloped pic x(1) value "N".
			88 input-enveloped value "Y".
		01 ws-trailer-seen pic x(1) value "N".
			88 trailer-seen value "Y".
		01 ws-refused pic x(1) value "N".
			88 run-refused value "Y".
		01 walkSource pic x(8).
		01 refuseReason pic x(60).

		*> sorted working copy, declared directly for the same reason
		*> distributionReport's is.
		01 ws-sorted-array.
			05 sorted-elements pic s9(9) comp-3 occurs 0 to 9999 times
				depending on arraySize.
		01 copyIndex pic 9(5).

		*> the walk: the next number expected, the number in hand and
		*> how many times running it has appeared.
		01 rangeLow pic s9(10) value 0.
		01 rangeHigh pic s9(10) value 0.
		01 expectedNext pic s9(10).
		01 walkNumber pic s9(10).
		01 lastNumber pic s9(10).
		01 runCount pic 9(7).
		01 gapEnd pic s9(10).
		01 gapSize pic 9(10).

		01 numberCount pic 9(7) value 0.
		01 presentCount pic 9(10) value 0.
		01 missingCount pic 9(10) value 0.
		01 gapRunCount pic 9(7) value 0.
		01 duplicatedCount pic 9(7) value 0.
		01 extraCount pic 9(7) value 0.
		01 outsideCount pic 9(7) value 0.
		01 unreadableCount pic 9(7) value 0.
		01 expectedTotal pic 9(10).
		01 listedLines pic 9(5) value 0.
		78 gapListLimit value 400.

		*> the SEQIN envelope, checked as editArrayIn checks ARRAYIN's.
		copy "FILEENVL.cpy".
		01 inputCount pic 9(6) value 0.
		01 hashWork pic s9(12) comp-3 value 0.
		01 hashCompare pic 9(12).
		01 inputLine pic 9(7) value 0.
		01 decimalCount pic 9(2).

		01 ws-rpt-line pic x(80).
		01 out-number pic -(10)9.
		01 out-number2 pic -(10)9.
		01 out-count pic z(9)9.
		01 out-line pic zzzzzz9.
		copy "RETCODE.cpy".

	linkage section.
		01 arraySize pic 9(5).
		copy "ARRAYREC.cpy"
			replacing ==:ARRAY-RECORD-NAME:==  by ==array==
			          ==:ARRAY-ELEMENT-NAME:== by ==ws-element==
			          ==:ARRAY-SIZE-NAME:==    by ==arraySize==.

*> arraySize and array are optional: passed, the working array is
*> walked; omitted (a batch step), SEQIN is.
procedure division using optional arraySize, optional array.
	main.
	perform readRangeCard
	if run-refused then
		display "sequenceGap: " refuseReason
		move rc-invalid-input to return-code
		goback.
	open output seqgrpt
	if address of array not = null and address of arraySize not = null then
		move "LINKAGE" to walkSource
		perform writeReportHeading
		if arraySize > 0 and arraySize <= arrayMaxSize then
			move 1 to copyIndex
			perform copyToSorted until copyIndex > arraySize
			call 'quickSort' using arraySize, ws-sorted-array, omitted,
				chunkWorkFlag
			move 1 to copyIndex
			perform walkOneElement until copyIndex > arraySize
		end-if
	else
		move "SEQIN" to walkSource
		perform writeReportHeading
		perform walkInputFile
	end-if
	if not run-refused and numberCount = 0 and not range-from-card then
		move "no numbers to walk" to refuseReason
		move "Y" to ws-refused
	end-if
	if run-refused then
		move spaces to ws-rpt-line
		string "refused: " refuseReason delimited by size into ws-rpt-line
		write seqgrpt-record from ws-rpt-line
		close seqgrpt
		display "sequenceGap: " function trim(refuseReason)
		move rc-invalid-input to return-code
		goback.
	perform closeNumberRun
	perform closeRange
	perform writeGapSummary
	close seqgrpt
	if missingCount = 0 and duplicatedCount = 0 and outsideCount = 0 then
		move rc-success to return-code
	else
		move rc-not-found to return-code
	end-if
	goback.

	*> SEQCARD, when allocated, sets the expected range.
	readRangeCard.
	open input seqcard
	if ws-card-status = "00" then
		read seqcard
			at end continue
			not at end
				if function test-numval(sc-from) not = 0
				or function test-numval(sc-to) not = 0
				or sc-from = spaces or sc-to = spaces then
					move "SEQCARD needs a from-number (1-9) and a to-number (11-19)"
						to refuseReason
					move "Y" to ws-refused
				else
					compute rangeLow = function numval(sc-from)
					compute rangeHigh = function numval(sc-to)
					if rangeLow > rangeHigh then
						move "SEQCARD from-number is above its to-number" to refuseReason
						move "Y" to ws-refused
					else
						move "Y" to ws-card-range
						move rangeLow to expectedNext
					end-if
				end-if
		end-read
		close seqcard
	end-if.

	copyToSorted.
	move ws-element(copyIndex) to sorted-elements(copyIndex)
	add 1 to copyIndex.

	walkOneElement.
	move sorted-elements(copyIndex) to walkNumber
	perform walkOneNumber
	add 1 to copyIndex.

	*> ----------------------------------------------------------------
	*> SEQIN: read once, in the order given, which must be ascending.
	*> ----------------------------------------------------------------
	walkInputFile.
	open input seqin
	if ws-in-status not = "00" then
		move "no array passed and SEQIN not available" to refuseReason
		move "Y" to ws-refused
	else
		move "N" to ws-in-eof
		perform walkOneRecord until input-eof
		close seqin
		if input-enveloped and not trailer-seen and not run-refused then
			move "SEQIN ended without its trailer record" to refuseReason
			move "Y" to ws-refused
		end-if
	end-if.

	walkOneRecord.
	read seqin
		at end move "Y" to ws-in-eof
		not at end
			add 1 to inputLine
			evaluate true
				when seqin-record(1:4) = "HDR "
					move "Y" to ws-enveloped
					move seqin-record to envelope-header-record
				when seqin-record(1:4) = "TRL "
					move "Y" to ws-trailer-seen
					perform verifyTrailer
				when seqin-record = spaces
					continue
				when function test-numval(seqin-record) not = 0
					add 1 to unreadableCount
				when other
					add 1 to inputCount
					compute walkNumber = function numval(seqin-record)
					add walkNumber to hashWork
					move 0 to decimalCount
					inspect seqin-record tallying decimalCount for all "."
					if decimalCount > 0 then
						add 1 to unreadableCount
					else
						perform checkInputOrder
						if not run-refused then
							perform walkOneNumber
						end-if
					end-if
			end-evaluate
	end-read.

	checkInputOrder.
	if have-number and walkNumber < lastNumber then
		move inputLine to out-line
		move spaces to refuseReason
		string "SEQIN out of order at line " function trim(out-line)
			", sort it first"
			delimited by size into refuseReason
		move "Y" to ws-refused
		move "Y" to ws-in-eof
	end-if.

	verifyTrailer.
	move seqin-record to envelope-trailer-record
	move hashWork to hashCompare
	if envl-trl-count not = inputCount
	or envl-hdr-count not = inputCount
	or envl-trl-hash not = hashCompare then
		move "SEQIN envelope did not verify" to refuseReason
		move "Y" to ws-refused
		move "Y" to ws-in-eof
	end-if.

	*> ----------------------------------------------------------------
	*> the walk, one number at a time in ascending order: a repeat
	*> lengthens the running count, a new number closes the last one's
	*> run and lists any gap before it.
	*> ----------------------------------------------------------------
	walkOneNumber.
	add 1 to numberCount
	if range-from-card
	and (walkNumber < rangeLow or walkNumber > rangeHigh) then
		add 1 to outsideCount
		move walkNumber to out-number
		move spaces to ws-rpt-line
		string "  outside the range  " function trim(out-number)
			delimited by size into ws-rpt-line
		perform listOneLine
	else
		if have-number and walkNumber = lastNumber then
			add 1 to runCount
		else
			perform closeNumberRun
			if not have-number and not range-from-card then
				move walkNumber to rangeLow
				move walkNumber to expectedNext
			end-if
			if walkNumber > expectedNext then
				compute gapEnd = walkNumber - 1
				perform listGap
			end-if
			add 1 to presentCount
			compute expectedNext = walkNumber + 1
			move walkNumber to lastNumber
			move 1 to runCount
			move "Y" to ws-have-number
		end-if
	end-if.

	closeNumberRun.
	if have-number and runCount > 1 then
		add 1 to duplicatedCount
		compute extraCount = extraCount + runCount - 1
		move lastNumber to out-number
		move runCount to out-line
		move spaces to ws-rpt-line
		string "  duplicated         " function trim(out-number) ", "
			function trim(out-line) " times"
			delimited by size into ws-rpt-line
		perform listOneLine
		move 1 to runCount
	end-if.

	*> the card's range runs on past the last number present: what
	*> is left of it is one more gap. without a card the range ends
	*> at the last number.
	closeRange.
	if range-from-card then
		if expectedNext <= rangeHigh then
			move rangeHigh to gapEnd
			perform listGap
		end-if
	else
		move lastNumber to rangeHigh
	end-if.

	*> expectedNext through gapEnd are missing.
	listGap.
	compute gapSize = gapEnd - expectedNext + 1
	add gapSize to missingCount
	add 1 to gapRunCount
	move expectedNext to out-number
	move gapEnd to out-number2
	move gapSize to out-count
	move spaces to ws-rpt-line
	if gapSize = 1 then
		string "  missing            " function trim(out-number) ", 1"
			delimited by size into ws-rpt-line
	else
		string "  missing            " function trim(out-number) "-"
			function trim(out-number2) ", " function trim(out-count)
			delimited by size into ws-rpt-line
	end-if
	perform listOneLine.

	listOneLine.
	add 1 to listedLines
	if listedLines <= gapListLimit then
		write seqgrpt-record from ws-rpt-line
		display "sequenceGap: " function trim(ws-rpt-line)
	end-if.

	*> ----------------------------------------------------------------
	*> the report.
	*> ----------------------------------------------------------------
	writeReportHeading.
	move spaces to ws-rpt-line
	string "sequence gap report over " function trim(walkSource)
		delimited by size into ws-rpt-line
	if range-from-card then
		move rangeLow to out-number
		move rangeHigh to out-number2
		string "sequence gap report over " function trim(walkSource)
			", expected range " function trim(out-number) "-"
			function trim(out-number2) " (SEQCARD)"
			delimited by size into ws-rpt-line
	end-if
	write seqgrpt-record from ws-rpt-line
	move spaces to ws-rpt-line
	write seqgrpt-record from ws-rpt-line.

	writeGapSummary.
	if listedLines = 0 then
		move "  no gaps and no duplicates" to ws-rpt-line
		write seqgrpt-record from ws-rpt-line
	end-if
	if listedLines > gapListLimit then
		move spaces to ws-rpt-line
		string "  (listing capped at " gapListLimit " line(s))"
			delimited by size into ws-rpt-line
		write seqgrpt-record from ws-rpt-line
	end-if
	move spaces to ws-rpt-line
	write seqgrpt-record from ws-rpt-line
	move rangeLow to out-number
	move rangeHigh to out-number2
	move spaces to ws-rpt-line
	if presentCount = 0 and not range-from-card then
		move "expected range:       none, no numbers in range" to ws-rpt-line
		move 0 to expectedTotal
	else
		string "expected range:       " function trim(out-number) "-"
			function trim(out-number2)
			delimited by size into ws-rpt-line
		compute expectedTotal = rangeHigh - rangeLow + 1
	end-if
	write seqgrpt-record from ws-rpt-line
	move expectedTotal to out-count
	move spaces to ws-rpt-line
	string "expected:   " out-count delimited by size into ws-rpt-line
	perform writeSummaryLine
	move presentCount to out-count
	move spaces to ws-rpt-line
	string "present:    " out-count delimited by size into ws-rpt-line
	perform writeSummaryLine
	move missingCount to out-count
	move gapRunCount to out-line
	move spaces to ws-rpt-line
	string "missing:    " out-count "  in " function trim(out-line) " run(s)"
		delimited by size into ws-rpt-line
	perform writeSummaryLine
	move duplicatedCount to out-count
	move extraCount to out-line
	move spaces to ws-rpt-line
	string "duplicated: " out-count "  with " function trim(out-line)
		" extra occurrence(s)"
		delimited by size into ws-rpt-line
	perform writeSummaryLine
	if range-from-card then
		move outsideCount to out-count
		move spaces to ws-rpt-line
		string "outside:    " out-count delimited by size into ws-rpt-line
		perform writeSummaryLine
	end-if
	if unreadableCount > 0 then
		move unreadableCount to out-count
		move spaces to ws-rpt-line
		string "unreadable: " out-count "  line(s) not a whole number, left out"
			delimited by size into ws-rpt-line
		perform writeSummaryLine
	end-if.

	writeSummaryLine.
	write seqgrpt-record from ws-rpt-line
	display "sequenceGap: " function trim(ws-rpt-line trailing).
