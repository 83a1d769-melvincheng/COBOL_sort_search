identification division.
program-id. benfordScreen.

*> leading-digit (Benford) screening of the values we carry, the
*> cheap fabrication check audit asks for and distributionReport's
*> histogram cannot give: in naturally arising amounts the leading
*> digit is 1 about 30% of the time and 9 under 5%, the first two
*> digits following log10(1 + 1/d) the same way, and invented or
*> manipulated figures rarely keep to it. tabulates every value's
*> first digit and first two digits (a value under 10 has no second
*> digit and counts only in the first test; zeros count in neither;
*> a negative value is screened by its size) against the expected
*> frequencies and, for each test:
*>   - observed and expected percentages and the count per digit
*>     combination, with the combination's z statistic -- flagged
*>     when it passes 1.96, significant at 5%
*>   - the conformity statistic, the mean absolute deviation of the
*>     observed from the expected proportions, read against the usual
*>     bands (first digits: under 0.006 CLOSE, under 0.012 ACCEPTABLE,
*>     to 0.015 MARGINAL, beyond it NONCONFORM; first two digits:
*>     0.0012, 0.0018, 0.0022), plus the chi-square for reference
*>   - the five flagged combinations deviating most, each with up to
*>     three example values, to pull and look at
*> all written to BENFRPT; fewer than 100 values draws a caution, the
*> law needs a population to show.
*>
*> what is screened: the working array when one is passed (MAIN's
*> benfordScreen command); otherwise the BENFIN element file when one
*> is allocated (any element-per-line file -- SORTOUT, a band file, a
*> partner's transmission -- its HDR/TRL envelope verified as
*> editArrayIn's is, a bad envelope refusing the run); otherwise the
*> saved array on ARRAYKSD.
*>
*> every run appends its conformity to the BENFHIST history file (see
*> BNFHREC.cpy), the DISTHIST idea, and the report shows the previous
*> run's figures beside tonight's so a change over time is seen.
*> RETURN-CODE: rc-success when both tests read CLOSE or ACCEPTABLE,
*> rc-not-found when either reads MARGINAL or NONCONFORM (or there was
*> nothing but zeros to screen), rc-invalid-input when nothing can be
*> read or the BENFIN envelope does not verify.
environment division.
	input-output section.
	file-control.
		select benfin assign to "BENFIN"
			organization line sequential
			file status is ws-in-status.
		select arrayksds assign to "ARRAYKSD"
			organization indexed
			access mode is sequential
			record key is ak-position
			file status is ws-ksds-status.
		select benfrpt assign to "BENFRPT"
			organization line sequential
			file status is ws-rpt-status.
		select benfhist assign to "BENFHIST"
			organization line sequential
			file status is ws-hist-status.

data division.
	file section.
	fd benfin.
	01 benfin-record pic x(80).

	fd arrayksds.
	01 arrayksds-record.
		05 ak-position pic 9(6).
		05 ak-element copy "ELEMPIC.cpy".

	fd benfrpt.
	01 benfrpt-record pic x(80).

	fd benfhist.
	01 benfhist-record pic x(80).

	working-storage section.
		01 ws-in-status pic x(2).
		01 ws-ksds-status pic x(2).
		01 ws-rpt-status pic x(2).
		01 ws-hist-status pic x(2).
		01 ws-in-eof pic x(1).
			88 input-eof value "Y".
		01 ws-hist-eof pic x(1).
			88 hist-eof value "Y".
		01 ws-have-previous pic x(1) value "N".
			88 have-previous value "Y".
		01 ws-enveloped pic x(1) value "N".
			88 input-enveloped value "Y".
		01 ws-trailer-seen pic x(1) value "N".
			88 trailer-seen value "Y".
		01 ws-file-decimal pic x(1) value "N".
			88 file-has-decimals value "Y".
		01 ws-picked pic x(1).
			88 combination-picked value "Y".
		01 screenSource pic x(8).

		*> one entry per leading-digit combination: 1-9 for the first
		*> digit test, 10-99 for the first-two-digit test.
		01 digitTable.
			05 digitEntry occurs 99 times.
				10 dt-tally pic 9(7).
				10 dt-expected pic 9v9(8).
				10 dt-observed pic 9v9(8).
				10 dt-z pic 9(4)v99.
				10 dt-ranked pic x(1).
				10 dt-example-count pic 9(1).
				10 dt-example pic s9(9)v99 comp-3 occurs 3 times.
		01 digitIndex pic 9(3).
		01 exampleIndex pic 9(1).
		78 examplesKept value 3.
		78 deviationsListed value 5.
		78 smallPopulation value 100.

		*> a value's magnitude laid out as digits, so its leading ones
		*> can be read off by position: positions 1-9 are the integer
		*> part, 10-11 the cents.
		01 screenValue pic s9(9)v99 comp-3.
		01 digitWork pic 9(9)v99.
		01 digitText redefines digitWork pic x(11).
		01 digitPos pic 9(2).
		01 firstDigit pic 9(1).
		01 twoDigits pic 9(2).

		01 zeroCount pic 9(7) value 0.
		01 firstTotal pic 9(7) value 0.
		01 twoTotal pic 9(7) value 0.
		01 unreadableCount pic 9(7) value 0.
		01 iteration pic 9(5).

		*> one test's figures, worked over the range testLow-testHigh
		*> against testTotal values.
		01 testLow pic 9(3).
		01 testHigh pic 9(3).
		01 testTotal pic 9(7).
		01 combinationCount pic 9(3).
		01 testName pic x(18).
		01 testFit pic x(10).
		01 madSum pic 9(3)v9(8).
		01 testMad pic 9v9(6).
		01 testChi pic 9(7)v99.
		01 expectedTally pic 9(7)v9(6).
		01 absDeviation pic 9v9(8).
		01 zNumerator pic s9v9(8).
		01 zDenominator pic 9v9(8).
		01 madFirst pic 9v9(6).
		01 madTwo pic 9v9(6).
		01 chiFirst pic 9(7)v99.
		01 chiTwo pic 9(7)v99.
		01 fitFirst pic x(10).
		01 fitTwo pic x(10).
		01 flaggedCount pic 9(3) value 0.
		01 bestIndex pic 9(3).
		01 rankCount pic 9(2).

		*> the BENFIN envelope, checked as editArrayIn checks ARRAYIN's:
		*> the hash in whole units, or in cents when any value carries
		*> a decimal point.
		copy "FILEENVL.cpy".
		01 inputCount pic 9(6) value 0.
		01 hashWork pic s9(12) comp-3 value 0.
		01 hashCents pic s9(12) comp-3 value 0.
		01 hashCompare pic 9(12).
		01 expectedCount pic 9(6) value 0.
		01 decimalCount pic 9(2).
		01 workWhole pic s9(9) comp-3.

		copy "BNFHREC.cpy".
		01 previousHistory pic x(80).
		01 ws-hist-date pic 9(8).
		01 ws-hist-time-raw pic 9(8).

		01 ws-rpt-line pic x(80).
		01 exampleLine pic x(50).
		01 examplePointer pic 9(2).
		01 exampleText pic x(14).
		01 exampleLength pic 9(2).
		01 out-count pic zzzzzz9.
		01 out-digit pic z9.
		01 out-percent pic zz9.99.
		01 out-percent2 pic zz9.99.
		01 out-z pic zzz9.99.
		01 out-mad pic 9.9(6).
		01 out-chi pic zzzzzz9.99.
		01 out-example pic -(9)9.99.
		01 out-whole copy "ELEMEDIT.cpy".
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

	linkage section.
		01 arraySize pic 9(5).
		copy "ARRAYREC.cpy"
			replacing ==:ARRAY-RECORD-NAME:==  by ==array==
			          ==:ARRAY-ELEMENT-NAME:== by ==ws-element==
			          ==:ARRAY-SIZE-NAME:==    by ==arraySize==.

*> arraySize and array are optional: passed, the working array is
*> screened; omitted (a batch step), BENFIN or ARRAYKSD is.
procedure division using optional arraySize, optional array.
	main.
	move 1 to digitIndex
	perform clearOneDigit until digitIndex > 99
	if address of array not = null and address of arraySize not = null then
		move "LINKAGE" to screenSource
		move 1 to iteration
		perform screenOneElement until iteration > arraySize
	else
		perform screenFromFile
		if return-code = rc-invalid-input then
			goback
		end-if
	end-if
	if firstTotal = 0 then
		display "benfordScreen: no non-zero values to screen in " screenSource
		move rc-not-found to return-code
		goback.
	move 1 to testLow
	move 9 to testHigh
	move firstTotal to testTotal
	perform workOneTest
	move testMad to madFirst
	move testChi to chiFirst
	evaluate true
		when madFirst < 0.006
			move "CLOSE" to fitFirst
		when madFirst < 0.012
			move "ACCEPTABLE" to fitFirst
		when madFirst <= 0.015
			move "MARGINAL" to fitFirst
		when other
			move "NONCONFORM" to fitFirst
	end-evaluate
	move 0 to madTwo
	move 0 to chiTwo
	move "NONE" to fitTwo
	if twoTotal > 0 then
		move 10 to testLow
		move 99 to testHigh
		move twoTotal to testTotal
		perform workOneTest
		move testMad to madTwo
		move testChi to chiTwo
		evaluate true
			when madTwo < 0.0012
				move "CLOSE" to fitTwo
			when madTwo < 0.0018
				move "ACCEPTABLE" to fitTwo
			when madTwo <= 0.0022
				move "MARGINAL" to fitTwo
			when other
				move "NONCONFORM" to fitTwo
		end-evaluate
	end-if
	perform readPreviousHistory
	open output benfrpt
	perform writeReportHeading
	move 1 to testLow
	move 9 to testHigh
	move firstTotal to testTotal
	move "first digit" to testName
	move madFirst to testMad
	move chiFirst to testChi
	move fitFirst to testFit
	perform writeTestSection
	if twoTotal > 0 then
		move 10 to testLow
		move 99 to testHigh
		move twoTotal to testTotal
		move "first two digits" to testName
		move madTwo to testMad
		move chiTwo to testChi
		move fitTwo to testFit
		perform writeTestSection
	end-if
	perform writeHistoryComparison
	close benfrpt
	perform appendHistory
	move firstTotal to out-count
	display "benfordScreen: " function trim(out-count) " value(s) from "
		function trim(screenSource) ", first digits " function trim(fitFirst)
		", first two digits " function trim(fitTwo)
	if (fitFirst = "CLOSE" or fitFirst = "ACCEPTABLE")
	and (fitTwo = "CLOSE" or fitTwo = "ACCEPTABLE" or fitTwo = "NONE") then
		move rc-success to return-code
	else
		move rc-not-found to return-code
	end-if
	goback.

	clearOneDigit.
	move 0 to dt-tally(digitIndex)
	move 0 to dt-expected(digitIndex)
	move 0 to dt-observed(digitIndex)
	move 0 to dt-z(digitIndex)
	move "N" to dt-ranked(digitIndex)
	move 0 to dt-example-count(digitIndex)
	add 1 to digitIndex.

	screenOneElement.
	move ws-element(iteration) to screenValue
	perform screenOneValue
	add 1 to iteration.

	*> ----------------------------------------------------------------
	*> no array passed: BENFIN when allocated, else ARRAYKSD.
	*> ----------------------------------------------------------------
	screenFromFile.
	move rc-success to return-code
	open input benfin
	if ws-in-status = "00" then
		move "BENFIN" to screenSource
		move "N" to ws-in-eof
		perform screenOneRecord until input-eof
		close benfin
		if input-enveloped and not trailer-seen then
			display "benfordScreen: BENFIN ended without its trailer record"
			move rc-invalid-input to return-code
		end-if
	else
		open input arrayksds
		if ws-ksds-status = "00" then
			move "ARRAYKSD" to screenSource
			move "N" to ws-in-eof
			perform screenOneKsdsRecord until input-eof
			close arrayksds
		else
			display "benfordScreen: no array passed and neither BENFIN nor ARRAYKSD available"
			move rc-invalid-input to return-code
		end-if
	end-if.

	screenOneRecord.
	read benfin
		at end move "Y" to ws-in-eof
		not at end
			evaluate true
				when benfin-record(1:4) = "HDR "
					move "Y" to ws-enveloped
					move benfin-record to envelope-header-record
					move envl-hdr-count to expectedCount
				when benfin-record(1:4) = "TRL "
					move "Y" to ws-trailer-seen
					perform verifyTrailer
				when benfin-record = spaces
					continue
				when function test-numval(benfin-record) not = 0
					add 1 to unreadableCount
				when other
					add 1 to inputCount
					compute screenValue = function numval(benfin-record)
					compute workWhole = function numval(benfin-record)
					add workWhole to hashWork
					compute hashCents = hashCents + screenValue * 100
					move 0 to decimalCount
					inspect benfin-record tallying decimalCount for all "."
					if decimalCount > 0 then
						move "Y" to ws-file-decimal
					end-if
					perform screenOneValue
			end-evaluate
	end-read.

	*> count and hash against the trailer, the count against the
	*> header; a mismatch means the file is not what was sent.
	verifyTrailer.
	move benfin-record to envelope-trailer-record
	if file-has-decimals then
		move hashCents to hashCompare
	else
		move hashWork to hashCompare
	end-if
	if envl-trl-count not = inputCount
	or envl-hdr-count not = inputCount
	or envl-trl-hash not = hashCompare then
		display "benfordScreen: BENFIN envelope did not verify, nothing screened"
		move rc-invalid-input to return-code
		move "Y" to ws-in-eof
	end-if.

	screenOneKsdsRecord.
	read arrayksds next record
		at end move "Y" to ws-in-eof
		not at end
			move ak-element to screenValue
			perform screenOneValue
	end-read.

	*> the value's leading digit is the first non-zero one of its
	*> magnitude; the two-digit test takes it and the next, for a
	*> value of at least 10.
	screenOneValue.
	move screenValue to digitWork
	if digitWork = 0 then
		add 1 to zeroCount
	else
		move 1 to digitPos
		perform stepToLeadDigit until digitText(digitPos:1) not = "0"
		move digitText(digitPos:1) to firstDigit
		add 1 to firstTotal
		move firstDigit to digitIndex
		perform tallyCombination
		if digitPos <= 8 then
			move digitText(digitPos:2) to twoDigits
			add 1 to twoTotal
			move twoDigits to digitIndex
			perform tallyCombination
		end-if
	end-if.

	stepToLeadDigit.
	add 1 to digitPos.

	tallyCombination.
	add 1 to dt-tally(digitIndex)
	if dt-example-count(digitIndex) < examplesKept then
		add 1 to dt-example-count(digitIndex)
		move screenValue to dt-example(digitIndex, dt-example-count(digitIndex))
	end-if.

	*> ----------------------------------------------------------------
	*> one test: expected and observed proportions, the z statistic
	*> per combination, the mean absolute deviation and chi-square.
	*> ----------------------------------------------------------------
	workOneTest.
	move 0 to madSum
	move 0 to testChi
	move testLow to digitIndex
	perform workOneCombination until digitIndex > testHigh
	compute combinationCount = testHigh - testLow + 1
	compute testMad rounded = madSum / combinationCount.

	workOneCombination.
	compute dt-expected(digitIndex) rounded = function log10(1 + 1 / digitIndex)
	compute dt-observed(digitIndex) rounded = dt-tally(digitIndex) / testTotal
	if dt-observed(digitIndex) >= dt-expected(digitIndex) then
		compute absDeviation = dt-observed(digitIndex) - dt-expected(digitIndex)
	else
		compute absDeviation = dt-expected(digitIndex) - dt-observed(digitIndex)
	end-if
	add absDeviation to madSum
	compute expectedTally = dt-expected(digitIndex) * testTotal
	compute testChi rounded = testChi
		+ (dt-tally(digitIndex) - expectedTally) ** 2 / expectedTally
	*> the continuity-corrected z: the deviation less half a count's
	*> worth, over the proportion's standard error.
	compute zNumerator = absDeviation - 1 / (2 * testTotal)
	if zNumerator <= 0 then
		move 0 to dt-z(digitIndex)
	else
		compute zDenominator rounded = function sqrt(dt-expected(digitIndex)
			* (1 - dt-expected(digitIndex)) / testTotal)
		compute dt-z(digitIndex) rounded = zNumerator / zDenominator
	end-if
	if dt-z(digitIndex) > 1.96 then
		add 1 to flaggedCount.
	add 1 to digitIndex.

	*> ----------------------------------------------------------------
	*> the report.
	*> ----------------------------------------------------------------
	writeReportHeading.
	move firstTotal to out-count
	move spaces to ws-rpt-line
	string "leading-digit screen of " function trim(screenSource) ", "
		function trim(out-count) " value(s)"
		delimited by size into ws-rpt-line
	write benfrpt-record from ws-rpt-line
	if zeroCount > 0 then
		move zeroCount to out-count
		move spaces to ws-rpt-line
		string "zeros left out: " function trim(out-count)
			delimited by size into ws-rpt-line
		write benfrpt-record from ws-rpt-line
	end-if
	if unreadableCount > 0 then
		move unreadableCount to out-count
		move spaces to ws-rpt-line
		string "unreadable lines left out: " function trim(out-count)
			delimited by size into ws-rpt-line
		write benfrpt-record from ws-rpt-line
	end-if
	if firstTotal < smallPopulation then
		move "caution: fewer than 100 values, the screen reads loosely" to ws-rpt-line
		write benfrpt-record from ws-rpt-line
	end-if.

	writeTestSection.
	move spaces to ws-rpt-line
	write benfrpt-record from ws-rpt-line
	move spaces to ws-rpt-line
	string testName "  observed  expected    count        z"
		delimited by size into ws-rpt-line
	write benfrpt-record from ws-rpt-line
	move testLow to digitIndex
	perform writeOneCombination until digitIndex > testHigh
	move testMad to out-mad
	move spaces to ws-rpt-line
	string "mean absolute deviation " out-mad ": " testFit
		delimited by size into ws-rpt-line
	write benfrpt-record from ws-rpt-line
	move testChi to out-chi
	move spaces to ws-rpt-line
	if testLow = 1 then
		string "chi-square " function trim(out-chi)
			" on 8 degrees of freedom (5% point 15.51)"
			delimited by size into ws-rpt-line
	else
		string "chi-square " function trim(out-chi)
			" on 89 degrees of freedom (5% point 112.02)"
			delimited by size into ws-rpt-line
	end-if
	write benfrpt-record from ws-rpt-line
	move spaces to ws-rpt-line
	write benfrpt-record from ws-rpt-line
	move spaces to ws-rpt-line
	string "most deviating " function trim(testName) " (z past 1.96):"
		delimited by size into ws-rpt-line
	write benfrpt-record from ws-rpt-line
	move 0 to rankCount
	move "Y" to ws-picked
	perform listOneDeviation
		until rankCount >= deviationsListed or not combination-picked
	if rankCount = 0 then
		move "  none" to ws-rpt-line
		write benfrpt-record from ws-rpt-line
	end-if.

	writeOneCombination.
	move digitIndex to out-digit
	compute out-percent = dt-observed(digitIndex) * 100
	compute out-percent2 = dt-expected(digitIndex) * 100
	move dt-tally(digitIndex) to out-count
	move dt-z(digitIndex) to out-z
	move spaces to ws-rpt-line
	string "  " out-digit "                " out-percent "%  " out-percent2 "%  "
		out-count "  " out-z
		delimited by size into ws-rpt-line
	if dt-z(digitIndex) > 1.96 then
		move "*" to ws-rpt-line(60:1)
	end-if
	write benfrpt-record from ws-rpt-line
	add 1 to digitIndex.

	*> the largest z not yet listed; one past 1.96 is worth pulling.
	listOneDeviation.
	move 0 to bestIndex
	move testLow to digitIndex
	perform findLargestZ until digitIndex > testHigh
	if bestIndex = 0 then
		move "N" to ws-picked
	else
		move "Y" to dt-ranked(bestIndex)
		add 1 to rankCount
		move bestIndex to out-digit
		compute out-percent = dt-observed(bestIndex) * 100
		compute out-percent2 = dt-expected(bestIndex) * 100
		move dt-z(bestIndex) to out-z
		move spaces to ws-rpt-line
		string "  " out-digit ": observed " function trim(out-percent)
			"%, expected " function trim(out-percent2) "%, z "
			function trim(out-z)
			delimited by size into ws-rpt-line
		write benfrpt-record from ws-rpt-line
		move spaces to exampleLine
		move 1 to examplePointer
		move 1 to exampleIndex
		perform addOneExample until exampleIndex > dt-example-count(bestIndex)
		move spaces to ws-rpt-line
		string "      e.g." exampleLine
			delimited by size into ws-rpt-line
		write benfrpt-record from ws-rpt-line
	end-if.

	findLargestZ.
	if dt-ranked(digitIndex) not = "Y" and dt-z(digitIndex) > 1.96 then
		if bestIndex = 0 then
			move digitIndex to bestIndex
		else
			if dt-z(digitIndex) > dt-z(bestIndex) then
				move digitIndex to bestIndex
			end-if
		end-if
	end-if
	add 1 to digitIndex.

	addOneExample.
	if file-has-decimals then
		move dt-example(bestIndex, exampleIndex) to out-example
		move function trim(out-example) to exampleText
	else
		move dt-example(bestIndex, exampleIndex) to out-whole
		move function trim(out-whole) to exampleText
	end-if
	if exampleIndex > 1 then
		move "," to exampleLine(examplePointer:1)
		add 1 to examplePointer
	end-if
	compute exampleLength = function length(function trim(exampleText))
	move exampleText to exampleLine(examplePointer + 1:exampleLength)
	compute examplePointer = examplePointer + exampleLength + 1
	add 1 to exampleIndex.

	*> ----------------------------------------------------------------
	*> history: the last run read back for comparison, tonight's
	*> appended after it.
	*> ----------------------------------------------------------------
	readPreviousHistory.
	open input benfhist
	if ws-hist-status = "00" then
		move "N" to ws-hist-eof
		perform readOneHistory until hist-eof
		close benfhist
	end-if.

	readOneHistory.
	read benfhist
		at end move "Y" to ws-hist-eof
		not at end
			move benfhist-record to previousHistory
			move "Y" to ws-have-previous
	end-read.

	writeHistoryComparison.
	move spaces to ws-rpt-line
	write benfrpt-record from ws-rpt-line
	if not have-previous then
		move "no earlier screen on BENFHIST to compare with" to ws-rpt-line
		write benfrpt-record from ws-rpt-line
	else
		move previousHistory to benford-history-detail
		move spaces to ws-rpt-line
		move bh-count to out-count
		string "previous screen " bh-date " of " function trim(bh-source) ", "
			function trim(out-count) " value(s):"
			delimited by size into ws-rpt-line
		write benfrpt-record from ws-rpt-line
		move bh-mad-first to out-mad
		move spaces to ws-rpt-line
		string "  first digits     " out-mad " " bh-fit-first
			delimited by size into ws-rpt-line
		write benfrpt-record from ws-rpt-line
		move bh-mad-two to out-mad
		move spaces to ws-rpt-line
		string "  first two digits " out-mad " " bh-fit-two
			delimited by size into ws-rpt-line
		write benfrpt-record from ws-rpt-line
		move madFirst to out-mad
		move spaces to ws-rpt-line
		string "this screen:" delimited by size into ws-rpt-line
		write benfrpt-record from ws-rpt-line
		move spaces to ws-rpt-line
		string "  first digits     " out-mad " " fitFirst
			delimited by size into ws-rpt-line
		write benfrpt-record from ws-rpt-line
		move madTwo to out-mad
		move spaces to ws-rpt-line
		string "  first two digits " out-mad " " fitTwo
			delimited by size into ws-rpt-line
		write benfrpt-record from ws-rpt-line
	end-if.

	appendHistory.
	perform getProcessingDate
	move pdt-date to ws-hist-date
	accept ws-hist-time-raw from time
	move ws-hist-date to bh-date
	move ws-hist-time-raw(1:6) to bh-time
	move screenSource to bh-source
	move firstTotal to bh-count
	move madFirst to bh-mad-first
	move fitFirst to bh-fit-first
	move madTwo to bh-mad-two
	move fitTwo to bh-fit-two
	move flaggedCount to bh-flagged
	open extend benfhist
	if ws-hist-status not = "00" then
		open output benfhist.
	write benfhist-record from benford-history-detail
	close benfhist.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "benfordScreen" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
