identification division.
program-id. dueLadder.

*> the forward view agingReport does not give: for a date-mode array
*> of maturity or review dates (createArray's YYYYMMDD elements),
*> ladders every element by how far ahead of the run date it falls
*> due -- already overdue, then the forward buckets -- so collections
*> and compliance see what comes due this week, next week, and in
*> 30, 60, and 90 days. a due date landing on a Saturday, a Sunday,
*> or a HOLCAL holiday (holidayMaint maintains it) is rolled to the
*> next business day before it is laddered, the way the business
*> actually treats it, and the rolls are counted. every element due
*> within the first bucket is listed by position under the ladder.
*> written to DUELRPT, its own report for the morning package, and
*> the console; takes arraySize/array via linkage the same way every
*> other menu-dispatched command does.
*>
*> the buckets come from a DUELOPT card:
*>   columns  1- 7  BUSDAYS to count the days ahead in business days
*>                  (weekends and HOLCAL holidays excluded), blank for
*>                  calendar days
*>   columns  9-13, 15-19, 21-25, 27-31, 33-37, 39-43
*>                  up to six bucket limits in days, ascending; each
*>                  bucket runs from the limit before it up to but not
*>                  including its own, and a last open bucket takes
*>                  everything further out
*> with no card, or limits that are not ascending numbers, the
*> buckets are under 7, 7 to 13, 14 to 29, 30 to 59, 60 to 89, and
*> 90 days or more. the DAYBASIS setting (CALENDAR or BUSDAYS) on the
*> SYSPARM system-parameter file (program dueLadder, see sysParm)
*> outranks the card's day basis; the limits are the card's alone.
*> anything that fails the calendar check is counted on its own line
*> rather than aborting the report.
*>
*> RETURN-CODE: rc-success, rc-not-found when any element is
*> overdue, rc-invalid-input when the array holds no valid dates.
environment division.
	input-output section.
	file-control.
		select duelrpt assign to "DUELRPT"
			organization line sequential
			file status is ws-rpt-status.
		select duelopt assign to "DUELOPT"
			organization line sequential
			file status is ws-opt-status.
		select holcal assign to "HOLCAL"
			organization line sequential
			file status is ws-cal-status.

data division.
	file section.
	fd duelrpt.
	01 duelrpt-record pic x(80).

	fd duelopt.
	01 duelopt-record.
		05 do-option pic x(7).
		05 do-limit-area occurs 6 times.
			10 filler pic x(1).
			10 do-limit pic x(5).

	fd holcal.
	01 holcal-record.
		05 hc-date pic x(8).
		05 filler pic x(1).
		05 hc-description pic x(30).

	working-storage section.
		01 ws-rpt-status pic x(2).
		01 ws-opt-status pic x(2).
		01 ws-cal-status pic x(2).
		01 ws-cal-eof pic x(1).
			88 calendar-done value "Y".
		01 ws-busdays-flag pic x(1) value "N".
			88 business-day-mode value "Y".
		01 ws-today pic 9(8).
		01 todaySerial pic 9(7).

		*> the bucket limits in force, ascending; bucket n runs from
		*> limit n-1 (zero for the first) up to limit n, and bucket
		*> limitCount + 1 is open-ended.
		78 bucketLimitMax value 6.
		01 defaultLimits.
			05 filler pic 9(5) value 7.
			05 filler pic 9(5) value 14.
			05 filler pic 9(5) value 30.
			05 filler pic 9(5) value 60.
			05 filler pic 9(5) value 90.
		01 defaultLimitTable redefines defaultLimits.
			05 defaultLimit pic 9(5) occurs 5 times.
		01 bucketTable.
			05 bucketEntry occurs 7 times.
				10 bk-limit pic 9(5).
				10 bk-count pic 9(5).
		01 limitCount pic 9(1) value 0.
		01 bucketIndex pic 9(1).
		01 ws-limits-ok pic x(1).
			88 card-limits-ok value "Y".
		01 cardLimitCount pic 9(1).
		01 cardLimit pic 9(5).
		01 previousLimit pic 9(5).

		78 holidayTableMax value 200.
		01 holidaySerials.
			05 holidaySerial pic 9(7) occurs 200 times.
		01 holidayCount pic 9(3) value 0.
		01 holidayIndex pic 9(3).
		01 ws-is-holiday pic x(1).
			88 serial-is-holiday value "Y".
		01 ws-business-day pic x(1).
			88 serial-is-business-day value "Y".
		01 walkSerial pic 9(7).
		01 dayOfWeek pic 9(1).

		01 dateWork pic 9(8).
		01 ws-date-valid pic x(1).
			88 date-value-valid value "Y".
		01 dateCheckYear pic 9(4).
		01 dateCheckMonth pic 9(2).
		01 dateCheckDay pic 9(2).
		01 dateCheckMaxDay pic 9(2).

		*> one element's placing: its due date as given and after the
		*> roll, and how many days ahead of the run date it falls.
		01 givenDate pic 9(8).
		01 givenSerial pic 9(7).
		01 dueSerial pic 9(7).
		01 dueDate pic 9(8).
		01 daysAhead pic s9(7).
		01 ws-rolled pic x(1).
			88 due-date-rolled value "Y".

		01 validDates pic 9(5) value 0.
		01 invalidCount pic 9(5) value 0.
		01 overdueCount pic 9(5) value 0.
		01 rolledCount pic 9(5) value 0.
		01 listedCount pic 9(5) value 0.
		01 bucketCount pic 9(5).
		01 bucketPercent pic 9(3)v9.
		01 bucketLow pic 9(5).
		01 bucketHigh pic 9(5).
		01 ws-rpt-line pic x(80).
		01 dayBasisText pic x(14).
		01 out-count pic zzzz9.
		01 out-percent pic zz9.9.
		01 out-low pic zzzz9.
		01 out-high pic zzzz9.
		01 out-position pic zzzz9.
		01 out-days pic zzzz9.
		*> tonight's SYSPARM setting, asked of sysParm ahead of the
		*> card; the card is read only when nothing is set.
		01 parmProgram pic x(18) value "dueLadder".
		01 parmName pic x(12).
		01 parmValue pic x(30).
		01 ws-setting-found pic x(1).
			88 setting-found value "Y".
		01 savedReturnCode pic s9(4).
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

	local-storage section.
		01 iteration pic 9(5) value 1.

	linkage section.
		01 arraySize pic 9(5).
		copy "ARRAYREC.cpy"
			replacing ==:ARRAY-RECORD-NAME:==  by ==array==
			          ==:ARRAY-ELEMENT-NAME:== by ==ws-element==
			          ==:ARRAY-SIZE-NAME:==    by ==arraySize==.

procedure division using arraySize, array.
	main.
	if arraySize < 1 or arraySize > arrayMaxSize then
		move rc-invalid-input to return-code
		goback.
	perform getProcessingDate
	move pdt-date to ws-today
	compute todaySerial = function integer-of-date(ws-today)
	perform readLadderOption
	perform settleDayBasis
	perform loadHolidayCalendar
	move 1 to bucketIndex
	perform clearOneBucket until bucketIndex > limitCount + 1
	perform ladderOneElement until iteration > arraySize
	if validDates = 0 then
		display "dueLadder: no valid YYYYMMDD dates in the array, nothing to ladder"
		move rc-invalid-input to return-code
		goback.
	open output duelrpt
	perform writeLadderReport
	move 1 to iteration
	perform listOneElement until iteration > arraySize
	if listedCount = 0 then
		move "  (nothing due within the first bucket)" to ws-rpt-line
		write duelrpt-record from ws-rpt-line
	end-if
	close duelrpt
	if overdueCount = 0 then
		move rc-success to return-code
	else
		move rc-not-found to return-code
	end-if
	goback.

	*> the card's day basis stands unless SYSPARM says otherwise
	*> (settleDayBasis); its limits stand only when every one given
	*> is a number above the one before.
	readLadderOption.
	move "Y" to ws-limits-ok
	move 0 to cardLimitCount
	open input duelopt
	if ws-opt-status = "00" then
		read duelopt
			at end continue
			not at end
				if do-option = "BUSDAYS" then
					move "Y" to ws-busdays-flag
				end-if
				move 0 to previousLimit
				move 1 to bucketIndex
				perform takeOneCardLimit
					until bucketIndex > bucketLimitMax
		end-read
		close duelopt
	end-if
	if cardLimitCount > 0 and card-limits-ok then
		move cardLimitCount to limitCount
	else
		if cardLimitCount > 0 then
			display "dueLadder: DUELOPT bucket limits are not ascending day counts, the standard buckets stand"
		end-if
		move 1 to bucketIndex
		perform takeOneDefaultLimit until bucketIndex > 5
		move 5 to limitCount
	end-if.

	*> a blank limit ends the list; one after it is ignored.
	takeOneCardLimit.
	if do-limit(bucketIndex) = spaces then
		move 7 to bucketIndex
	else
		if function test-numval(do-limit(bucketIndex)) = 0 then
			compute cardLimit =
				function numval(do-limit(bucketIndex))
			if cardLimit <= previousLimit then
				move "N" to ws-limits-ok
			end-if
			move cardLimit to previousLimit
			add 1 to cardLimitCount
			move cardLimit to bk-limit(cardLimitCount)
		else
			move "N" to ws-limits-ok
			add 1 to cardLimitCount
		end-if
		add 1 to bucketIndex
	end-if.

	takeOneDefaultLimit.
	move defaultLimit(bucketIndex) to bk-limit(bucketIndex)
	add 1 to bucketIndex.

	clearOneBucket.
	move 0 to bk-count(bucketIndex)
	add 1 to bucketIndex.

	*> the SYSPARM DAYBASIS setting (CALENDAR or BUSDAYS) when there
	*> is one, the DUELOPT card otherwise.
	settleDayBasis.
	move "DAYBASIS" to parmName
	perform askSystemParameter
	if setting-found then
		if parmValue = "BUSDAYS" then
			move "Y" to ws-busdays-flag
		else
			move "N" to ws-busdays-flag
		end-if
	end-if.

	*> the calendar is wanted for the roll whatever the day basis;
	*> without it only weekends roll.
	loadHolidayCalendar.
	open input holcal
	if ws-cal-status = "00" then
		move "N" to ws-cal-eof
		perform loadOneHoliday until calendar-done
		close holcal
	else
		display "dueLadder: no HOLCAL calendar, due dates roll past weekends only".

	loadOneHoliday.
	read holcal
		at end move "Y" to ws-cal-eof
		not at end
			if hc-date is numeric
			and holidayCount < holidayTableMax then
				add 1 to holidayCount
				compute holidaySerial(holidayCount) =
					function integer-of-date(function numval(hc-date))
			end-if
	end-read.

	*> first pass: every valid date is rolled, placed, and counted
	*> into overdue or its forward bucket.
	ladderOneElement.
	perform placeOneElement
	if not date-value-valid then
		add 1 to invalidCount
	else
		add 1 to validDates
		if due-date-rolled then
			add 1 to rolledCount
		end-if
		if daysAhead < 0 then
			add 1 to overdueCount
		else
			move 1 to bucketIndex
			perform findElementBucket
				until bucketIndex > limitCount
				or daysAhead < bk-limit(bucketIndex)
			add 1 to bk-count(bucketIndex)
		end-if
	end-if
	add 1 to iteration.

	findElementBucket.
	add 1 to bucketIndex.

	*> second pass: the elements due within the first bucket, in
	*> position order.
	listOneElement.
	perform placeOneElement
	if date-value-valid
	and daysAhead >= 0
	and daysAhead < bk-limit(1) then
		add 1 to listedCount
		move iteration to out-position
		move daysAhead to out-days
		move spaces to ws-rpt-line
		if due-date-rolled then
			string "  position " out-position "  due " dueDate
				"  in " out-days " day(s)  rolled from "
				givenDate
				delimited by size into ws-rpt-line
		else
			string "  position " out-position "  due " dueDate
				"  in " out-days " day(s)"
				delimited by size into ws-rpt-line
		end-if
		write duelrpt-record from ws-rpt-line
	end-if
	add 1 to iteration.

	*> validates the element, rolls it forward off any weekend or
	*> holiday, and works out daysAhead: calendar days from the run
	*> date, or in business-day mode the business days after the
	*> run date up to and including the due date. an overdue date
	*> keeps its negative calendar count either way.
	placeOneElement.
	if ws-element(iteration) < 16010101
	or ws-element(iteration) > 99991231 then
		move "N" to ws-date-valid
	else
		move ws-element(iteration) to dateWork
		perform checkDateValue
	end-if
	if date-value-valid then
		move ws-element(iteration) to givenDate
		compute givenSerial = function integer-of-date(givenDate)
		move givenSerial to walkSerial
		perform testBusinessDay
		perform rollOneDay until serial-is-business-day
		move walkSerial to dueSerial
		if dueSerial = givenSerial then
			move "N" to ws-rolled
		else
			move "Y" to ws-rolled
		end-if
		compute dueDate = function date-of-integer(dueSerial)
		if dueSerial < todaySerial or not business-day-mode then
			compute daysAhead = dueSerial - todaySerial
		else
			move 0 to daysAhead
			compute walkSerial = todaySerial + 1
			perform countOneBusinessDay until walkSerial > dueSerial
		end-if
	end-if.

	rollOneDay.
	add 1 to walkSerial
	perform testBusinessDay.

	countOneBusinessDay.
	perform testBusinessDay
	if serial-is-business-day then
		add 1 to daysAhead
	end-if
	add 1 to walkSerial.

	*> INTEGER-OF-DATE counts from a Monday, so serial modulo 7 gives
	*> 6=Saturday, 0=Sunday.
	testBusinessDay.
	move "N" to ws-business-day
	compute dayOfWeek = function mod(walkSerial, 7)
	if dayOfWeek not = 6 and dayOfWeek not = 0 then
		perform checkHolidaySerial
		if not serial-is-holiday then
			move "Y" to ws-business-day
		end-if
	end-if.

	checkHolidaySerial.
	move "N" to ws-is-holiday
	move 1 to holidayIndex
	perform testHolidaySerial
		until holidayIndex > holidayCount or serial-is-holiday.

	testHolidaySerial.
	if holidaySerial(holidayIndex) = walkSerial then
		move "Y" to ws-is-holiday
	else
		add 1 to holidayIndex.

	writeLadderReport.
	if business-day-mode then
		move "business days" to dayBasisText
	else
		move "days" to dayBasisText
	end-if
	move validDates to out-count
	move spaces to ws-rpt-line
	string "due-date ladder of " out-count " date(s) in "
		function trim(dayBasisText) " as of " ws-today
		delimited by size into ws-rpt-line
	display "dueLadder: " ws-rpt-line
	write duelrpt-record from ws-rpt-line
	move spaces to ws-rpt-line
	write duelrpt-record from ws-rpt-line

	move overdueCount to out-count
	move overdueCount to bucketCount
	perform computeBucketPercent
	move spaces to ws-rpt-line
	string "already overdue:                " out-count "  " out-percent "%"
		delimited by size into ws-rpt-line
	display "dueLadder: " ws-rpt-line
	write duelrpt-record from ws-rpt-line
	move 0 to bucketLow
	move 1 to bucketIndex
	perform writeOneBucketLine until bucketIndex > limitCount + 1
	move spaces to ws-rpt-line
	write duelrpt-record from ws-rpt-line

	move rolledCount to out-count
	move spaces to ws-rpt-line
	string "rolled to the next business day: " out-count
		delimited by size into ws-rpt-line
	write duelrpt-record from ws-rpt-line
	if invalidCount > 0 then
		move invalidCount to out-count
		move spaces to ws-rpt-line
		string "not valid calendar dates:        " out-count
			delimited by size into ws-rpt-line
		display "dueLadder: " ws-rpt-line
		write duelrpt-record from ws-rpt-line
	end-if
	move spaces to ws-rpt-line
	write duelrpt-record from ws-rpt-line
	move bk-limit(1) to out-high
	move spaces to ws-rpt-line
	string "due in under " function trim(out-high) " "
		function trim(dayBasisText) ", by position:"
		delimited by size into ws-rpt-line
	write duelrpt-record from ws-rpt-line.

	writeOneBucketLine.
	move bk-count(bucketIndex) to out-count
	move bk-count(bucketIndex) to bucketCount
	perform computeBucketPercent
	move bucketLow to out-low
	move spaces to ws-rpt-line
	if bucketIndex > limitCount then
		string "due in " out-low " or more:           " out-count
			"  " out-percent "%"
			delimited by size into ws-rpt-line
	else
		compute bucketHigh = bk-limit(bucketIndex) - 1
		move bucketHigh to out-high
		string "due in " out-low " to " out-high ":          " out-count
			"  " out-percent "%"
			delimited by size into ws-rpt-line
		move bk-limit(bucketIndex) to bucketLow
	end-if
	display "dueLadder: " ws-rpt-line
	write duelrpt-record from ws-rpt-line
	add 1 to bucketIndex.

	computeBucketPercent.
	compute bucketPercent = bucketCount * 100 / validDates
	move bucketPercent to out-percent.

	copy "DATECHK.cpy"
		replacing ==:DATE-CHECK-PARA:== by ==checkDateValue==
		          ==:DATE-WORK:==       by ==dateWork==
		          ==:DATE-VALID-FLAG:== by ==ws-date-valid==.

	*> the central SYSPARM setting outranks the card (see sysParm).
	askSystemParameter.
	move return-code to savedReturnCode
	move "N" to ws-setting-found
	call 'sysParm' using parmProgram, parmName, parmValue
		on exception move rc-invalid-input to return-code
	end-call
	if return-code = rc-success then
		move "Y" to ws-setting-found.
	move savedReturnCode to return-code.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "dueLadder" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
