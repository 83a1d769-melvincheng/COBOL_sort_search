*> many gate evaluations ran, how many warned and why, how often an
*> operator overrode a warning, and how many arrays were rejected --
*> so a narrow-range warning firing three nights running reads as a
*> trend, not as three first times. the feeds' check-digit tallies
*> on the same file (CHKDIGIT records) are summed beside them -- per
*> week, and per feed over the whole history -- so a feed whose
*> account numbers keep failing their check digits shows up as an
*> upstream problem to chase. writes the summary to QGRPT and
*> headline numbers to the console. weeks are identified by the
*> Monday the week began (derived through FUNCTION INTEGER-OF-DATE).
environment division.
				10 wk-allsame pic 9(5).
				10 wk-overrides pic 9(5).
				10 wk-rejections pic 9(5).
				10 wk-checked pic 9(7).
				10 wk-check-failed pic 9(7).
		01 weekCount pic 9(2) value 0.
		01 weekIndex pic 9(2).
		01 ws-week-found pic x(1).
			88 week-found value "Y".

		*> check-digit tallies by feed, over the whole history.
		78 feedTableMax value 10.
		01 feedTable.
			05 feedEntry occurs 10 times.
				10 fd-feed pic x(8).
				10 fd-checked pic 9(9).
				10 fd-check-failed pic 9(9).
		01 feedCount pic 9(2) value 0.
		01 feedIndex pic 9(2).
		01 ws-feed-found pic x(1).
			88 feed-found value "Y".
		01 checkRecordCount pic 9(6) value 0.

		01 recordCount pic 9(6) value 0.
		01 warnPercent pic 9(3)v9.
		01 out-count pic zzzz9.
		01 out-rate pic zz9.9.
		01 out-total pic zzzzzzzz9.
		01 out-failed pic zzzzzzzz9.
		01 ws-rpt-line pic x(80).
		copy "RETCODE.cpy".

		goback.
	perform tallyOneRecord until hist-eof
	close qghist
	if recordCount = 0 and checkRecordCount = 0 then
		display "qualityTrend: QGHIST is empty, nothing to report"
		move rc-not-found to return-code
		goback.
	close qgrpt
	display "qualityTrend: " recordCount " evaluation(s) across "
		weekCount " week(s), report written to QGRPT"
	if checkRecordCount > 0 then
		display "qualityTrend: " checkRecordCount " check-digit tally(ies) from "
			feedCount " feed(s)"
	end-if
	move rc-success to return-code
	goback.

		not at end
			move qghist-record to quality-history-detail
			if qg-date > 16010101 then
				perform findWeek
				if qg-reason = "CHKDIGIT" then
					add 1 to checkRecordCount
					perform tallyCheckDigits
				else
					add 1 to recordCount
					perform tallyWeek
				end-if
			end-if
	end-read.

	*> buckets the record into its calendar week, keyed by the Monday
	*> that week began.
	findWeek.
	compute dateSerial = function integer-of-date(qg-date)
	compute weekSerial =
		dateSerial - function mod(dateSerial - 1, 7)
	compute mondayDate = function date-of-integer(weekSerial)
	move "N" to ws-week-found
	move 1 to weekIndex
	perform testWeek until weekIndex > weekCount or week-found
	if not week-found and weekCount < weekTableMax then
		add 1 to weekCount
		move weekCount to weekIndex
		move 0 to wk-allsame(weekIndex)
		move 0 to wk-overrides(weekIndex)
		move 0 to wk-rejections(weekIndex)
		move 0 to wk-checked(weekIndex)
		move 0 to wk-check-failed(weekIndex)
		move "Y" to ws-week-found
	end-if.

	tallyWeek.
	if week-found then
		add 1 to wk-evaluations(weekIndex)
		if qg-reason not = "NONE" then
		end-if
	end-if.

	testWeek.
	if wk-monday(weekIndex) = mondayDate then
		move "Y" to ws-week-found
	else
		add 1 to weekIndex.

	tallyCheckDigits.
	if week-found then
		add qg-checked to wk-checked(weekIndex)
		add qg-check-failed to wk-check-failed(weekIndex)
	end-if
	move "N" to ws-feed-found
	move 1 to feedIndex
	perform testFeed until feedIndex > feedCount or feed-found
	if not feed-found and feedCount < feedTableMax then
		add 1 to feedCount
		move feedCount to feedIndex
		move qg-feed to fd-feed(feedIndex)
		move 0 to fd-checked(feedIndex)
		move 0 to fd-check-failed(feedIndex)
		move "Y" to ws-feed-found
	end-if
	if feed-found then
		add qg-checked to fd-checked(feedIndex)
		add qg-check-failed to fd-check-failed(feedIndex)
	end-if.

	testFeed.
	if fd-feed(feedIndex) = qg-feed then
		move "Y" to ws-feed-found
	else
		add 1 to feedIndex.

	writeTrendReport.
	move "data-quality gate trend by week (week of, evaluations, warnings, rate)" to ws-rpt-line
	write qgrpt-record from ws-rpt-line
	move 1 to weekIndex
	perform writeWeekLine until weekIndex > weekCount
	if feedCount > 0 then
		move spaces to ws-rpt-line
		write qgrpt-record from ws-rpt-line
		move "check-digit failures by feed, whole history (feed, checked, failed, rate)" to ws-rpt-line
		write qgrpt-record from ws-rpt-line
		move 1 to feedIndex
		perform writeFeedLine until feedIndex > feedCount
	end-if.

	writeFeedLine.
	move 0 to warnPercent
	if fd-checked(feedIndex) > 0 then
		compute warnPercent =
			fd-check-failed(feedIndex) * 100 / fd-checked(feedIndex)
	end-if
	move warnPercent to out-rate
	move fd-checked(feedIndex) to out-total
	move fd-check-failed(feedIndex) to out-failed
	move spaces to ws-rpt-line
	string "  " fd-feed(feedIndex) "  " out-total "  " out-failed
		"  (" out-rate "%)"
		delimited by size into ws-rpt-line
	write qgrpt-record from ws-rpt-line
	add 1 to feedIndex.

	writeWeekLine.
	move 0 to warnPercent
	if wk-evaluations(weekIndex) > 0 then
		compute warnPercent =
			wk-warnings(weekIndex) * 100 / wk-evaluations(weekIndex)
	end-if
	move warnPercent to out-rate
	move wk-evaluations(weekIndex) to out-count
	move spaces to ws-rpt-line
	move spaces to ws-rpt-line
	string "  rejections " out-count delimited by size into ws-rpt-line
	write qgrpt-record from ws-rpt-line
	if wk-checked(weekIndex) > 0 then
		move wk-checked(weekIndex) to out-total
		move wk-check-failed(weekIndex) to out-failed
		move spaces to ws-rpt-line
		string "  check-digit failures " out-failed " of " out-total
			" checked" delimited by size into ws-rpt-line
		write qgrpt-record from ws-rpt-line
	end-if
	add 1 to weekIndex.
