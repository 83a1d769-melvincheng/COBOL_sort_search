identification division.
program-id. reqRespond.

*> puts one entry on a business requester's own response file, so the
*> collections, finance, and compliance requests reqIntake queues get
*> their answers back as a file instead of someone copying console
*> output into an email. the request block is RESPREQ.cpy; each
*> requester was given a slot at intake, and slot n's answers go to
*> RESPONSn, RESPONS1 through RESPONS8 -- one DD per requester, each
*> allocated to wherever that area collects its answers, the way
*> reportDistrib's bundles are. appended, so a day's answers build
*> up in one file. every entry opens with the request as it was made
*> (requester, department, command, target, run-by), then:
*>   - for a request intake refused, REJECTED and the reason; it was
*>     never queued and will not run
*>   - for a request that ran, ANSWERED with the date, time, and
*>     outcome, then its result lines: the position a search found,
*>     or the report the command wrote (ARRAYSTA, AGINGRPT, DISTRPT,
*>     RANGERPT, SRCHTIME, DATECRPT, BENFRPT, SEQGRPT, DUELRPT)
*>     copied in whole; a command with no report of its own (the
*>     sorts, the saved-array commands) answers with its outcome alone
*> RETURN-CODE: rc-success, rc-invalid-input when the slot is not
*> 1-8 or its RESPONSn file cannot be opened.
environment division.
	input-output section.
	file-control.
		select respons1 assign to "RESPONS1"
			organization line sequential
			file status is ws-resp-status.
		select respons2 assign to "RESPONS2"
			organization line sequential
			file status is ws-resp-status.
		select respons3 assign to "RESPONS3"
			organization line sequential
			file status is ws-resp-status.
		select respons4 assign to "RESPONS4"
			organization line sequential
			file status is ws-resp-status.
		select respons5 assign to "RESPONS5"
			organization line sequential
			file status is ws-resp-status.
		select respons6 assign to "RESPONS6"
			organization line sequential
			file status is ws-resp-status.
		select respons7 assign to "RESPONS7"
			organization line sequential
			file status is ws-resp-status.
		select respons8 assign to "RESPONS8"
			organization line sequential
			file status is ws-resp-status.
		select arraysta assign to "ARRAYSTA"
			organization line sequential
			file status is ws-rpt-status.
		select agingrpt assign to "AGINGRPT"
			organization line sequential
			file status is ws-rpt-status.
		select distrpt assign to "DISTRPT"
			organization line sequential
			file status is ws-rpt-status.
		select rangerpt assign to "RANGERPT"
			organization line sequential
			file status is ws-rpt-status.
		select srchtime assign to "SRCHTIME"
			organization line sequential
			file status is ws-rpt-status.
		select datecrpt assign to "DATECRPT"
			organization line sequential
			file status is ws-rpt-status.
		select benfrpt assign to "BENFRPT"
			organization line sequential
			file status is ws-rpt-status.
		select seqgrpt assign to "SEQGRPT"
			organization line sequential
			file status is ws-rpt-status.
		select duelrpt assign to "DUELRPT"
			organization line sequential
			file status is ws-rpt-status.

data division.
	file section.
	fd respons1.
	01 respons1-record pic x(80).
	fd respons2.
	01 respons2-record pic x(80).
	fd respons3.
	01 respons3-record pic x(80).
	fd respons4.
	01 respons4-record pic x(80).
	fd respons5.
	01 respons5-record pic x(80).
	fd respons6.
	01 respons6-record pic x(80).
	fd respons7.
	01 respons7-record pic x(80).
	fd respons8.
	01 respons8-record pic x(80).

	fd arraysta.
	01 arraysta-record pic x(80).
	fd agingrpt.
	01 agingrpt-record pic x(80).
	fd distrpt.
	01 distrpt-record pic x(80).
	fd rangerpt.
	01 rangerpt-record pic x(80).
	fd srchtime.
	01 srchtime-record pic x(80).
	fd datecrpt.
	01 datecrpt-record pic x(80).
	fd benfrpt.
	01 benfrpt-record pic x(80).
	fd seqgrpt.
	01 seqgrpt-record pic x(80).

	fd duelrpt.
	01 duelrpt-record pic x(80).

	working-storage section.
		01 ws-resp-status pic x(2).
		01 ws-rpt-status pic x(2).
		01 ws-rpt-eof pic x(1).
			88 report-done value "Y".
		01 ws-resp-line pic x(80).
		01 ws-report-line pic x(80).
		78 responseSlotMax value 8.

		*> the report each command writes, by command name; a command
		*> not listed has none to return.
		01 commandReports.
			05 filler pic x(30) value "arrayStats".
			05 filler pic x(8) value "ARRAYSTA".
			05 filler pic x(30) value "agingReport".
			05 filler pic x(8) value "AGINGRPT".
			05 filler pic x(30) value "distributionReport".
			05 filler pic x(8) value "DISTRPT".
			05 filler pic x(30) value "rangeSearch".
			05 filler pic x(8) value "RANGERPT".
			05 filler pic x(30) value "searchTimingReport".
			05 filler pic x(8) value "SRCHTIME".
			05 filler pic x(30) value "dateCoverage".
			05 filler pic x(8) value "DATECRPT".
			05 filler pic x(30) value "benfordScreen".
			05 filler pic x(8) value "BENFRPT".
			05 filler pic x(30) value "sequenceGap".
			05 filler pic x(8) value "SEQGRPT".
			05 filler pic x(30) value "dueLadder".
			05 filler pic x(8) value "DUELRPT".
		01 commandReportTable redefines commandReports.
			05 commandReportEntry occurs 9 times.
				10 cr-command pic x(30).
				10 cr-report pic x(8).
		78 commandReportCount value 9.
		01 reportIndex pic 9(2).
		01 reportName pic x(8).
		01 reportLines pic 9(5).

		01 ws-run-date pic 9(8).
		01 ws-run-time-raw pic 9(8).
		01 out-time pic 9(4).
		01 out-rc pic -(4)9.
		01 out-index pic zzzz9.
		01 out-lines pic zzzz9.
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

	linkage section.
		copy "RESPREQ.cpy".

procedure division using response-request.
	main.
	if rr-slot < 1 or rr-slot > responseSlotMax then
		display "reqRespond: " rr-requester " has no response slot, answer not written"
		move rc-invalid-input to return-code
		goback.
	perform openResponseFile
	if ws-resp-status not = "00" then
		display "reqRespond: RESPONS" rr-slot " could not be opened, status "
			ws-resp-status ", answer for " rr-requester " not written"
		move rc-invalid-input to return-code
		goback.
	perform writeRequestEcho
	if rr-rejected then
		move spaces to ws-resp-line
		string "REJECTED  not queued: " rr-reason
			delimited by size into ws-resp-line
		perform writeResponseLine
	else
		perform writeAnswer
	end-if
	move spaces to ws-resp-line
	perform writeResponseLine
	perform closeResponseFile
	move rc-success to return-code
	goback.

	writeRequestEcho.
	move all "-" to ws-resp-line
	perform writeResponseLine
	move spaces to ws-resp-line
	string "REQUEST   from " rr-requester "  " rr-department
		delimited by size into ws-resp-line
	perform writeResponseLine
	move spaces to ws-resp-line
	evaluate true
		when rr-target-high not = spaces
			string "          " function trim(rr-command) " from "
				function trim(rr-target) " to " function trim(rr-target-high)
				delimited by size into ws-resp-line
		when rr-target not = spaces
			string "          " function trim(rr-command) " for "
				function trim(rr-target)
				delimited by size into ws-resp-line
		when other
			string "          " function trim(rr-command)
				delimited by size into ws-resp-line
	end-evaluate
	perform writeResponseLine
	if rr-run-by not = spaces then
		move spaces to ws-resp-line
		string "          required by " rr-run-by
			delimited by size into ws-resp-line
		perform writeResponseLine
	end-if.

	*> the outcome, then whatever the command has to show for it.
	writeAnswer.
	perform getProcessingDate
	move pdt-date to ws-run-date
	accept ws-run-time-raw from time
	compute out-time = ws-run-time-raw / 10000
	move rr-return-code to out-rc
	move spaces to ws-resp-line
	evaluate rr-return-code
		when rc-success
			string "ANSWERED  " ws-run-date " " out-time "  completed"
				delimited by size into ws-resp-line
		when rc-not-found
			string "ANSWERED  " ws-run-date " " out-time
				"  completed, nothing found or exceptions listed"
				delimited by size into ws-resp-line
		when rc-invalid-input
			string "ANSWERED  " ws-run-date " " out-time
				"  refused by the command, input not usable"
				delimited by size into ws-resp-line
		when other
			string "ANSWERED  " ws-run-date " " out-time
				"  ended with return code " function trim(out-rc)
				delimited by size into ws-resp-line
	end-evaluate
	perform writeResponseLine
	evaluate true
		when rr-return-code > rc-not-found
		and (rr-command = "linearSearch" or rr-command = "binarySearch"
		or rr-command = "interpolationSearch" or rr-command = "jumpSearch"
		or rr-command = "phoneticSearchAlpha")
			move "  the search did not run, no answer to give" to ws-resp-line
			perform writeResponseLine
		when rr-command = "linearSearch" or rr-command = "binarySearch"
			perform writeSearchResult
		when rr-command = "interpolationSearch" or rr-command = "jumpSearch"
		or rr-command = "phoneticSearchAlpha"
			if rr-return-code = rc-success then
				move "  found in the array" to ws-resp-line
			else
				move "  not found in the array" to ws-resp-line
			end-if
			perform writeResponseLine
		when other
			perform findCommandReport
			if reportName = spaces then
				move "  no report lines for this command" to ws-resp-line
				perform writeResponseLine
			else
				perform copyCommandReport
			end-if
	end-evaluate.

	writeSearchResult.
	move spaces to ws-resp-line
	if rr-found-index > 0 then
		move rr-found-index to out-index
		string "  found at position " function trim(out-index)
			delimited by size into ws-resp-line
	else
		move "  not found in the array" to ws-resp-line
	end-if
	perform writeResponseLine.

	findCommandReport.
	move spaces to reportName
	move 1 to reportIndex
	perform checkOneCommandReport
		until reportIndex > commandReportCount or reportName not = spaces.

	checkOneCommandReport.
	if cr-command(reportIndex) = rr-command then
		move cr-report(reportIndex) to reportName
	else
		add 1 to reportIndex.

	copyCommandReport.
	perform openCommandReport
	if ws-rpt-status not = "00" then
		move spaces to ws-resp-line
		string "  " reportName " not produced, no result lines"
			delimited by size into ws-resp-line
		perform writeResponseLine
	else
		move spaces to ws-resp-line
		string "  result lines from " reportName ":"
			delimited by size into ws-resp-line
		perform writeResponseLine
		move 0 to reportLines
		move "N" to ws-rpt-eof
		perform copyOneReportLine until report-done
		perform closeCommandReport
		move reportLines to out-lines
		move spaces to ws-resp-line
		string "  (" function trim(out-lines) " line(s))"
			delimited by size into ws-resp-line
		perform writeResponseLine
	end-if.

	copyOneReportLine.
	perform readCommandReport
	if not report-done then
		add 1 to reportLines
		move ws-report-line to ws-resp-line
		perform writeResponseLine
	end-if.

	openCommandReport.
	evaluate reportName
		when "ARRAYSTA" open input arraysta
		when "AGINGRPT" open input agingrpt
		when "DISTRPT" open input distrpt
		when "RANGERPT" open input rangerpt
		when "SRCHTIME" open input srchtime
		when "DATECRPT" open input datecrpt
		when "BENFRPT" open input benfrpt
		when "SEQGRPT" open input seqgrpt
		when "DUELRPT" open input duelrpt
	end-evaluate.

	closeCommandReport.
	evaluate reportName
		when "ARRAYSTA" close arraysta
		when "AGINGRPT" close agingrpt
		when "DISTRPT" close distrpt
		when "RANGERPT" close rangerpt
		when "SRCHTIME" close srchtime
		when "DATECRPT" close datecrpt
		when "BENFRPT" close benfrpt
		when "SEQGRPT" close seqgrpt
		when "DUELRPT" close duelrpt
	end-evaluate.

	readCommandReport.
	evaluate reportName
		when "ARRAYSTA"
			read arraysta
				at end move "Y" to ws-rpt-eof
				not at end move arraysta-record to ws-report-line
			end-read
		when "AGINGRPT"
			read agingrpt
				at end move "Y" to ws-rpt-eof
				not at end move agingrpt-record to ws-report-line
			end-read
		when "DISTRPT"
			read distrpt
				at end move "Y" to ws-rpt-eof
				not at end move distrpt-record to ws-report-line
			end-read
		when "RANGERPT"
			read rangerpt
				at end move "Y" to ws-rpt-eof
				not at end move rangerpt-record to ws-report-line
			end-read
		when "SRCHTIME"
			read srchtime
				at end move "Y" to ws-rpt-eof
				not at end move srchtime-record to ws-report-line
			end-read
		when "DATECRPT"
			read datecrpt
				at end move "Y" to ws-rpt-eof
				not at end move datecrpt-record to ws-report-line
			end-read
		when "BENFRPT"
			read benfrpt
				at end move "Y" to ws-rpt-eof
				not at end move benfrpt-record to ws-report-line
			end-read
		when "SEQGRPT"
			read seqgrpt
				at end move "Y" to ws-rpt-eof
				not at end move seqgrpt-record to ws-report-line
			end-read
		when "DUELRPT"
			read duelrpt
				at end move "Y" to ws-rpt-eof
				not at end move duelrpt-record to ws-report-line
			end-read
	end-evaluate.

	*> appended: the day's answers build up in the requester's file.
	openResponseFile.
	evaluate rr-slot
		when 1
			open extend respons1
			if ws-resp-status not = "00" then
				open output respons1
			end-if
		when 2
			open extend respons2
			if ws-resp-status not = "00" then
				open output respons2
			end-if
		when 3
			open extend respons3
			if ws-resp-status not = "00" then
				open output respons3
			end-if
		when 4
			open extend respons4
			if ws-resp-status not = "00" then
				open output respons4
			end-if
		when 5
			open extend respons5
			if ws-resp-status not = "00" then
				open output respons5
			end-if
		when 6
			open extend respons6
			if ws-resp-status not = "00" then
				open output respons6
			end-if
		when 7
			open extend respons7
			if ws-resp-status not = "00" then
				open output respons7
			end-if
		when 8
			open extend respons8
			if ws-resp-status not = "00" then
				open output respons8
			end-if
	end-evaluate.

	closeResponseFile.
	evaluate rr-slot
		when 1 close respons1
		when 2 close respons2
		when 3 close respons3
		when 4 close respons4
		when 5 close respons5
		when 6 close respons6
		when 7 close respons7
		when 8 close respons8
	end-evaluate.

	writeResponseLine.
	evaluate rr-slot
		when 1 write respons1-record from ws-resp-line
		when 2 write respons2-record from ws-resp-line
		when 3 write respons3-record from ws-resp-line
		when 4 write respons4-record from ws-resp-line
		when 5 write respons5-record from ws-resp-line
		when 6 write respons6-record from ws-resp-line
		when 7 write respons7-record from ws-resp-line
		when 8 write respons8-record from ws-resp-line
	end-evaluate.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "reqRespond" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
