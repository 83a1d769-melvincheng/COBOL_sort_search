identification division.
program-id. reportDistrib.

*> the distribution step after reportSpooler: instead of someone
*> pulling the collated PRNTPKG stack apart by hand every morning,
*> writes one bundle per recipient holding just that recipient's
*> reports, each bundle opening with its own banner page and contents
*> list and every report behind its own banner, reportSpooler's
*> layout. the DISTLIST distribution list says who gets what, one or
*> more cards per recipient:
*>   columns  1-20  the recipient
*>   columns 22-41  the delivery destination (printer, mail stop,
*>                  outbound queue) the bundle is routed to
*>   columns 43-50, 52-59, 61-68, 70-77
*>                  up to four report names
*> further cards with the same recipient add more reports. the reports
*> it knows are reportSpooler's ten (RUNSUMP, BALRPT, DISTRPT,
*> AGINGRPT, DUELRPT, GENRPT, TRANRPT, EDITRPT, HSKPRPT, STRATRPT) and
*> BRCHRPT, read from their own datasets. the recipients' bundles go
*> to BUNDLE1 through BUNDLE8 in list order, one DD per recipient,
*> each allocated to its destination in the JCL; a recipient past the
*> eighth gets no bundle and is logged so. the DISTLOG distribution
*> log (appended) gets one line per recipient and report saying what
*> was sent where and how many lines, a report not produced tonight
*> included -- it stands in the bundle's contents as "not produced
*> tonight" rather than going silently missing. RETURN-CODE:
*> rc-success, rc-not-found
*> when no report at all was on file, rc-invalid-input when there is
*> no usable distribution list.
environment division.
	input-output section.
	file-control.
		select distlist assign to "DISTLIST"
			organization line sequential
			file status is ws-list-status.
		select runsump assign to "RUNSUMP"
			organization line sequential
			file status is ws-rpt-status.
		select balrpt assign to "BALRPT"
			organization line sequential
			file status is ws-rpt-status.
		select distrpt assign to "DISTRPT"
			organization line sequential
			file status is ws-rpt-status.
		select agingrpt assign to "AGINGRPT"
			organization line sequential
			file status is ws-rpt-status.
		select duelrpt assign to "DUELRPT"
			organization line sequential
			file status is ws-rpt-status.
		select genrpt assign to "GENRPT"
			organization line sequential
			file status is ws-rpt-status.
		select tranrpt assign to "TRANRPT"
			organization line sequential
			file status is ws-rpt-status.
		select editrpt assign to "EDITRPT"
			organization line sequential
			file status is ws-rpt-status.
		select hskprpt assign to "HSKPRPT"
			organization line sequential
			file status is ws-rpt-status.
		select stratrpt assign to "STRATRPT"
			organization line sequential
			file status is ws-rpt-status.
		select brchrpt assign to "BRCHRPT"
			organization line sequential
			file status is ws-rpt-status.
		select bundle1 assign to "BUNDLE1"
			organization line sequential
			file status is ws-bundle-status.
		select bundle2 assign to "BUNDLE2"
			organization line sequential
			file status is ws-bundle-status.
		select bundle3 assign to "BUNDLE3"
			organization line sequential
			file status is ws-bundle-status.
		select bundle4 assign to "BUNDLE4"
			organization line sequential
			file status is ws-bundle-status.
		select bundle5 assign to "BUNDLE5"
			organization line sequential
			file status is ws-bundle-status.
		select bundle6 assign to "BUNDLE6"
			organization line sequential
			file status is ws-bundle-status.
		select bundle7 assign to "BUNDLE7"
			organization line sequential
			file status is ws-bundle-status.
		select bundle8 assign to "BUNDLE8"
			organization line sequential
			file status is ws-bundle-status.
		select distlog assign to "DISTLOG"
			organization line sequential
			file status is ws-log-status.

data division.
	file section.
	fd distlist.
	01 distlist-record.
		05 dl-recipient pic x(20).
		05 filler pic x(1).
		05 dl-destination pic x(20).
		05 dl-report-slot occurs 4 times.
			10 filler pic x(1).
			10 dl-report pic x(8).

	fd runsump.
	01 runsump-record pic x(100).
	fd balrpt.
	01 balrpt-record pic x(100).
	fd distrpt.
	01 distrpt-record pic x(100).
	fd agingrpt.
	01 agingrpt-record pic x(100).
	fd duelrpt.
	01 duelrpt-record pic x(100).
	fd genrpt.
	01 genrpt-record pic x(100).
	fd tranrpt.
	01 tranrpt-record pic x(100).
	fd editrpt.
	01 editrpt-record pic x(100).
	fd hskprpt.
	01 hskprpt-record pic x(100).
	fd stratrpt.
	01 stratrpt-record pic x(100).
	fd brchrpt.
	01 brchrpt-record pic x(100).

	fd bundle1.
	01 bundle1-record pic x(100).
	fd bundle2.
	01 bundle2-record pic x(100).
	fd bundle3.
	01 bundle3-record pic x(100).
	fd bundle4.
	01 bundle4-record pic x(100).
	fd bundle5.
	01 bundle5-record pic x(100).
	fd bundle6.
	01 bundle6-record pic x(100).
	fd bundle7.
	01 bundle7-record pic x(100).
	fd bundle8.
	01 bundle8-record pic x(100).

	fd distlog.
	01 distlog-record pic x(80).

	working-storage section.
		01 ws-list-status pic x(2).
		01 ws-rpt-status pic x(2).
		01 ws-bundle-status pic x(2).
		01 ws-log-status pic x(2).
		01 ws-list-eof pic x(1).
			88 list-done value "Y".
		01 ws-rpt-eof pic x(1).
			88 report-done value "Y".

		78 linesPerPage value 60.
		01 knownReports.
			05 filler pic x(8) value "RUNSUMP".
			05 filler pic x(8) value "BALRPT".
			05 filler pic x(8) value "DISTRPT".
			05 filler pic x(8) value "AGINGRPT".
			05 filler pic x(8) value "DUELRPT".
			05 filler pic x(8) value "GENRPT".
			05 filler pic x(8) value "TRANRPT".
			05 filler pic x(8) value "EDITRPT".
			05 filler pic x(8) value "HSKPRPT".
			05 filler pic x(8) value "STRATRPT".
			05 filler pic x(8) value "BRCHRPT".
		01 knownTable redefines knownReports.
			05 knownName pic x(8) occurs 11 times.
		78 knownReportCount value 11.

		*> what is on disk tonight, counted once for every bundle.
		01 reportTable.
			05 reportEntry occurs 11 times.
				10 rt-present pic x(1).
				10 rt-lines pic 9(5).
		01 knownIndex pic 9(2).

		*> the recipients in list order; recipient n's bundle is
		*> BUNDLEn.
		78 bundleSlotMax value 8.
		78 recipientTableMax value 30.
		01 recipientTable.
			05 recipientEntry occurs 30 times.
				10 rc-name pic x(20).
				10 rc-destination pic x(20).
				10 rc-report-count pic 9(2).
				10 rc-report occurs 10 times.
					15 rc-known pic 9(2).
					15 rc-start-page pic 9(3).
		01 recipientCount pic 9(2) value 0.
		01 recipientIndex pic 9(2).
		01 reportIndex pic 9(2).
		01 slotIndex pic 9(1).
		01 scanIndex pic 9(2).
		01 ws-found pic x(1).
			88 entry-found value "Y".

		01 reportName pic x(8).
		*> whichever report is open reads through this shared area,
		*> and whichever bundle is open writes from ws-bundle-line;
		*> reportName and recipientIndex pick the file each verb
		*> touches, reportSpooler's one-select-per-file pattern.
		01 ws-report-line pic x(100).
		01 ws-bundle-line pic x(100).
		01 nextPage pic 9(3).
		01 contentPages pic 9(3).
		01 presentCount pic 9(2) value 0.
		01 bundleCount pic 9(2) value 0.
		01 runDate pic 9(8).
		01 ws-time-raw pic 9(8).
		01 runTime pic 9(6).
		01 bannerIndex pic 9(2).
		01 out-page pic zz9.
		01 out-lines pic zzzz9.
		01 ws-log-line pic x(80).
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

procedure division.
	main.
	perform getProcessingDate
	move pdt-date to runDate
	accept ws-time-raw from time
	compute runTime = ws-time-raw / 100
	perform loadDistributionList
	if recipientCount = 0 then
		display "reportDistrib: no usable DISTLIST distribution list, no bundles written"
		move rc-invalid-input to return-code
		goback.
	perform countAllReports
	move 1 to recipientIndex
	perform distributeOneRecipient until recipientIndex > recipientCount
	display "reportDistrib: " bundleCount " bundle(s) written, "
		presentCount " report(s) on file tonight"
	if presentCount = 0 then
		move rc-not-found to return-code
	else
		move rc-success to return-code
	end-if
	goback.

	loadDistributionList.
	open input distlist
	if ws-list-status = "00" then
		move "N" to ws-list-eof
		perform takeOneListCard until list-done
		close distlist
	end-if.

	takeOneListCard.
	read distlist
		at end move "Y" to ws-list-eof
		not at end
			if dl-recipient not = spaces then
				perform findRecipient
				if entry-found then
					move 1 to slotIndex
					perform takeOneListReport until slotIndex > 4
				end-if
			end-if
	end-read.

	*> a recipient's first card fixes its destination; a later card's
	*> destination, if different, is ignored with a word.
	findRecipient.
	move "N" to ws-found
	move 1 to recipientIndex
	perform testRecipient
		until recipientIndex > recipientCount or entry-found
	if entry-found then
		subtract 1 from recipientIndex
		if dl-destination not = spaces
		and dl-destination not = rc-destination(recipientIndex) then
			display "reportDistrib: " dl-recipient " already routed to "
				rc-destination(recipientIndex) ", destination " dl-destination " ignored"
		end-if
	else
		if recipientCount >= recipientTableMax then
			display "reportDistrib: more than " recipientTableMax " recipients, " dl-recipient " skipped"
		else
			add 1 to recipientCount
			move recipientCount to recipientIndex
			move dl-recipient to rc-name(recipientIndex)
			move dl-destination to rc-destination(recipientIndex)
			move 0 to rc-report-count(recipientIndex)
			move "Y" to ws-found
		end-if
	end-if.

	testRecipient.
	if rc-name(recipientIndex) = dl-recipient then
		move "Y" to ws-found.
	add 1 to recipientIndex.

	takeOneListReport.
	if dl-report(slotIndex) not = spaces then
		move dl-report(slotIndex) to reportName
		perform findKnownReport
		evaluate true
			when knownIndex = 0
				display "reportDistrib: DISTLIST names unknown report " reportName " for " dl-recipient ", skipped"
			when rc-report-count(recipientIndex) >= 10
				display "reportDistrib: " dl-recipient " already gets ten reports, " reportName " skipped"
			when other
				add 1 to rc-report-count(recipientIndex)
				move rc-report-count(recipientIndex) to reportIndex
				move knownIndex to rc-known(recipientIndex, reportIndex)
		end-evaluate
	end-if
	add 1 to slotIndex.

	findKnownReport.
	move 0 to knownIndex
	move 1 to scanIndex
	perform testKnownName
		until scanIndex > knownReportCount or knownIndex > 0.

	testKnownName.
	if knownName(scanIndex) = reportName then
		move scanIndex to knownIndex.
	add 1 to scanIndex.

	countAllReports.
	move 1 to knownIndex
	perform countOneReport until knownIndex > knownReportCount.

	countOneReport.
	move knownName(knownIndex) to reportName
	move 0 to rt-lines(knownIndex)
	perform openCurrentReport
	if ws-rpt-status = "00" then
		move "Y" to rt-present(knownIndex)
		add 1 to presentCount
		move "N" to ws-rpt-eof
		perform countOneReportLine until report-done
		perform closeCurrentReport
	else
		move "N" to rt-present(knownIndex)
	end-if
	add 1 to knownIndex.

	countOneReportLine.
	perform readCurrentReport
	if not report-done then
		add 1 to rt-lines(knownIndex).

	distributeOneRecipient.
	if recipientIndex > bundleSlotMax then
		move spaces to ws-log-line
		string runDate " " runTime " " rc-name(recipientIndex)
			" NOT BUNDLED -- no BUNDLE DD past the eighth"
			delimited by size into ws-log-line
		perform writeDistributionLog
		display "reportDistrib: " rc-name(recipientIndex) " not bundled, only eight bundle DDs"
	else
		perform openCurrentBundle
		if ws-bundle-status not = "00" then
			move spaces to ws-log-line
			string runDate " " runTime " " rc-name(recipientIndex)
				" NOT BUNDLED -- BUNDLE DD not allocated"
				delimited by size into ws-log-line
			perform writeDistributionLog
			display "reportDistrib: bundle for " rc-name(recipientIndex) " could not be opened, status " ws-bundle-status
		else
			add 1 to bundleCount
			perform assignPageNumbers
			perform writeBundleBanner
			move 1 to reportIndex
			perform bundleOneReport
				until reportIndex > rc-report-count(recipientIndex)
			perform closeCurrentBundle
		end-if
	end-if
	add 1 to recipientIndex.

	*> the banner and contents are page 1; each present report then
	*> claims its own banner page plus its content pages.
	assignPageNumbers.
	move 2 to nextPage
	move 1 to reportIndex
	perform assignOnePageNumber
		until reportIndex > rc-report-count(recipientIndex).

	assignOnePageNumber.
	move rc-known(recipientIndex, reportIndex) to knownIndex
	if rt-present(knownIndex) = "Y" then
		move nextPage to rc-start-page(recipientIndex, reportIndex)
		compute contentPages =
			(rt-lines(knownIndex) + linesPerPage - 1) / linesPerPage
		compute nextPage = nextPage + 1 + contentPages
	else
		move 0 to rc-start-page(recipientIndex, reportIndex)
	end-if
	add 1 to reportIndex.

	writeBundleBanner.
	move 1 to bannerIndex
	perform writeBannerRule until bannerIndex > 3
	move spaces to ws-bundle-line
	string "*****  REPORT BUNDLE FOR " rc-name(recipientIndex)
		"  " runDate "  page   1  *****"
		delimited by size into ws-bundle-line
	perform writeBundleLine
	move spaces to ws-bundle-line
	string "*****  deliver to " rc-destination(recipientIndex)
		delimited by size into ws-bundle-line
	perform writeBundleLine
	move 1 to bannerIndex
	perform writeBannerRule until bannerIndex > 3
	move spaces to ws-bundle-line
	perform writeBundleLine
	move "contents:" to ws-bundle-line
	perform writeBundleLine
	move 1 to reportIndex
	perform writeOneContentsLine
		until reportIndex > rc-report-count(recipientIndex).

	writeOneContentsLine.
	move rc-known(recipientIndex, reportIndex) to knownIndex
	move spaces to ws-bundle-line
	if rt-present(knownIndex) = "Y" then
		move rc-start-page(recipientIndex, reportIndex) to out-page
		string "  " knownName(knownIndex) "  page " out-page
			delimited by size into ws-bundle-line
	else
		string "  " knownName(knownIndex) "  not produced tonight"
			delimited by size into ws-bundle-line
	end-if
	perform writeBundleLine
	add 1 to reportIndex.

	writeBannerRule.
	move all "*" to ws-bundle-line
	perform writeBundleLine
	add 1 to bannerIndex.

	bundleOneReport.
	move rc-known(recipientIndex, reportIndex) to knownIndex
	move knownName(knownIndex) to reportName
	move spaces to ws-log-line
	if rt-present(knownIndex) = "Y" then
		move 1 to bannerIndex
		perform writeBannerRule until bannerIndex > 3
		move rc-start-page(recipientIndex, reportIndex) to out-page
		move spaces to ws-bundle-line
		string "*****  " reportName "  " runDate "  for "
			rc-name(recipientIndex) "  page " out-page "  *****"
			delimited by size into ws-bundle-line
		perform writeBundleLine
		move 1 to bannerIndex
		perform writeBannerRule until bannerIndex > 3
		perform openCurrentReport
		move "N" to ws-rpt-eof
		perform copyOneReportLine until report-done
		perform closeCurrentReport
		move rt-lines(knownIndex) to out-lines
		string runDate " " runTime " " rc-name(recipientIndex) " "
			reportName " SENT " out-lines " to "
			rc-destination(recipientIndex)
			delimited by size into ws-log-line
	else
		string runDate " " runTime " " rc-name(recipientIndex) " "
			reportName " NOT PRODUCED tonight"
			delimited by size into ws-log-line
	end-if
	perform writeDistributionLog
	add 1 to reportIndex.

	copyOneReportLine.
	perform readCurrentReport
	if not report-done then
		move ws-report-line to ws-bundle-line
		perform writeBundleLine
	end-if.

	writeDistributionLog.
	open extend distlog
	if ws-log-status not = "00" then
		open output distlog.
	write distlog-record from ws-log-line
	close distlog.

	openCurrentReport.
	evaluate reportName
		when "RUNSUMP" open input runsump
		when "BALRPT" open input balrpt
		when "DISTRPT" open input distrpt
		when "AGINGRPT" open input agingrpt
		when "DUELRPT" open input duelrpt
		when "GENRPT" open input genrpt
		when "TRANRPT" open input tranrpt
		when "EDITRPT" open input editrpt
		when "HSKPRPT" open input hskprpt
		when "STRATRPT" open input stratrpt
		when "BRCHRPT" open input brchrpt
	end-evaluate.

	closeCurrentReport.
	evaluate reportName
		when "RUNSUMP" close runsump
		when "BALRPT" close balrpt
		when "DISTRPT" close distrpt
		when "AGINGRPT" close agingrpt
		when "DUELRPT" close duelrpt
		when "GENRPT" close genrpt
		when "TRANRPT" close tranrpt
		when "EDITRPT" close editrpt
		when "HSKPRPT" close hskprpt
		when "STRATRPT" close stratrpt
		when "BRCHRPT" close brchrpt
	end-evaluate.

	readCurrentReport.
	evaluate reportName
		when "RUNSUMP"
			read runsump
				at end move "Y" to ws-rpt-eof
				not at end move runsump-record to ws-report-line
			end-read
		when "BALRPT"
			read balrpt
				at end move "Y" to ws-rpt-eof
				not at end move balrpt-record to ws-report-line
			end-read
		when "DISTRPT"
			read distrpt
				at end move "Y" to ws-rpt-eof
				not at end move distrpt-record to ws-report-line
			end-read
		when "AGINGRPT"
			read agingrpt
				at end move "Y" to ws-rpt-eof
				not at end move agingrpt-record to ws-report-line
			end-read
		when "DUELRPT"
			read duelrpt
				at end move "Y" to ws-rpt-eof
				not at end move duelrpt-record to ws-report-line
			end-read
		when "GENRPT"
			read genrpt
				at end move "Y" to ws-rpt-eof
				not at end move genrpt-record to ws-report-line
			end-read
		when "TRANRPT"
			read tranrpt
				at end move "Y" to ws-rpt-eof
				not at end move tranrpt-record to ws-report-line
			end-read
		when "EDITRPT"
			read editrpt
				at end move "Y" to ws-rpt-eof
				not at end move editrpt-record to ws-report-line
			end-read
		when "HSKPRPT"
			read hskprpt
				at end move "Y" to ws-rpt-eof
				not at end move hskprpt-record to ws-report-line
			end-read
		when "STRATRPT"
			read stratrpt
				at end move "Y" to ws-rpt-eof
				not at end move stratrpt-record to ws-report-line
			end-read
		when "BRCHRPT"
			read brchrpt
				at end move "Y" to ws-rpt-eof
				not at end move brchrpt-record to ws-report-line
			end-read
	end-evaluate.

	openCurrentBundle.
	evaluate recipientIndex
		when 1 open output bundle1
		when 2 open output bundle2
		when 3 open output bundle3
		when 4 open output bundle4
		when 5 open output bundle5
		when 6 open output bundle6
		when 7 open output bundle7
		when 8 open output bundle8
	end-evaluate.

	closeCurrentBundle.
	evaluate recipientIndex
		when 1 close bundle1
		when 2 close bundle2
		when 3 close bundle3
		when 4 close bundle4
		when 5 close bundle5
		when 6 close bundle6
		when 7 close bundle7
		when 8 close bundle8
	end-evaluate.

	writeBundleLine.
	evaluate recipientIndex
		when 1 write bundle1-record from ws-bundle-line
		when 2 write bundle2-record from ws-bundle-line
		when 3 write bundle3-record from ws-bundle-line
		when 4 write bundle4-record from ws-bundle-line
		when 5 write bundle5-record from ws-bundle-line
		when 6 write bundle6-record from ws-bundle-line
		when 7 write bundle7-record from ws-bundle-line
		when 8 write bundle8-record from ws-bundle-line
	end-evaluate.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "reportDistrib" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
