*> SPOOLCTL cards, one report name per card (the supervisor's pages
*> first is just putting them first); with no control file the
*> default order below stands. the reports it knows: RUNSUMP,
*> BALRPT, DISTRPT, AGINGRPT, DUELRPT, GENRPT, TRANRPT, EDITRPT,
*> HSKPRPT, STRATRPT. a
*> report file absent tonight is listed "not produced" in the
*> contents rather than silently missing from the stack. pages are
*> counted at sixty lines, the banner counting as a page of its own.
*> every report is offered to deliveryTrack as the package is built,
*> which records against the RPTDEADL deadline table when each one
*> became available and pages the operator when one missed its time;
*> a late report is still spooled.
*> under the TRAINING DD (see trainGuard.cbl) the package is a
*> training printout and says so: the contents page, every banner
*> page, and every page of every report open with the training
*> stamp, each report page giving up one line to it.
*> RETURN-CODE: rc-success, rc-not-found when no report at all was
*> on file.
environment division.
		select agingrpt assign to "AGINGRPT"
			organization line sequential
			file status is ws-rpt-status.
		select duelrpt assign to "DUELRPT"
			organization line sequential
			file status is ws-rpt-status.
		select genrpt assign to "GENRPT"
			organization line sequential
			file status is ws-rpt-status.
		select hskprpt assign to "HSKPRPT"
			organization line sequential
			file status is ws-rpt-status.
		select stratrpt assign to "STRATRPT"
			organization line sequential
			file status is ws-rpt-status.
		select prntpkg assign to "PRNTPKG"
			organization line sequential
			file status is ws-pkg-status.
	01 distrpt-record pic x(100).
	fd agingrpt.
	01 agingrpt-record pic x(100).
	fd duelrpt.
	01 duelrpt-record pic x(100).
	fd genrpt.
	01 genrpt-record pic x(100).
	fd tranrpt.
	01 editrpt-record pic x(100).
	fd hskprpt.
	01 hskprpt-record pic x(100).
	fd stratrpt.
	01 stratrpt-record pic x(100).

	fd prntpkg.
	01 prntpkg-record pic x(100).
			88 report-done value "Y".

		78 linesPerPage value 60.
		*> a training package gives each page's first line to the
		*> training stamp.
		01 pageBodyLines pic 9(2) value 60.
		01 pageLineCount pic 9(2).
		01 defaultOrder.
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
		01 defaultTable redefines defaultOrder.
			05 defaultName pic x(8) occurs 10 times.
		78 knownReportCount value 10.

		78 packTableMax value 10.
		01 packTable.
			05 packEntry occurs 10 times.
				10 pk-name pic x(8).
				10 pk-present pic x(1).
				10 pk-lines pic 9(5).
				10 pk-start-page pic 9(3).
		01 packCount pic 9(2) value 0.
		01 packIndex pic 9(2).
		01 ws-name-known pic x(1).
			88 report-name-known value "Y".
		01 ws-name-listed pic x(1).
			88 report-already-listed value "Y".
		01 scanIndex pic 9(2).

		01 reportName pic x(8).
		*> whichever report is open at the moment reads through this
		01 ws-report-line pic x(100).
		01 nextPage pic 9(3).
		01 contentPages pic 9(3).
		01 presentCount pic 9(2) value 0.
		01 runDate pic 9(8).
		01 runTime pic 9(6).
		01 ws-time-raw pic 9(8).
		01 lateCount pic 9(2) value 0.
		01 ws-pkg-line pic x(100).
		01 out-page pic zz9.
		01 bannerIndex pic 9(2).
		copy "TRAINREQ.cpy".
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

procedure division.
	main.
	perform checkTrainingMode
	if return-code not = rc-success then
		move rc-invalid-input to return-code
		goback.
	if tg-training then
		compute pageBodyLines = linesPerPage - 1.
	perform getProcessingDate
	move pdt-date to runDate
	accept ws-time-raw from time
	compute runTime = ws-time-raw / 100
	perform buildPackingOrder
	perform countAllReports
	perform trackAllDeliveries
	if presentCount = 0 then
		display "reportSpooler: no report file on disk tonight, no package to build"
		move rc-not-found to return-code
	end-if
	add 1 to packIndex.

	*> reportName and pk-present travel to deliveryTrack as they are;
	*> a report missing from its table is simply not tracked.
	trackAllDeliveries.
	move 1 to packIndex
	perform trackOneDelivery until packIndex > packCount
	if lateCount > 0 then
		display "reportSpooler: " lateCount " report(s) late or missing against their delivery deadline".

	trackOneDelivery.
	move pk-name(packIndex) to reportName
	call 'deliveryTrack' using reportName, pk-present(packIndex),
		runDate, runTime
		on exception move rc-success to return-code
	end-call
	if return-code = rc-invalid-input then
		add 1 to lateCount.
	add 1 to packIndex.

	countOneReportLine.
	perform readCurrentReport
	if not report-done then
		when "BALRPT" open input balrpt
		when "DISTRPT" open input distrpt
		when "AGINGRPT" open input agingrpt
		when "DUELRPT" open input duelrpt
		when "GENRPT" open input genrpt
		when "TRANRPT" open input tranrpt
		when "EDITRPT" open input editrpt
		when "HSKPRPT" open input hskprpt
		when "STRATRPT" open input stratrpt
	end-evaluate.

	closeCurrentReport.
		when "BALRPT" close balrpt
		when "DISTRPT" close distrpt
		when "AGINGRPT" close agingrpt
		when "DUELRPT" close duelrpt
		when "GENRPT" close genrpt
		when "TRANRPT" close tranrpt
		when "EDITRPT" close editrpt
		when "HSKPRPT" close hskprpt
		when "STRATRPT" close stratrpt
	end-evaluate.

	readCurrentReport.
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
				at end move "Y" to ws-rpt-eof
				not at end move hskprpt-record to ws-report-line
			end-read
		when "STRATRPT"
			read stratrpt
				at end move "Y" to ws-rpt-eof
				not at end move stratrpt-record to ws-report-line
			end-read
	end-evaluate.

	*> the contents page is page 1; each present report then claims
	if pk-present(packIndex) = "Y" then
		move nextPage to pk-start-page(packIndex)
		compute contentPages =
			(pk-lines(packIndex) + pageBodyLines - 1) / pageBodyLines
		compute nextPage = nextPage + 1 + contentPages
	else
		move 0 to pk-start-page(packIndex)
	add 1 to packIndex.

	writeContentsPage.
	perform writeTrainingStamp
	move spaces to ws-pkg-line
	string "MORNING REPORT PACKAGE  " runDate "  page   1"
		delimited by size into ws-pkg-line
		perform writeBannerPage
		move pk-name(packIndex) to reportName
		perform openCurrentReport
		move 0 to pageLineCount
		move "N" to ws-rpt-eof
		perform copyOneReportLine until report-done
		perform closeCurrentReport
	*> the banner is what the collator's thumb finds: a block of
	*> separator lines, the report's name, the date, its page number.
	writeBannerPage.
	perform writeTrainingStamp
	move 1 to bannerIndex
	perform writeBannerRule until bannerIndex > 3
	move pk-start-page(packIndex) to out-page
	copyOneReportLine.
	perform readCurrentReport
	if not report-done then
		if pageLineCount = 0 then
			perform writeTrainingStamp
		end-if
		write prntpkg-record from ws-report-line
		add 1 to pageLineCount
		if pageLineCount = pageBodyLines then
			move 0 to pageLineCount
		end-if
	end-if.

	writeTrainingStamp.
	if tg-training then
		write prntpkg-record from tg-stamp.

	*> a training run is turned onto the sandbox before anything is
	*> opened (see trainGuard.cbl); one with no sandbox stops here.
	checkTrainingMode.
	move "reportSpooler" to tg-program
	call 'trainGuard' using training-request
		on exception move "P" to tg-mode
	end-call.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "reportSpooler" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
