identification division.
program-id. legalHoldReport.

*> the legal-hold report: every hold on LEGALHLD (see LHOLDREC.cpy),
*> its matter, who placed it and when, whether it still stands, and
*> for each of its scope lines what it is protecting right now --
*> found by walking the covered files and asking holdCheck (see
*> HOLDQRY.cpy) of each record against that scope line alone, so the
*> count is exactly what the purge paths would keep for it:
*>   AUDITLOG, PERFHIST, QGHIST, SRCHLOG, KSDSJRNL, RUNSTAT, BALHIST
*>             records
*>   SORTOUT   generations (tonight's SORTOUT and SORTOUTG1-G5) with
*>             any record covered, and those records
*>   ARRAYCAT  catalog entries, by name and save date
*>   RPTARCH   archived reports, by name and run date
*>   MERGEOUT, ARRAYCSV, XMSRUN  the file whole, as tonight's data
*> an ALL scope line is walked against each of them in turn. a
*> released scope line protects nothing and is listed as such. the
*> report is written to HOLDRPT in the order the holds were placed.
*> the scope lines are held in memory as holdCheck holds them, 999
*> at most; a LEGALHLD longer than that is reported as far as it
*> fits and the report says so.
*> RETURN-CODE: rc-success, rc-not-found when LEGALHLD holds nothing,
*> rc-invalid-input when it is too long to report whole.
environment division.
	input-output section.
	file-control.
		select legalhld assign to "LEGALHLD"
			organization line sequential
			file status is ws-hold-status.
		select holdrpt assign to "HOLDRPT"
			organization line sequential
			file status is ws-rpt-status.
		select auditlog assign to "AUDITLOG"
			organization line sequential
			file status is ws-scan-status.
		select perfhist assign to "PERFHIST"
			organization line sequential
			file status is ws-scan-status.
		select qghist assign to "QGHIST"
			organization line sequential
			file status is ws-scan-status.
		select srchlog assign to "SRCHLOG"
			organization line sequential
			file status is ws-scan-status.
		select ksdsjrnl assign to "KSDSJRNL"
			organization line sequential
			file status is ws-scan-status.
		select runstat assign to "RUNSTAT"
			organization line sequential
			file status is ws-scan-status.
		select balhist assign to "BALHIST"
			organization line sequential
			file status is ws-scan-status.
		select sortout assign to "SORTOUT"
			organization line sequential
			file status is ws-scan-status.
		select gen1 assign to "SORTOUTG1"
			organization line sequential
			file status is ws-scan-status.
		select gen2 assign to "SORTOUTG2"
			organization line sequential
			file status is ws-scan-status.
		select gen3 assign to "SORTOUTG3"
			organization line sequential
			file status is ws-scan-status.
		select gen4 assign to "SORTOUTG4"
			organization line sequential
			file status is ws-scan-status.
		select gen5 assign to "SORTOUTG5"
			organization line sequential
			file status is ws-scan-status.
		select mergeout assign to "MERGEOUT"
			organization line sequential
			file status is ws-scan-status.
		select arraycsv assign to "ARRAYCSV"
			organization line sequential
			file status is ws-scan-status.
		select arraycat assign to "ARRAYCAT"
			organization indexed
			access mode is sequential
			record key is ac-key
			file status is ws-scan-status.
		select rptarch assign to "RPTARCH"
			organization indexed
			access mode is sequential
			record key is ra-key
			file status is ws-scan-status.

data division.
	file section.
	fd legalhld.
	01 legalhld-record pic x(122).
	fd holdrpt.
	01 holdrpt-record pic x(80).
	fd auditlog.
	01 auditlog-record pic x(100).
	fd perfhist.
	01 perfhist-record pic x(100).
	fd qghist.
	01 qghist-record pic x(100).
	fd srchlog.
	01 srchlog-record pic x(100).
	fd ksdsjrnl.
	01 ksdsjrnl-record pic x(100).
	fd runstat.
	01 runstat-record pic x(100).
	fd balhist.
	01 balhist-record pic x(100).
	fd sortout.
	01 sortout-record pic x(100).
	fd gen1.
	01 gen1-record pic x(100).
	fd gen2.
	01 gen2-record pic x(100).
	fd gen3.
	01 gen3-record pic x(100).
	fd gen4.
	01 gen4-record pic x(100).
	fd gen5.
	01 gen5-record pic x(100).
	fd mergeout.
	01 mergeout-record pic x(100).
	fd arraycsv.
	01 arraycsv-record pic x(100).
	fd arraycat.
	copy "CATREC.cpy".
	fd rptarch.
	copy "RARCREC.cpy".

	working-storage section.
		01 ws-hold-status pic x(2).
		01 ws-rpt-status pic x(2).
		01 ws-scan-status pic x(2).
		01 ws-hold-eof pic x(1).
			88 hold-file-done value "Y".
		01 ws-scan-eof pic x(1).
			88 scan-done value "Y".
		copy "LHOLDREC.cpy".
		copy "HOLDQRY.cpy".

		*> LEGALHLD in file order: a scope's line number is the scope
		*> number holdCheck knows it by.
		78 holdTableMax value 999.
		01 holdTable.
			05 holdLine pic x(122) occurs 999 times.
		01 holdCount pic 9(3) value 0.
		01 holdIndex pic 9(4).
		01 holdIdTable.
			05 holdIdEntry pic x(8) occurs 999 times.
		01 holdIdCount pic 9(3) value 0.
		01 holdIdIndex pic 9(4).
		01 ws-hold-partial pic x(1) value "N".
			88 hold-file-partial value "Y".
		01 ws-id-found pic x(1).
			88 hold-id-found value "Y".
		01 currentHoldId pic x(8).

		*> the files an ALL scope is walked against, in report order.
		01 coveredFileList.
			05 filler pic x(8) value "AUDITLOG".
			05 filler pic x(8) value "PERFHIST".
			05 filler pic x(8) value "QGHIST".
			05 filler pic x(8) value "SRCHLOG".
			05 filler pic x(8) value "KSDSJRNL".
			05 filler pic x(8) value "RUNSTAT".
			05 filler pic x(8) value "BALHIST".
			05 filler pic x(8) value "SORTOUT".
			05 filler pic x(8) value "ARRAYCAT".
			05 filler pic x(8) value "RPTARCH".
			05 filler pic x(8) value "MERGEOUT".
			05 filler pic x(8) value "ARRAYCSV".
			05 filler pic x(8) value "XMSRUN".
		01 coveredFileTable redefines coveredFileList.
			05 coveredFile pic x(8) occurs 13 times.
		01 coveredIndex pic 9(2).

		*> one walk: scanFile names the file, scanName the physical
		*> file being read (SORTOUT's generations differ).
		01 scanFile pic x(8).
		01 scanName pic x(9).
		01 scanLine pic x(100).
		01 generationBefore pic 9(7).
		01 scanDateText pic x(8).
		01 scanKeyField pic x(10).
		01 generationIndex pic 9(1).
		01 ws-generation-held pic x(1).
			88 generation-held value "Y".
		01 protectedCount pic 9(7).
		01 protectedGenerations pic 9(1).
		01 protectedUnit pic x(12).
		01 todayDate pic 9(8).

		01 scopeText pic x(23).
		01 statusText pic x(20).
		01 standingCount pic 9(3) value 0.
		01 ws-rpt-line pic x(80).
		01 out-count pic zzzzzz9.
		01 out-value pic -(9)9.
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

procedure division.
	main.
	perform getProcessingDate
	move pdt-date to todayDate
	move 0 to holdCount
	move 0 to holdIdCount
	open input legalhld
	if ws-hold-status = "00" then
		move "N" to ws-hold-eof
		perform loadOneHoldLine until hold-file-done
		close legalhld
	end-if
	open output holdrpt
	move spaces to ws-rpt-line
	string "legal holds as of " todayDate
		delimited by size into ws-rpt-line
	write holdrpt-record from ws-rpt-line
	if holdCount = 0 then
		move "no holds on file" to ws-rpt-line
		write holdrpt-record from ws-rpt-line
		close holdrpt
		display "legalHoldReport: no holds on file"
		move rc-not-found to return-code
		goback.
	move "OPEN" to hq-action
	call 'holdCheck' using hold-query
	move 1 to holdIdIndex
	perform writeOneHold until holdIdIndex > holdIdCount
	move spaces to holdrpt-record
	write holdrpt-record
	move holdIdCount to out-count
	move standingCount to out-value
	move spaces to ws-rpt-line
	string "holds on file " function trim(out-count)
		", standing scope lines " function trim(out-value)
		delimited by size into ws-rpt-line
	write holdrpt-record from ws-rpt-line
	if hold-file-partial then
		move spaces to ws-rpt-line
		string "LEGALHLD holds more than " holdTableMax
			" scope lines, the rest not reported"
			delimited by size into ws-rpt-line
		write holdrpt-record from ws-rpt-line
		display "legalHoldReport: " ws-rpt-line
	end-if
	close holdrpt
	display "legalHoldReport: " holdIdCount " hold(s) reported to HOLDRPT"
	if hold-file-partial then
		move rc-invalid-input to return-code
	else
		move rc-success to return-code
	end-if
	goback.

	loadOneHoldLine.
	read legalhld
		at end move "Y" to ws-hold-eof
		not at end
			if holdCount < holdTableMax then
				add 1 to holdCount
				move legalhld-record to holdLine(holdCount)
				move legalhld-record to legal-hold-detail
				move lh-hold-id to currentHoldId
				perform noteHoldId
			else
				move "Y" to ws-hold-partial
				move "Y" to ws-hold-eof
			end-if
	end-read.

	noteHoldId.
	move "N" to ws-id-found
	move 1 to holdIdIndex
	perform testOneHoldId until holdIdIndex > holdIdCount or hold-id-found
	if not hold-id-found then
		add 1 to holdIdCount
		move currentHoldId to holdIdEntry(holdIdCount)
	end-if.

	testOneHoldId.
	if holdIdEntry(holdIdIndex) = currentHoldId then
		move "Y" to ws-id-found
	else
		add 1 to holdIdIndex.

	*> a heading from the hold's first line, then each of its scopes.
	writeOneHold.
	move holdIdEntry(holdIdIndex) to currentHoldId
	move spaces to holdrpt-record
	write holdrpt-record
	move 1 to holdIndex
	perform findFirstHoldLine until holdIndex > holdCount
		or holdLine(holdIndex)(1:8) = currentHoldId
	move holdLine(holdIndex) to legal-hold-detail
	move spaces to ws-rpt-line
	string "hold " lh-hold-id "  " lh-matter
		delimited by size into ws-rpt-line
	write holdrpt-record from ws-rpt-line
	move spaces to ws-rpt-line
	string "     placed by " lh-placed-by " on " lh-placed-date
		delimited by size into ws-rpt-line
	write holdrpt-record from ws-rpt-line
	perform writeHoldScopes
	add 1 to holdIdIndex.

	findFirstHoldLine.
	add 1 to holdIndex.

	writeHoldScopes.
	move 1 to holdIndex
	perform writeOneScope until holdIndex > holdCount.

	writeOneScope.
	if holdLine(holdIndex)(1:8) = currentHoldId then
		move holdLine(holdIndex) to legal-hold-detail
		perform describeScope
		move spaces to ws-rpt-line
		string "     " lh-file " " lh-select " " scopeText " " statusText
			delimited by size into ws-rpt-line
		write holdrpt-record from ws-rpt-line
		if lh-release-date = 0 or lh-release-date > todayDate then
			add 1 to standingCount
			move holdIndex to hq-scope
			if lh-file = "ALL" then
				move 1 to coveredIndex
				perform reportOneCoveredFile until coveredIndex > 13
			else
				move lh-file to scanFile
				perform measureProtection
				perform writeProtectionLine
			end-if
		else
			move "          released, protecting nothing now" to ws-rpt-line
			write holdrpt-record from ws-rpt-line
		end-if
	end-if
	add 1 to holdIndex.

	describeScope.
	move spaces to scopeText
	evaluate lh-select
		when "D"
			string lh-from-date "-" lh-to-date
				delimited by size into scopeText
		when "V"
			move lh-value-low to out-value
			move out-value to scopeText(1:10)
			move "-" to scopeText(11:1)
			move lh-value-high to out-value
			move out-value to scopeText(12:10)
		when "C"
			move lh-entry to scopeText
		when other
			move "whole file" to scopeText
	end-evaluate
	move spaces to statusText
	evaluate true
		when lh-release-date = 0
			move "standing" to statusText
		when lh-release-date > todayDate
			string "releases " lh-release-date
				delimited by size into statusText
		when other
			string "released " lh-release-date
				delimited by size into statusText
	end-evaluate.

	*> an ALL scope lists only the files it is actually protecting.
	reportOneCoveredFile.
	move coveredFile(coveredIndex) to scanFile
	perform measureProtection
	if protectedCount > 0 then
		perform writeProtectionLine.
	add 1 to coveredIndex.

	writeProtectionLine.
	move protectedCount to out-count
	move spaces to ws-rpt-line
	if scanFile = "SORTOUT" then
		string "          protecting " function trim(out-count)
			" record(s) in " protectedGenerations " SORTOUT generation(s)"
			delimited by size into ws-rpt-line
	else
		string "          protecting " function trim(out-count) " "
			function trim(protectedUnit) " of " scanFile
			delimited by size into ws-rpt-line
	end-if
	write holdrpt-record from ws-rpt-line.

	*> protectedCount comes back with what scope hq-scope covers in
	*> scanFile today.
	measureProtection.
	move 0 to protectedCount
	move 0 to protectedGenerations
	move "record(s)" to protectedUnit
	evaluate scanFile
		when "SORTOUT"
			move 0 to generationIndex
			perform scanOneGeneration until generationIndex > 5
		when "ARRAYCAT"
			move "entry(ies)" to protectedUnit
			perform scanCatalog
		when "RPTARCH"
			move "report(s)" to protectedUnit
			perform scanReportArchive
		when "XMSRUN"
			move "work file(s)" to protectedUnit
			perform askScopeAsTonight
			if hq-held then
				move 5 to protectedCount
			end-if
		when other
			move scanFile to scanName
			perform scanSequentialFile
	end-evaluate.

	scanOneGeneration.
	if generationIndex = 0 then
		move "SORTOUT" to scanName
	else
		move spaces to scanName
		string "SORTOUTG" generationIndex delimited by size into scanName
	end-if
	move protectedCount to generationBefore
	perform scanSequentialFile
	if protectedCount > generationBefore then
		add 1 to protectedGenerations.
	add 1 to generationIndex.

	scanSequentialFile.
	move 0 to hq-date
	perform openScanFile
	if ws-scan-status = "00" then
		move "N" to ws-scan-eof
		perform scanOneRecord until scan-done
		perform closeScanFile
	end-if.

	scanOneRecord.
	perform readScanFile
	if not scan-done then
		evaluate scanFile
			when "AUDITLOG"
				perform askAuditRecord
			when "SORTOUT"
				perform askGenerationRecord
			when "MERGEOUT"
			when "ARRAYCSV"
				perform askScopeAsTonight
				if hq-held then
					add 1 to protectedCount
				end-if
			when other
				perform askHistoryRecord
		end-evaluate
	end-if.

	askAuditRecord.
	move spaces to scanDateText
	evaluate true
		when scanLine(3:1) = "/" and scanLine(6:1) = "/"
			string "20" scanLine(7:2) scanLine(1:2) scanLine(4:2)
				delimited by size into scanDateText
		when scanLine(1:6) = "date: "
			string "20" scanLine(13:2) scanLine(7:2) scanLine(10:2)
				delimited by size into scanDateText
	end-evaluate
	if scanDateText is numeric then
		move scanDateText to hq-date
	else
		move 0 to hq-date
	end-if
	move "N" to hq-value-flag
	move spaces to hq-entry
	perform askScope.

	askHistoryRecord.
	if scanLine(1:8) is numeric then
		move scanLine(1:8) to hq-date
	else
		move 0 to hq-date
	end-if
	move "N" to hq-value-flag
	move spaces to hq-entry
	if scanFile = "BALHIST" then
		move scanLine(10:10) to scanKeyField
		if scanKeyField(2:9) is numeric then
			compute hq-value = function numval(scanKeyField)
			move "Y" to hq-value-flag
		end-if
	end-if
	perform askScope.

	*> the HDR date stands for every record of the generation.
	askGenerationRecord.
	evaluate true
		when scanLine(1:4) = "HDR "
			if scanLine(5:8) is numeric then
				move scanLine(5:8) to scanDateText
				move scanDateText to hq-date
			end-if
		when scanLine(1:4) = "TRL "
			continue
		when other
			compute hq-value = function numval(function trim(scanLine(1:20)))
			move "Y" to hq-value-flag
			move spaces to hq-entry
			perform askScope
	end-evaluate.

	askScopeAsTonight.
	move todayDate to hq-date
	move "N" to hq-value-flag
	move spaces to hq-entry
	move "SCOPE" to hq-action
	move scanFile to hq-file
	call 'holdCheck' using hold-query.

	askScope.
	move "SCOPE" to hq-action
	move scanFile to hq-file
	call 'holdCheck' using hold-query
	if hq-held then
		add 1 to protectedCount.

	scanCatalog.
	open input arraycat
	if ws-scan-status = "00" then
		move "N" to ws-scan-eof
		perform scanOneCatalogRecord until scan-done
		close arraycat
	end-if.

	scanOneCatalogRecord.
	read arraycat next record
		at end move "Y" to ws-scan-eof
		not at end
			if ac-position = 0 then
				move spaces to scanDateText
				string "20" ac-save-date delimited by size into scanDateText
				if scanDateText is numeric then
					move scanDateText to hq-date
				else
					move 0 to hq-date
				end-if
				move "N" to hq-value-flag
				move ac-name to hq-entry
				perform askScope
			end-if
	end-read.

	scanReportArchive.
	open input rptarch
	if ws-scan-status = "00" then
		move "N" to ws-scan-eof
		perform scanOneArchiveRecord until scan-done
		close rptarch
	end-if.

	scanOneArchiveRecord.
	read rptarch next record
		at end move "Y" to ws-scan-eof
		not at end
			if ra-line = 0 then
				move ra-date to hq-date
				move "N" to hq-value-flag
				move ra-report to hq-entry
				perform askScope
			end-if
	end-read.

	openScanFile.
	evaluate scanName
		when "AUDITLOG" open input auditlog
		when "PERFHIST" open input perfhist
		when "QGHIST" open input qghist
		when "SRCHLOG" open input srchlog
		when "KSDSJRNL" open input ksdsjrnl
		when "RUNSTAT" open input runstat
		when "BALHIST" open input balhist
		when "SORTOUT" open input sortout
		when "SORTOUTG1" open input gen1
		when "SORTOUTG2" open input gen2
		when "SORTOUTG3" open input gen3
		when "SORTOUTG4" open input gen4
		when "SORTOUTG5" open input gen5
		when "MERGEOUT" open input mergeout
		when "ARRAYCSV" open input arraycsv
		when other move "35" to ws-scan-status
	end-evaluate.

	readScanFile.
	evaluate scanName
		when "AUDITLOG"
			read auditlog into scanLine
				at end move "Y" to ws-scan-eof
			end-read
		when "PERFHIST"
			read perfhist into scanLine
				at end move "Y" to ws-scan-eof
			end-read
		when "QGHIST"
			read qghist into scanLine
				at end move "Y" to ws-scan-eof
			end-read
		when "SRCHLOG"
			read srchlog into scanLine
				at end move "Y" to ws-scan-eof
			end-read
		when "KSDSJRNL"
			read ksdsjrnl into scanLine
				at end move "Y" to ws-scan-eof
			end-read
		when "RUNSTAT"
			read runstat into scanLine
				at end move "Y" to ws-scan-eof
			end-read
		when "BALHIST"
			read balhist into scanLine
				at end move "Y" to ws-scan-eof
			end-read
		when "SORTOUT"
			read sortout into scanLine
				at end move "Y" to ws-scan-eof
			end-read
		when "SORTOUTG1"
			read gen1 into scanLine
				at end move "Y" to ws-scan-eof
			end-read
		when "SORTOUTG2"
			read gen2 into scanLine
				at end move "Y" to ws-scan-eof
			end-read
		when "SORTOUTG3"
			read gen3 into scanLine
				at end move "Y" to ws-scan-eof
			end-read
		when "SORTOUTG4"
			read gen4 into scanLine
				at end move "Y" to ws-scan-eof
			end-read
		when "SORTOUTG5"
			read gen5 into scanLine
				at end move "Y" to ws-scan-eof
			end-read
		when "MERGEOUT"
			read mergeout into scanLine
				at end move "Y" to ws-scan-eof
			end-read
		when "ARRAYCSV"
			read arraycsv into scanLine
				at end move "Y" to ws-scan-eof
			end-read
	end-evaluate.

	closeScanFile.
	evaluate scanName
		when "AUDITLOG" close auditlog
		when "PERFHIST" close perfhist
		when "QGHIST" close qghist
		when "SRCHLOG" close srchlog
		when "KSDSJRNL" close ksdsjrnl
		when "RUNSTAT" close runstat
		when "BALHIST" close balhist
		when "SORTOUT" close sortout
		when "SORTOUTG1" close gen1
		when "SORTOUTG2" close gen2
		when "SORTOUTG3" close gen3
		when "SORTOUTG4" close gen4
		when "SORTOUTG5" close gen5
		when "MERGEOUT" close mergeout
		when "ARRAYCSV" close arraycsv
	end-evaluate.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "legalHoldReport" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
