identification division.
program-id. reportArchive.

*> the report archive's loader and housekeeper: every report we
*> produce goes to SYSOUT or to a file the next night overwrites, so
*> this keeps each night's copy in the RPTARCH indexed archive (see
*> RARCREC.cpy) under its run date, report name, and run identifier,
*> where reportReprint can find it again. run as a step after each
*> report's producer, with the report allocated to RARCIN and one
*> RARCPARM card saying what to do:
*>   columns  1- 8  ARCHIVE (the default) or PURGE
*>   columns 10-17  ARCHIVE: the report's name (BALRPT, JRNLRPT ...)
*>   columns 19-21  ARCHIVE: days to keep it (blank for
*>                  archiveRetentionDays); 999 keeps it for good
*>   columns 23-30  ARCHIVE: the run identifier (blank for RA plus
*>                  the step's HHMMSS)
*>   columns 32-39  ARCHIVE: the run date, yyyymmdd (blank for today)
*> archiving the same date, report, and run identifier again replaces
*> the earlier copy whole. PURGE removes every entry whose retention
*> has run out, listing what went to RARCRPT; it removes other
*> people's reports, so the OPERID identity needs a current AUTHFILE
*> grant for reportArchive's PURGE action (authCheck, see
*> AUTHREC.cpy). an expired entry an active LEGALHLD hold covers
*> (asked of holdCheck by report name and run date, see HOLDQRY.cpy)
*> is kept, and RARCRPT says which hold kept it. RETURN-CODE:
*> rc-success, rc-not-found when RARCIN was empty or nothing had
*> expired (or all of it is held), rc-invalid-input for a bad card,
*> no RARCIN, an archive that will not open, or no grant.
environment division.
	input-output section.
	file-control.
		select rarcparm assign to "RARCPARM"
			organization line sequential
			file status is ws-parm-status.
		select operid assign to "OPERID"
			organization line sequential
			file status is ws-operid-status.
		select rarcin assign to "RARCIN"
			organization line sequential
			file status is ws-in-status.
		select rptarch assign to "RPTARCH"
			organization indexed
			access mode is dynamic
			record key is ra-key
			file status is ws-arch-status.
		select rarcrpt assign to "RARCRPT"
			organization line sequential
			file status is ws-rpt-status.

data division.
	file section.
	fd rarcparm.
	01 rarcparm-record.
		05 rp-action pic x(8).
		05 filler pic x(1).
		05 rp-report pic x(8).
		05 filler pic x(1).
		05 rp-days pic x(3).
		05 filler pic x(1).
		05 rp-run-id pic x(8).
		05 filler pic x(1).
		05 rp-date pic x(8).

	fd operid.
	01 operid-record.
		05 oi-initials pic x(3).

	fd rarcin.
	01 rarcin-record pic x(100).

	fd rptarch.
	copy "RARCREC.cpy".

	fd rarcrpt.
	01 rarcrpt-record pic x(80).

	working-storage section.
		01 ws-parm-status pic x(2).
		01 ws-operid-status pic x(2).
		01 ws-in-status pic x(2).
		01 ws-arch-status pic x(2).
		01 ws-rpt-status pic x(2).
		01 ws-file-eof pic x(1).
			88 file-done value "Y".
		01 ws-arch-eof pic x(1).
			88 archive-eof value "Y".

		01 archiveAction pic x(8) value "ARCHIVE".
		01 archiveReport pic x(8) value spaces.
		01 archiveRunId pic x(8) value spaces.
		01 archiveDate pic 9(8).
		01 archiveExpiry pic 9(8).
		01 lineCount pic 9(6) value 0.
		78 archiveRetentionDays value 400.
		01 retentionDays pic 9(3).
		01 todayDate pic 9(8).
		01 clockDate pic 9(8).
		01 ws-time-raw pic 9(8).
		01 ws-run-stamp pic 9(14).
		01 operatorId pic x(3) value spaces.
		01 authProgram pic x(18) value "reportArchive".
		01 authAction pic x(6) value "PURGE".

		*> the purge worklist: every key that goes, collected off the
		*> directory records before anything is deleted.
		78 purgeTableMax value 500.
		01 purgeTable.
			05 purgeEntry occurs 500 times.
				10 pg-date pic 9(8).
				10 pg-report pic x(8).
				10 pg-run-id pic x(8).
				10 pg-lines pic 9(6).
				10 pg-expiry pic 9(8).
		01 purgeCount pic 9(3) value 0.
		01 heldTable.
			05 heldEntry occurs 500 times.
				10 hl-date pic 9(8).
				10 hl-report pic x(8).
				10 hl-run-id pic x(8).
				10 hl-hold-id pic x(8).
		01 heldCount pic 9(3) value 0.
		01 heldIndex pic 9(3).
		copy "HOLDQRY.cpy".
		01 purgeIndex pic 9(3).
		01 out-lines pic zzzzz9.
		01 ws-rpt-line pic x(80).
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

procedure division.
	main.
	*> the run stamp is the clock's, so the journal stays in time order
	*> through midnight and date-override reruns; the business date
	*> (see procDate) is kept for what it dates.
	perform getProcessingDate
	move pdt-date to todayDate
	accept clockDate from date yyyymmdd
	accept ws-time-raw from time
	compute ws-run-stamp = clockDate * 1000000 + ws-time-raw / 100
	move todayDate to archiveDate
	move archiveRetentionDays to retentionDays
	perform readOperatorCard
	perform readArchiveCard
	if return-code = rc-invalid-input then
		goback.
	evaluate archiveAction
		when "ARCHIVE"
			perform archiveReportFile
		when "PURGE"
			perform checkAuthorization
			if return-code not = rc-success then
				display "reportArchive: operator " operatorId " is not authorized to PURGE the report archive"
				move rc-invalid-input to return-code
				goback
			end-if
			perform purgeExpiredReports
		when other
			display "reportArchive: action " archiveAction " not recognized, use ARCHIVE or PURGE"
			move rc-invalid-input to return-code
	end-evaluate
	goback.

	readArchiveCard.
	move rc-success to return-code
	open input rarcparm
	if ws-parm-status = "00" then
		read rarcparm
			at end continue
			not at end
				if rp-action not = spaces then
					move rp-action to archiveAction
				end-if
				move rp-report to archiveReport
				move rp-run-id to archiveRunId
				if rp-days not = spaces then
					if rp-days is numeric then
						move rp-days to retentionDays
					else
						display "reportArchive: retention " rp-days " is not a number of days"
						move rc-invalid-input to return-code
					end-if
				end-if
				if rp-date not = spaces then
					if rp-date is numeric then
						move rp-date to archiveDate
					else
						display "reportArchive: run date " rp-date " is not a yyyymmdd date"
						move rc-invalid-input to return-code
					end-if
				end-if
		end-read
		close rarcparm
	end-if
	if archiveRunId = spaces then
		string "RA" ws-time-raw(1:6)
			delimited by size into archiveRunId.

	archiveReportFile.
	if archiveReport = spaces then
		display "reportArchive: no report named on the RARCPARM card, nothing archived"
		move rc-invalid-input to return-code
		goback.
	open input rarcin
	if ws-in-status not = "00" then
		display "reportArchive: RARCIN not available, " archiveReport " not archived"
		move rc-invalid-input to return-code
		goback.
	open i-o rptarch
	if ws-arch-status = "35" then
		open output rptarch.
	if ws-arch-status not = "00" then
		display "reportArchive: unable to open RPTARCH, status " ws-arch-status
		close rarcin
		move rc-invalid-input to return-code
		goback.
	if retentionDays = 999 then
		move 0 to archiveExpiry
	else
		compute archiveExpiry = function date-of-integer(
			function integer-of-date(archiveDate) + retentionDays)
	end-if
	perform deleteExistingCopy
	move "N" to ws-file-eof
	perform archiveOneLine until file-done
	close rarcin
	move spaces to report-archive-record
	move archiveDate to ra-date
	move archiveReport to ra-report
	move archiveRunId to ra-run-id
	move 0 to ra-line
	move lineCount to ra-line-count
	move ws-run-stamp to ra-archived-stamp
	move archiveExpiry to ra-expiry
	move operatorId to ra-operator
	write report-archive-record
		invalid key
			display "reportArchive: directory record for " archiveReport " could not be written"
			move rc-invalid-input to return-code
	end-write
	close rptarch
	if return-code = rc-invalid-input then
		goback.
	display "reportArchive: " archiveReport " " archiveDate " run " archiveRunId
		" archived, " lineCount " line(s), kept until " archiveExpiry
	if lineCount = 0 then
		move rc-not-found to return-code
	else
		move rc-success to return-code
	end-if.

	archiveOneLine.
	read rarcin
		at end move "Y" to ws-file-eof
		not at end
			add 1 to lineCount
			move archiveDate to ra-date
			move archiveReport to ra-report
			move archiveRunId to ra-run-id
			move lineCount to ra-line
			move rarcin-record to ra-text
			write report-archive-record
				invalid key
					display "reportArchive: line " lineCount " of " archiveReport " could not be written"
			end-write
	end-read.

	*> the same date, report, and run archived again replaces the
	*> earlier copy whole, so no line of a longer earlier copy is left
	*> behind past the new copy's end.
	deleteExistingCopy.
	move archiveDate to ra-date
	move archiveReport to ra-report
	move archiveRunId to ra-run-id
	move 0 to ra-line
	start rptarch key is not less than ra-key
		invalid key continue
		not invalid key
			move "N" to ws-arch-eof
			perform deleteOneLine until archive-eof
	end-start.

	deleteOneLine.
	read rptarch next record
		at end move "Y" to ws-arch-eof
		not at end
			if ra-date = archiveDate and ra-report = archiveReport
			and ra-run-id = archiveRunId then
				delete rptarch record
			else
				move "Y" to ws-arch-eof
			end-if
	end-read.

	*> one pass collects the expired entries off the directory
	*> records, a second removes each whole; the report says what went
	*> and when it had been due to go.
	purgeExpiredReports.
	open i-o rptarch
	if ws-arch-status not = "00" then
		display "reportArchive: unable to open RPTARCH, status " ws-arch-status
		move rc-invalid-input to return-code
		goback.
	move 0 to purgeCount
	move 0 to heldCount
	move "OPEN" to hq-action
	call 'holdCheck' using hold-query
		on exception move 0 to hq-scope-count
	end-call
	move "N" to ws-arch-eof
	perform collectOneExpired until archive-eof
	open output rarcrpt
	move spaces to ws-rpt-line
	string "report archive purge " todayDate " by " operatorId
		delimited by size into ws-rpt-line
	write rarcrpt-record from ws-rpt-line
	move 1 to heldIndex
	perform reportOneHeld until heldIndex > heldCount
	if purgeCount = 0 then
		if heldCount = 0 then
			move "nothing expired, the archive stands" to ws-rpt-line
		else
			move "nothing purged, every expired report is under legal hold" to ws-rpt-line
		end-if
		write rarcrpt-record from ws-rpt-line
		display "reportArchive: " ws-rpt-line
		move rc-not-found to return-code
	else
		move 1 to purgeIndex
		perform purgeOneReport until purgeIndex > purgeCount
		display "reportArchive: purged " purgeCount " expired report(s)"
		move rc-success to return-code
	end-if
	close rarcrpt
	close rptarch.

	*> directory records only; a full worklist leaves the rest for
	*> the next purge.
	collectOneExpired.
	read rptarch next record
		at end move "Y" to ws-arch-eof
		not at end
			if ra-line = 0 and ra-expiry > 0 and ra-expiry < todayDate
			and purgeCount < purgeTableMax then
				perform askLegalHold
				if hq-held then
					if heldCount < purgeTableMax then
						add 1 to heldCount
						move ra-date to hl-date(heldCount)
						move ra-report to hl-report(heldCount)
						move ra-run-id to hl-run-id(heldCount)
						move hq-hold-id to hl-hold-id(heldCount)
					end-if
				else
					add 1 to purgeCount
					move ra-date to pg-date(purgeCount)
					move ra-report to pg-report(purgeCount)
					move ra-run-id to pg-run-id(purgeCount)
					move ra-line-count to pg-lines(purgeCount)
					move ra-expiry to pg-expiry(purgeCount)
				end-if
			end-if
	end-read.

	*> by report name and run date; nothing is asked when no hold is
	*> on file at all.
	askLegalHold.
	move "N" to hq-result
	if hq-scope-count > 0 then
		move "TEST" to hq-action
		move "RPTARCH" to hq-file
		move ra-date to hq-date
		move "N" to hq-value-flag
		move ra-report to hq-entry
		call 'holdCheck' using hold-query
			on exception move "N" to hq-result
		end-call
	end-if.

	reportOneHeld.
	move spaces to ws-rpt-line
	string "kept   " hl-report(heldIndex) " " hl-date(heldIndex)
		" run " hl-run-id(heldIndex) ", under legal hold "
		hl-hold-id(heldIndex)
		delimited by size into ws-rpt-line
	write rarcrpt-record from ws-rpt-line
	display "reportArchive: " ws-rpt-line
	add 1 to heldIndex.

	purgeOneReport.
	move pg-date(purgeIndex) to archiveDate
	move pg-report(purgeIndex) to archiveReport
	move pg-run-id(purgeIndex) to archiveRunId
	perform deleteExistingCopy
	move pg-lines(purgeIndex) to out-lines
	move spaces to ws-rpt-line
	string "purged " archiveReport " " archiveDate " run " archiveRunId
		" " out-lines " line(s), expired " pg-expiry(purgeIndex)
		delimited by size into ws-rpt-line
	write rarcrpt-record from ws-rpt-line
	add 1 to purgeIndex.

	checkAuthorization.
	call 'authCheck' using operatorId, authProgram, authAction
		on exception
			display "reportArchive: authorization check not available, refusing"
			move rc-invalid-input to return-code
	end-call.

	*> the OPERID card is the batch run's identity, recorded on each
	*> archived entry and checked before a purge.
	readOperatorCard.
	open input operid
	if ws-operid-status = "00" then
		read operid
			at end continue
			not at end move oi-initials to operatorId
		end-read
		close operid
	end-if.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "reportArchive" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
