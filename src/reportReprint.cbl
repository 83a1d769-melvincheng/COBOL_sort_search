identification division.
program-id. reportReprint.

*> puts an archived report back on paper: retrieves any report
*> reportArchive kept in the RPTARCH archive (see RARCREC.cpy) by its
*> run date and name, or lists what the archive holds, so a request
*> for "the balance report from 14 September" is a card instead of an
*> apology. one RPRTPARM card:
*>   columns  1- 8  the run date, yyyymmdd -- or LIST for the listing
*>   columns 10-17  the report's name; for LIST, only that report's
*>                  entries (blank for everything)
*>   columns 19-26  the run identifier, when that date has more than
*>                  one run of the report (blank for the latest)
*> a reprint goes to REPRINT behind one heading line saying it is a
*> reprint, of which run, and when it was archived; the report text
*> follows exactly as it was printed. the listing goes to REPRINT
*> too: one line per archived report with its run, line count, when
*> it was archived and by whom, and the date it may be purged after.
*> RETURN-CODE: rc-success, rc-not-found when no such report (or
*> nothing at all) is archived, rc-invalid-input for a bad card or an
*> archive that will not open.
environment division.
	input-output section.
	file-control.
		select rprtparm assign to "RPRTPARM"
			organization line sequential
			file status is ws-parm-status.
		select rptarch assign to "RPTARCH"
			organization indexed
			access mode is dynamic
			record key is ra-key
			file status is ws-arch-status.
		select reprint assign to "REPRINT"
			organization line sequential
			file status is ws-out-status.

data division.
	file section.
	fd rprtparm.
	01 rprtparm-record.
		05 rp-date pic x(8).
		05 filler pic x(1).
		05 rp-report pic x(8).
		05 filler pic x(1).
		05 rp-run-id pic x(8).

	fd rptarch.
	copy "RARCREC.cpy".

	fd reprint.
	01 reprint-record pic x(100).

	working-storage section.
		01 ws-parm-status pic x(2).
		01 ws-arch-status pic x(2).
		01 ws-out-status pic x(2).
		01 ws-arch-eof pic x(1).
			88 archive-eof value "Y".

		01 wantDate pic x(8) value spaces.
			88 listing-wanted value "LIST".
		01 wantReport pic x(8) value spaces.
		01 wantRunId pic x(8) value spaces.
		01 reprintDate pic 9(8).
		01 foundRunId pic x(8) value spaces.
		01 foundLines pic 9(6).
		01 foundStamp pic 9(14).
		01 lineIndex pic 9(6).
		01 entryCount pic 9(5) value 0.
		01 out-lines pic zzzzz9.
		01 out-count pic zzzz9.
		01 ws-out-line pic x(100).
		copy "RETCODE.cpy".

procedure division.
	main.
	open input rprtparm
	if ws-parm-status = "00" then
		read rprtparm
			at end continue
			not at end
				move rp-date to wantDate
				move rp-report to wantReport
				move rp-run-id to wantRunId
		end-read
		close rprtparm
	end-if
	if not listing-wanted
	and (wantDate is not numeric or wantReport = spaces) then
		display "reportReprint: RPRTPARM needs a yyyymmdd run date and a report name, or LIST"
		move rc-invalid-input to return-code
		goback.
	open input rptarch
	if ws-arch-status not = "00" then
		display "reportReprint: unable to open RPTARCH, status " ws-arch-status
		move rc-invalid-input to return-code
		goback.
	open output reprint
	if listing-wanted then
		perform listArchive
	else
		move wantDate to reprintDate
		perform reprintReport
	end-if
	close reprint
	close rptarch
	goback.

	*> with no run identifier asked for, the last run of the date
	*> (the highest key) is the one reprinted.
	reprintReport.
	move rc-success to return-code
	if wantRunId not = spaces then
		move reprintDate to ra-date
		move wantReport to ra-report
		move wantRunId to ra-run-id
		move 0 to ra-line
		read rptarch key is ra-key
			invalid key move spaces to foundRunId
			not invalid key perform noteFoundEntry
		end-read
	else
		move reprintDate to ra-date
		move wantReport to ra-report
		move spaces to ra-run-id
		move 0 to ra-line
		start rptarch key is not less than ra-key
			invalid key move "Y" to ws-arch-eof
			not invalid key move "N" to ws-arch-eof
		end-start
		perform findLatestRun until archive-eof
	end-if
	if foundRunId = spaces then
		display "reportReprint: no " wantReport " archived for " reprintDate
		move spaces to ws-out-line
		string "no " wantReport " archived for " reprintDate
			delimited by size into ws-out-line
		write reprint-record from ws-out-line
		move rc-not-found to return-code
	else
		move foundLines to out-lines
		move spaces to ws-out-line
		string "*** REPRINT of " wantReport " for " reprintDate " run "
			foundRunId ", archived " foundStamp ", " out-lines " line(s) ***"
			delimited by size into ws-out-line
		write reprint-record from ws-out-line
		move 1 to lineIndex
		perform reprintOneLine until lineIndex > foundLines
		display "reportReprint: " wantReport " " reprintDate " run " foundRunId
			" reprinted, " foundLines " line(s)"
	end-if.

	findLatestRun.
	read rptarch next record
		at end move "Y" to ws-arch-eof
		not at end
			if ra-date not = reprintDate or ra-report not = wantReport then
				move "Y" to ws-arch-eof
			else
				if ra-line = 0 then
					perform noteFoundEntry
				end-if
			end-if
	end-read.

	noteFoundEntry.
	move ra-run-id to foundRunId
	move ra-line-count to foundLines
	move ra-archived-stamp to foundStamp.

	*> a line missing from the archive is noted in its place rather
	*> than closing up the report around it.
	reprintOneLine.
	move reprintDate to ra-date
	move wantReport to ra-report
	move foundRunId to ra-run-id
	move lineIndex to ra-line
	read rptarch key is ra-key
		invalid key
			move spaces to ws-out-line
			string "*** line " lineIndex " missing from the archive ***"
				delimited by size into ws-out-line
			write reprint-record from ws-out-line
			move rc-invalid-input to return-code
		not invalid key
			write reprint-record from ra-text
	end-read
	add 1 to lineIndex.

	listArchive.
	move spaces to ws-out-line
	string "report archive contents (date, report, run, lines, archived, by, kept until)"
		delimited by size into ws-out-line
	write reprint-record from ws-out-line
	move "N" to ws-arch-eof
	perform listOneRecord until archive-eof
	move entryCount to out-count
	move spaces to ws-out-line
	string out-count " archived report(s)"
		delimited by size into ws-out-line
	write reprint-record from ws-out-line
	display "reportReprint: " entryCount " archived report(s) listed"
	if entryCount = 0 then
		move rc-not-found to return-code
	else
		move rc-success to return-code
	end-if.

	listOneRecord.
	read rptarch next record
		at end move "Y" to ws-arch-eof
		not at end
			if ra-line = 0
			and (wantReport = spaces or ra-report = wantReport) then
				add 1 to entryCount
				move ra-line-count to out-lines
				move spaces to ws-out-line
				if ra-expiry = 0 then
					string "  " ra-date "  " ra-report "  " ra-run-id "  "
						out-lines "  " ra-archived-stamp "  " ra-operator
						"  kept for good"
						delimited by size into ws-out-line
				else
					string "  " ra-date "  " ra-report "  " ra-run-id "  "
						out-lines "  " ra-archived-stamp "  " ra-operator
						"  " ra-expiry
						delimited by size into ws-out-line
				end-if
				write reprint-record from ws-out-line
			end-if
	end-read.
