identification division.
program-id. procDateReport.

*> which business date each step actually ran under: lists the PDLOG
*> usage records procDate writes (see PDLREC.cpy) -- the clock time a
*> step asked, the program, and the processing date it was given --
*> so the morning checklist can see a window that ran past midnight
*> still stamped its own day, and prove which steps of a rerun ran
*> under an operator's override. each line is marked
*>   PAST MIDNIGHT  the clock had moved past the processing date
*>   OVERRIDE       run under an operator's override of the date
*>   CLOCK          no processing date was on file; the step took
*>                  the clock's date as it always did
*> and the BUSDATE changes procDateMaint logged to BDHIST (see
*> BDTREC.cpy) follow: every START, EOD, OVERRIDE, and RESTORE, with
*> the operator. a PDRPARM card (columns 1-8, yyyymmdd) limits the
*> report to one processing date -- the steps that ran under it and
*> the changes that set or displaced it; no card lists everything on
*> file. the report goes to PDRPT. RETURN-CODE: rc-success,
*> rc-not-found when nothing on file matched, rc-invalid-input for an
*> unusable PDRPARM date.
environment division.
	input-output section.
	file-control.
		select pdrparm assign to "PDRPARM"
			organization line sequential
			file status is ws-parm-status.
		select pdlog assign to "PDLOG"
			organization line sequential
			file status is ws-log-status.
		select bdhist assign to "BDHIST"
			organization line sequential
			file status is ws-hist-status.
		select pdrpt assign to "PDRPT"
			organization line sequential
			file status is ws-rpt-status.

data division.
	file section.
	fd pdrparm.
	01 pdrparm-record.
		05 pp-date pic x(8).

	fd pdlog.
	01 pdlog-record pic x(80).

	fd bdhist.
	01 bdhist-record pic x(80).

	fd pdrpt.
	01 pdrpt-record pic x(80).

	working-storage section.
		01 ws-parm-status pic x(2).
		01 ws-log-status pic x(2).
		01 ws-hist-status pic x(2).
		01 ws-rpt-status pic x(2).
		01 ws-file-eof pic x(1).
			88 file-done value "Y".
		copy "PDLREC.cpy".
		copy "BDTREC.cpy".
		01 selectDate pic 9(8) value 0.
		01 markText pic x(14).
		01 stepCount pic 9(5) value 0.
		01 midnightCount pic 9(5) value 0.
		01 overrideCount pic 9(5) value 0.
		01 clockCount pic 9(5) value 0.
		01 changeCount pic 9(5) value 0.
		01 ws-rpt-line pic x(80).
		01 out-count pic zzzz9.
		copy "RETCODE.cpy".

procedure division.
	main.
	perform readSelectCard
	if return-code = rc-invalid-input then
		goback.
	open output pdrpt
	perform writeReportHeader
	open input pdlog
	if ws-log-status = "00" then
		move "N" to ws-file-eof
		perform reportOneStep until file-done
		close pdlog
	end-if
	move spaces to ws-rpt-line
	write pdrpt-record from ws-rpt-line
	move "processing date changes" to ws-rpt-line
	write pdrpt-record from ws-rpt-line
	move "clock date time   action   date     status   restores operator"
		to ws-rpt-line
	write pdrpt-record from ws-rpt-line
	open input bdhist
	if ws-hist-status = "00" then
		move "N" to ws-file-eof
		perform reportOneChange until file-done
		close bdhist
	end-if
	perform writeReportSummary
	close pdrpt
	if stepCount = 0 and changeCount = 0 then
		move rc-not-found to return-code
	else
		move rc-success to return-code
	end-if
	goback.

	readSelectCard.
	move rc-success to return-code
	open input pdrparm
	if ws-parm-status = "00" then
		read pdrparm
			at end continue
			not at end
				if pp-date not = spaces then
					if pp-date is numeric then
						move pp-date to selectDate
					else
						display "procDateReport: PDRPARM date '" pp-date
							"' is not yyyymmdd"
						move rc-invalid-input to return-code
					end-if
				end-if
		end-read
		close pdrparm
	end-if.

	writeReportHeader.
	move spaces to ws-rpt-line
	if selectDate = 0 then
		move "processing-date usage, every date on file" to ws-rpt-line
	else
		string "processing-date usage for " selectDate
			delimited by size into ws-rpt-line
	end-if
	write pdrpt-record from ws-rpt-line
	move "clock date time   program            ran under"
		to ws-rpt-line
	write pdrpt-record from ws-rpt-line
	move spaces to ws-rpt-line
	write pdrpt-record from ws-rpt-line.

	reportOneStep.
	read pdlog
		at end move "Y" to ws-file-eof
		not at end
			move pdlog-record to date-usage-detail
			if selectDate = 0 or pl-date = selectDate then
				perform writeStepLine
			end-if
	end-read.

	writeStepLine.
	add 1 to stepCount
	evaluate true
		when pl-source = "C"
			move "CLOCK" to markText
			add 1 to clockCount
		when pl-source = "O"
			move "OVERRIDE" to markText
			add 1 to overrideCount
		when pl-clock-date not = pl-date
			move "PAST MIDNIGHT" to markText
			add 1 to midnightCount
		when other
			move spaces to markText
	end-evaluate
	move spaces to ws-rpt-line
	string pl-clock-date " " pl-clock-time " " pl-program " " pl-date
		" " markText
		delimited by size into ws-rpt-line
	write pdrpt-record from ws-rpt-line.

	reportOneChange.
	read bdhist
		at end move "Y" to ws-file-eof
		not at end
			move bdhist-record to business-date-record
			if selectDate = 0 or bd-date = selectDate
			or bd-saved-date = selectDate then
				add 1 to changeCount
				move spaces to ws-rpt-line
				string bd-set-date " " bd-set-time " " bd-set-by " "
					bd-date " " bd-status " " bd-saved-date " " bd-operator
					delimited by size into ws-rpt-line
				write pdrpt-record from ws-rpt-line
			end-if
	end-read.

	writeReportSummary.
	move spaces to ws-rpt-line
	write pdrpt-record from ws-rpt-line
	move stepCount to out-count
	move spaces to ws-rpt-line
	string "steps listed            " out-count
		delimited by size into ws-rpt-line
	write pdrpt-record from ws-rpt-line
	move midnightCount to out-count
	move spaces to ws-rpt-line
	string "  past midnight         " out-count
		delimited by size into ws-rpt-line
	write pdrpt-record from ws-rpt-line
	move overrideCount to out-count
	move spaces to ws-rpt-line
	string "  under an override     " out-count
		delimited by size into ws-rpt-line
	write pdrpt-record from ws-rpt-line
	move clockCount to out-count
	move spaces to ws-rpt-line
	string "  on the clock's date   " out-count
		delimited by size into ws-rpt-line
	write pdrpt-record from ws-rpt-line
	move changeCount to out-count
	move spaces to ws-rpt-line
	string "date changes listed     " out-count
		delimited by size into ws-rpt-line
	write pdrpt-record from ws-rpt-line.
