*> journal. RETURN-CODE: rc-success with the report written,
*> rc-not-found when no journal entries matched, rc-invalid-input
*> when KSDSJRNL cannot be opened.
*>
*> the REPORTDATE setting on the SYSPARM system-parameter file
*> (program journalReport, see sysParm) outranks the JRPARM card; the
*> card is read only when nothing is set there.
environment division.
	input-output section.
	file-control.
			05 runEntry occurs 200 times.
				10 rt-stamp pic 9(14).
				10 rt-program pic x(12).
				10 rt-adds pic 9(6).
				10 rt-changes pic 9(6).
				10 rt-deletes pic 9(6).
		01 runCount pic 9(3) value 0.
		01 runIndex pic 9(3).
		01 ws-run-found pic x(1).
			88 overflow-warned value "Y".

		*> per-position activity: how often each position was written
		*> and whether more than one run touched it, over every
		*> position the ARRAYKSD key can hold.
		78 positionTableMax value 999999.
		01 positionTable.
			05 positionEntry occurs 999999 times.
				10 pt-touches pic 9(4) comp.
				10 pt-first-stamp pic 9(14) comp-3.
				10 pt-multi-run pic x(1).
		01 positionIndex pic 9(7).

		01 totalAdds pic 9(6) value 0.
		01 totalChanges pic 9(6) value 0.
		01 totalDeletes pic 9(6) value 0.
		01 matchedCount pic 9(6) value 0.
		01 multiRunCount pic 9(6) value 0.

		78 topPositionsShown value 10.
		01 topIndex pic 9(2).
		01 maxTouches pic 9(4).
		01 maxPosition pic 9(6).

		01 ws-rpt-line pic x(80).
		01 out-count pic zzzzz9.
		01 out-count2 pic zzzzz9.
		01 out-count3 pic zzzzz9.
		01 out-position pic zzzzz9.
		*> tonight's SYSPARM setting, asked of sysParm ahead of the
		*> card; the card is read only when nothing is set.
		01 parmProgram pic x(18) value "journalReport".
		01 parmName pic x(12).
		01 parmValue pic x(30).
		01 ws-setting-found pic x(1).
			88 setting-found value "Y".
		01 savedReturnCode pic s9(4).
		copy "RETCODE.cpy".

procedure division.
	main.
	perform settleReportDate
	move 1 to positionIndex
	perform clearOnePosition until positionIndex > positionTableMax
	open input ksdsjrnl
	if ws-jrnl-status not = "00" then
		display "journalReport: KSDSJRNL not available, nothing to report"
	move space to pt-multi-run(positionIndex)
	add 1 to positionIndex.

	*> the SYSPARM REPORTDATE setting when there is one, the JRPARM
	*> card otherwise.
	settleReportDate.
	move "REPORTDATE" to parmName
	perform askSystemParameter
	if setting-found then
		move parmValue(1:8) to reportDate
	else
		perform readReportDate
	end-if.

	readReportDate.
	open input jrparm
	if ws-parm-status = "00" then
	end-if.

	*> the run stamp's leading eight digits are its date; a report
	*> date of zero matches everything except the check chain's
	*> anchor lines, which record no change.
	tallyOneEntry.
	read ksdsjrnl
		at end move "Y" to ws-jrnl-eof
		not at end
			move ksdsjrnl-record(1:68) to ksds-journal-detail
			compute entryDate = kj-run-stamp / 1000000
			if kj-action not = "ANCHOR"
			and (reportDate = 0 or entryDate = reportDate) then
				add 1 to matchedCount
				perform tallyRunEntry
				perform tallyPositionEntry
	add 1 to runIndex.

	tallyPositionEntry.
	if kj-position >= 1 and kj-position <= positionTableMax then
		add 1 to pt-touches(kj-position)
		if pt-first-stamp(kj-position) = 0 then
			move kj-run-stamp to pt-first-stamp(kj-position)
	write jrnlrpt-record from ws-rpt-line.

	writeRunLines.
	move "run stamp      program       adds   chgs   dels" to ws-rpt-line
	write jrnlrpt-record from ws-rpt-line
	move 1 to runIndex
	perform writeOneRunLine until runIndex > runCount
	move 0 to maxTouches
	move 0 to maxPosition
	move 1 to positionIndex
	perform findMaxTouches until positionIndex > positionTableMax
	if maxPosition > 0 then
		move maxPosition to out-position
		move maxTouches to out-count
			delimited by size into ws-rpt-line
		write jrnlrpt-record from ws-rpt-line
		move 1 to positionIndex
		perform writeOneMultiRun until positionIndex > positionTableMax
	end-if.

	writeOneMultiRun.
		write jrnlrpt-record from ws-rpt-line
	end-if
	add 1 to positionIndex.

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
