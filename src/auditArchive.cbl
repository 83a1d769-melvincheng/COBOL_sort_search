*> read = archived + retained. RETURN-CODE: rc-not-found when nothing
*> matched the month, rc-invalid-input for an unusable parameter or a
*> missing log.
*>
*> splitting the log cuts its check chain (see CHAINREC.cpy) in two,
*> so each output is kept verifiable on its own: wherever a record
*> lands after something other than its true predecessor, an ANCHOR
*> line is written ahead of it carrying the predecessor's check
*> value, which chainVerify proves against the other file. anchors
*> from earlier cuts are replaced rather than carried along, and are
*> counted in the control line.
*>
*> a legal hold outranks the monthly cut: a record of the month that
*> an active LEGALHLD hold on AUDITLOG covers (asked of holdCheck by
*> the record's date, see HOLDQRY.cpy) is retained in the live log,
*> and the control lines say how many each hold kept back.
*>
*> the MONTH setting (MMYY) on the SYSPARM system-parameter file
*> (program auditArchive, see sysParm) outranks the ARCHPARM card and
*> the prompt; they are used only when nothing is set there.
*> under the TRAINING DD the run works on the training sandbox (see
*> trainGuard.cbl); with no sandbox to run against it ends
*> rc-invalid-input before anything is opened.
environment division.
	input-output section.
	file-control.
		01 ws-parm-answer pic x(4).
		01 recordMonth pic x(2).
		01 recordYear pic x(2).
		01 recordDay pic x(2).
		01 recordDateText pic x(8).
		01 heldCount pic 9(6) value 0.
		copy "HOLDQRY.cpy".
		01 ws-record-dated pic x(1).
			88 record-dated value "Y".
		01 readCount pic 9(6) value 0.
		01 archivedCount pic 9(6) value 0.
		01 retainedCount pic 9(6) value 0.
		01 anchorsReplaced pic 9(6) value 0.
		01 anchorsWritten pic 9(6) value 0.
		copy "CHAINREC.cpy".
		01 runningValue pic 9(9) value 0.
		01 predecessorValue pic 9(9).
		01 liveRunValue pic 9(9) value 0.
		01 archiveRunValue pic 9(9) value 0.
		01 out-count pic zzzzz9.
		*> tonight's SYSPARM setting, asked of sysParm ahead of the
		*> card; the card is read only when nothing is set.
		01 parmProgram pic x(18) value "auditArchive".
		01 parmName pic x(12).
		01 parmValue pic x(30).
		01 ws-setting-found pic x(1).
			88 setting-found value "Y".
		01 savedReturnCode pic s9(4).
		copy "TRAINREQ.cpy".
		copy "RETCODE.cpy".

procedure division.
	main.
	perform checkTrainingMode
	if return-code not = rc-success then
		move rc-invalid-input to return-code
		goback.
	perform settleArchiveMonth
	if archiveMonth not numeric or archiveYear not numeric
	or archiveMonth < "01" or archiveMonth > "12" then
		display "auditArchive: archive month " archiveMonth archiveYear " is not a valid MMYY"
		display "auditArchive: AUDITLOG not available, nothing to archive"
		move rc-invalid-input to return-code
		goback.
	move "OPEN" to hq-action
	call 'holdCheck' using hold-query
		on exception move 0 to hq-scope-count
	end-call
	open output auditarc
	open output audittmp
	perform splitOneRecord until log-eof
	end-if
	goback.

	*> the SYSPARM MONTH setting (MMYY) when there is one, the card
	*> or the operator otherwise.
	settleArchiveMonth.
	move "MONTH" to parmName
	perform askSystemParameter
	if setting-found then
		move parmValue(1:2) to archiveMonth
		move parmValue(3:2) to archiveYear
	else
		perform getArchiveMonth
	end-if.

	*> ARCHPARM card when the job supplies one, operator prompt when
	*> it doesn't -- same unattended-versus-attended convention MAIN
	*> uses for its parameter card.
		at end move "Y" to ws-log-eof
		not at end
			add 1 to readCount
			if auditlog-record(1:14) = "00000000000000"
			and auditlog-record(29:6) = "ANCHOR" then
				perform dropOldAnchor
			else
				perform extractRecordMonth
				perform followChain
				if record-dated and recordMonth = archiveMonth
				and recordYear = archiveYear then
					perform askLegalHold
					if hq-held then
						add 1 to heldCount
						perform retainOneRecord
					else
						perform archiveOneRecord
					end-if
				else
					perform retainOneRecord
				end-if
			end-if
	end-read.

	*> the record's own date, century assumed, for the hold's date
	*> range; nothing is asked when no hold is on file at all.
	askLegalHold.
	move "N" to hq-result
	if hq-scope-count > 0 then
		move "TEST" to hq-action
		move "AUDITLOG" to hq-file
		string "20" recordYear recordMonth recordDay
			delimited by size into recordDateText
		if recordDateText is numeric then
			move recordDateText to hq-date
		else
			move 0 to hq-date
		end-if
		move "N" to hq-value-flag
		move spaces to hq-entry
		call 'holdCheck' using hold-query
			on exception move "N" to hq-result
		end-call
	end-if.

	*> an anchor from an earlier cut only hands its resume value on;
	*> the outputs get fresh anchors where they need them.
	dropOldAnchor.
	move auditlog-record to cr-line
	move runningValue to cr-value
	move "CHECK" to cr-action
	call 'chainLink' using chain-request
		on exception continue
	end-call
	move cr-value to runningValue
	add 1 to anchorsReplaced.

	*> predecessorValue is the check value the record was sealed onto,
	*> runningValue its own (zero for a line from before the chain).
	followChain.
	move runningValue to predecessorValue
	move auditlog-record to cr-line
	move runningValue to cr-value
	move "CHECK" to cr-action
	call 'chainLink' using chain-request
		on exception
			move "L" to cr-kind
			move 0 to cr-value
	end-call
	move cr-value to runningValue.

	archiveOneRecord.
	if not cr-legacy and archiveRunValue not = predecessorValue then
		move archiveRunValue to cr-value
		perform buildChainAnchor
		write auditarc-record from cr-line
	end-if
	write auditarc-record from auditlog-record
	add 1 to archivedCount
	if cr-legacy then
		move 0 to archiveRunValue
	else
		move runningValue to archiveRunValue
	end-if.

	retainOneRecord.
	if not cr-legacy and liveRunValue not = predecessorValue then
		move liveRunValue to cr-value
		perform buildChainAnchor
		write audittmp-record from cr-line
	end-if
	write audittmp-record from auditlog-record
	add 1 to retainedCount
	if cr-legacy then
		move 0 to liveRunValue
	else
		move runningValue to liveRunValue
	end-if.

	*> cr-value is the check value the anchor is sealed onto; cr-kind
	*> is left as followChain set it.
	buildChainAnchor.
	move "ANCHOR" to cr-action
	move predecessorValue to cr-resume
	move "auditArchive" to cr-program
	call 'chainLink' using chain-request
		on exception continue
	end-call
	add 1 to anchorsWritten.

	*> pulls MM and YY out of whichever audit-line layout the record
	*> carries; an unrecognizable record is left undated and therefore
	*> retained.
	evaluate true
		when auditlog-record(3:1) = "/" and auditlog-record(6:1) = "/"
			move auditlog-record(1:2) to recordMonth
			move auditlog-record(4:2) to recordDay
			move auditlog-record(7:2) to recordYear
			move "Y" to ws-record-dated
		when auditlog-record(1:6) = "date: "
			move auditlog-record(7:2) to recordMonth
			move auditlog-record(10:2) to recordDay
			move auditlog-record(13:2) to recordYear
			move "Y" to ws-record-dated
	end-evaluate.
		" (month " archiveMonth "/" archiveYear ")"
	move retainedCount to out-count
	display "auditArchive: records retained: " out-count
	if heldCount > 0 then
		move heldCount to out-count
		display "auditArchive: of those, held:   " out-count " (legal hold)"
		move 1 to hq-scope
		perform reportOneHoldTally until hq-scope > hq-scope-count
	end-if
	move anchorsReplaced to out-count
	display "auditArchive: anchors replaced: " out-count
	move anchorsWritten to out-count
	display "auditArchive: anchors written:  " out-count
	if readCount not = archivedCount + retainedCount + anchorsReplaced then
		display "auditArchive: CONTROL TOTALS DO NOT BALANCE, investigate before deleting anything".

	reportOneHoldTally.
	move "TALLY" to hq-action
	call 'holdCheck' using hold-query
		on exception move 0 to hq-tally
	end-call
	if hq-tally > 0 then
		move hq-tally to out-count
		display "auditArchive:   kept " out-count " under legal hold " hq-hold-id
	end-if
	add 1 to hq-scope.

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

	*> a training run is turned onto the sandbox before anything is
	*> opened (see trainGuard.cbl); one with no sandbox stops here.
	checkTrainingMode.
	move "auditArchive" to tg-program
	call 'trainGuard' using training-request
		on exception move "P" to tg-mode
	end-call.
