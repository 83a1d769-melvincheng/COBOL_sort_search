identification division.
program-id. chainVerify.

*> proves the tamper-evident check chain on AUDITLOG or KSDSJRNL (see
*> CHAINREC.cpy): walks the file record by record through chainLink's
*> CHECK and reports to CHAINRPT the first record whose check value
*> does not follow from its predecessor -- the first broken link --
*> and every record after it, since nothing past a break can be
*> vouched for. lines written before the chain existed are accepted
*> only ahead of the first sealed line; one turning up after it is a
*> break like any other.
*>
*> the CHAINPRM card says what to walk:
*>   columns  1- 8  log: AUDITLOG or KSDSJRNL
*>   columns 10-16  LIVE (the default), ARCHIVE (AUDITARC or JRNLARC)
*>                  or BOTH
*> with no card present the operator is prompted. the ANCHOR lines
*> auditArchive and retentionManager write where a cut separated a
*> record from its predecessor are chained like any other record, and
*> each one names the check value the chain resumes from; in BOTH mode
*> every such value must be found on a sealed record of the other
*> file (zero, the start of the chain, needs no proof), and any that
*> is not is listed as unproven -- usually an anchor pointing into an
*> earlier month's archive that is not in this run.
*>
*> a break raises an OPERALRT alert (reason 0022). RETURN-CODE:
*> rc-success when every walked file is intact and every anchor
*> proven, rc-not-found when intact but anchors remain unproven in
*> BOTH mode, rc-invalid-input for a break, an unusable parameter, or
*> a file that cannot be opened.
*> under the TRAINING DD the run works on the training sandbox (see
*> trainGuard.cbl), its OPERALRT alerts included, and CHAINRPT opens
*> with the training stamp; with no sandbox to run against it ends
*> rc-invalid-input before anything is opened.
environment division.
	input-output section.
	file-control.
		select chainprm assign to "CHAINPRM"
			organization line sequential
			file status is ws-parm-status.
		select auditlog assign to "AUDITLOG"
			organization line sequential
			file status is ws-subject-status.
		select auditarc assign to "AUDITARC"
			organization line sequential
			file status is ws-subject-status.
		select ksdsjrnl assign to "KSDSJRNL"
			organization line sequential
			file status is ws-subject-status.
		select jrnlarc assign to "JRNLARC"
			organization line sequential
			file status is ws-subject-status.
		select chainrpt assign to "CHAINRPT"
			organization line sequential
			file status is ws-rpt-status.
		select operalrt assign to "OPERALRT"
			organization line sequential
			file status is ws-alert-status.

data division.
	file section.
	fd chainprm.
	01 chainprm-record.
		05 cp-log pic x(8).
		05 filler pic x(1).
		05 cp-scope pic x(7).

	fd auditlog.
	01 auditlog-record pic x(80).

	fd auditarc.
	01 auditarc-record pic x(80).

	fd ksdsjrnl.
	01 ksdsjrnl-record pic x(80).

	fd jrnlarc.
	01 jrnlarc-record pic x(80).

	fd chainrpt.
	01 chainrpt-record pic x(80).

	fd operalrt.
	01 operalrt-record pic x(80).

	working-storage section.
		01 ws-parm-status pic x(2).
		01 ws-subject-status pic x(2).
		01 ws-rpt-status pic x(2).
		01 ws-subject-eof pic x(1).
			88 subject-done value "Y".
		01 ws-chain-started pic x(1).
			88 chain-started value "Y".
		01 ws-chain-broken pic x(1).
			88 chain-broken value "Y".
		01 ws-break-found pic x(1) value "N".
			88 break-found value "Y".
		01 ws-bad-setup pic x(1) value "N".
			88 bad-setup value "Y".
		01 ws-parm-answer pic x(8).

		*> which log and which of its files; every file verb below
		*> dispatches on subjectName, retentionManager's pattern.
		01 logName pic x(8).
		01 scopeName pic x(7).
		01 liveName pic x(8).
		01 archiveName pic x(8).
		01 subjectName pic x(8).
		01 otherName pic x(8).
		01 subjectRecord pic x(80).
		01 runDate pic 9(8).

		copy "CHAINREC.cpy".
		01 runningValue pic 9(9).
		01 storedValue pic 9(9).
		01 lineNumber pic 9(7).
		01 legacyCount pic 9(7).
		01 chainedCount pic 9(7).
		01 fileAnchors pic 9(7).
		01 afterBreakCount pic 9(7).

		*> the anchors found by the walks, for BOTH mode's proof pass.
		78 anchorTableMax value 2000.
		01 anchorTable.
			05 anchorEntry occurs 2000 times.
				10 an-resume pic 9(9).
				10 an-source pic x(8).
				10 an-line pic 9(7).
				10 an-proven pic x(1).
		01 anchorTotal pic 9(4) value 0.
		01 anchorIndex pic 9(4).
		01 unprovenCount pic 9(4) value 0.
		01 ws-anchor-overflow pic x(1) value "N".
			88 anchor-overflow value "Y".

		01 ws-rpt-line pic x(80).
		01 out-line pic zzzzzz9.
		01 out-count pic zzzzzz9.
		01 out-anchor pic zzz9.
		01 ws-alert-status pic x(2).
		copy "ALERTREC.cpy".
		01 ws-alert-date pic 9(8).
		01 ws-alert-time-raw pic 9(8).
		copy "TRAINREQ.cpy".
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

procedure division.
	main.
	perform checkTrainingMode
	if return-code not = rc-success then
		move rc-invalid-input to return-code
		goback.
	perform readChainParameter
	evaluate logName
		when "AUDITLOG"
			move "AUDITARC" to archiveName
		when "KSDSJRNL"
			move "JRNLARC" to archiveName
		when other
			display "chainVerify: log " logName " not recognized, use AUDITLOG or KSDSJRNL"
			move rc-invalid-input to return-code
			goback
	end-evaluate
	move logName to liveName
	if scopeName = spaces then
		move "LIVE" to scopeName.
	if scopeName not = "LIVE" and scopeName not = "ARCHIVE"
	and scopeName not = "BOTH" then
		display "chainVerify: scope " scopeName " not recognized, use LIVE, ARCHIVE or BOTH"
		move rc-invalid-input to return-code
		goback.
	perform getProcessingDate
	move pdt-date to runDate
	open output chainrpt
	if tg-training then
		write chainrpt-record from tg-stamp.
	move spaces to ws-rpt-line
	string "check chain verification  log " logName
		"  scope " scopeName "  run date " runDate
		delimited by size into ws-rpt-line
	write chainrpt-record from ws-rpt-line
	if scopeName not = "ARCHIVE" then
		move liveName to subjectName
		perform verifyOneFile.
	if scopeName not = "LIVE" then
		move archiveName to subjectName
		perform verifyOneFile.
	if scopeName = "BOTH" and not bad-setup then
		perform proveAnchors.
	perform writeVerdict
	close chainrpt
	evaluate true
		when break-found or bad-setup
			move rc-invalid-input to return-code
		when unprovenCount > 0
			move rc-not-found to return-code
		when other
			move rc-success to return-code
	end-evaluate
	goback.

	*> CHAINPRM card when the job supplies one, operator prompt when
	*> it doesn't -- the auditArchive convention.
	readChainParameter.
	open input chainprm
	if ws-parm-status = "00" then
		read chainprm
			at end
				move spaces to logName scopeName
			not at end
				move cp-log to logName
				move cp-scope to scopeName
		end-read
		close chainprm
	else
		display "Enter the log to verify (AUDITLOG or KSDSJRNL):"
		accept ws-parm-answer
		move ws-parm-answer to logName
		display "Enter LIVE, ARCHIVE or BOTH:"
		accept ws-parm-answer
		move ws-parm-answer to scopeName
	end-if.

	*> one file's walk, start to end, with its own summary line.
	verifyOneFile.
	move spaces to ws-rpt-line
	write chainrpt-record from ws-rpt-line
	perform openSubject
	if ws-subject-status not = "00" then
		move spaces to ws-rpt-line
		string subjectName ": cannot be opened, status "
			ws-subject-status
			delimited by size into ws-rpt-line
		write chainrpt-record from ws-rpt-line
		display "chainVerify: " ws-rpt-line
		move "Y" to ws-bad-setup
	else
		move 0 to runningValue
		move 0 to lineNumber
		move 0 to legacyCount
		move 0 to chainedCount
		move 0 to fileAnchors
		move 0 to afterBreakCount
		move "N" to ws-chain-started
		move "N" to ws-chain-broken
		move "N" to ws-subject-eof
		perform checkOneRecord until subject-done
		perform closeSubject
		perform writeFileSummary
	end-if.

	checkOneRecord.
	perform readSubject
	if not subject-done then
		add 1 to lineNumber
		if chain-broken then
			perform reportAfterBreak
		else
			move subjectRecord to cr-line
			move runningValue to cr-value
			move "CHECK" to cr-action
			call 'chainLink' using chain-request
				on exception
					display "chainVerify: chainLink not available, cannot verify"
					move "Y" to ws-bad-setup
					move "Y" to ws-subject-eof
			end-call
			if not bad-setup then
				perform classifyRecord
			end-if
		end-if
	end-if.

	classifyRecord.
	evaluate true
		when cr-chained
			move "Y" to ws-chain-started
			add 1 to chainedCount
			move cr-value to runningValue
		when cr-anchor
			move "Y" to ws-chain-started
			add 1 to fileAnchors
			perform noteAnchor
			move cr-value to runningValue
		when cr-legacy and not chain-started
			add 1 to legacyCount
			move cr-value to runningValue
		when other
			perform reportBreak
	end-evaluate.

	*> the first broken link of the file; everything after it is
	*> listed too.
	reportBreak.
	move "Y" to ws-chain-broken
	move "Y" to ws-break-found
	move lineNumber to out-line
	move spaces to ws-rpt-line
	if cr-legacy then
		string subjectName ": FIRST BROKEN LINK at line " out-line
			", unsealed line inside the chain"
			delimited by size into ws-rpt-line
	else
		string subjectName ": FIRST BROKEN LINK at line " out-line
			", check value does not follow"
			delimited by size into ws-rpt-line
	end-if
	write chainrpt-record from ws-rpt-line
	display "chainVerify: " ws-rpt-line
	perform writeRecordLine
	move spaces to oa-text
	string subjectName " chain broken at line " out-line
		delimited by size into oa-text
	perform writeOperatorAlert
	move spaces to ws-rpt-line
	string subjectName ": records after the break, not verifiable:"
		delimited by size into ws-rpt-line
	write chainrpt-record from ws-rpt-line.

	reportAfterBreak.
	add 1 to afterBreakCount
	move lineNumber to out-line
	perform writeRecordLine.

	writeRecordLine.
	move spaces to ws-rpt-line
	string out-line " " subjectRecord(1:72)
		delimited by size into ws-rpt-line
	write chainrpt-record from ws-rpt-line.

	*> an anchor resuming from zero starts the chain afresh and needs
	*> no proof.
	noteAnchor.
	if anchorTotal >= anchorTableMax then
		if not anchor-overflow then
			display "chainVerify: more than " anchorTableMax " anchors, the rest are not proven"
			move "Y" to ws-anchor-overflow
		end-if
		add 1 to unprovenCount
	else
		add 1 to anchorTotal
		move cr-line(43:9) to an-resume(anchorTotal)
		move subjectName to an-source(anchorTotal)
		move lineNumber to an-line(anchorTotal)
		if an-resume(anchorTotal) = 0 then
			move "Y" to an-proven(anchorTotal)
		else
			move "N" to an-proven(anchorTotal)
		end-if
	end-if.

	*> every anchor's resume value looked for among the check values
	*> of the other file's sealed records.
	proveAnchors.
	if anchorTotal > 0 then
		move liveName to subjectName
		move archiveName to otherName
		perform proveFromOneFile
		move archiveName to subjectName
		move liveName to otherName
		perform proveFromOneFile
		move 1 to anchorIndex
		perform reportOneAnchor until anchorIndex > anchorTotal
	end-if.

	*> subjectName is read; the anchors it can prove are otherName's.
	proveFromOneFile.
	perform openSubject
	if ws-subject-status = "00" then
		move "N" to ws-subject-eof
		perform proveOneRecord until subject-done
		perform closeSubject
	end-if.

	proveOneRecord.
	perform readSubject
	if not subject-done and subjectRecord(68:9) is numeric then
		move subjectRecord(68:9) to storedValue
		move 1 to anchorIndex
		perform matchOneAnchor until anchorIndex > anchorTotal
	end-if.

	matchOneAnchor.
	if an-source(anchorIndex) = otherName
	and an-resume(anchorIndex) = storedValue then
		move "Y" to an-proven(anchorIndex).
	add 1 to anchorIndex.

	reportOneAnchor.
	move an-line(anchorIndex) to out-line
	move spaces to ws-rpt-line
	if an-proven(anchorIndex) = "Y" then
		string an-source(anchorIndex) ": anchor at line " out-line
			" resumes from " an-resume(anchorIndex) ", proven"
			delimited by size into ws-rpt-line
	else
		add 1 to unprovenCount
		string an-source(anchorIndex) ": anchor at line " out-line
			" resumes from " an-resume(anchorIndex) ", UNPROVEN"
			delimited by size into ws-rpt-line
	end-if
	write chainrpt-record from ws-rpt-line
	add 1 to anchorIndex.

	writeFileSummary.
	move lineNumber to out-count
	move spaces to ws-rpt-line
	string subjectName ": records read " out-count
		delimited by size into ws-rpt-line
	write chainrpt-record from ws-rpt-line
	display "chainVerify: " ws-rpt-line
	move chainedCount to out-count
	move spaces to ws-rpt-line
	string subjectName ":   sealed and correct " out-count
		delimited by size into ws-rpt-line
	write chainrpt-record from ws-rpt-line
	move fileAnchors to out-count
	move spaces to ws-rpt-line
	string subjectName ":   anchors            " out-count
		delimited by size into ws-rpt-line
	write chainrpt-record from ws-rpt-line
	move legacyCount to out-count
	move spaces to ws-rpt-line
	string subjectName ":   before the chain   " out-count
		delimited by size into ws-rpt-line
	write chainrpt-record from ws-rpt-line
	if chain-broken then
		move afterBreakCount to out-count
		move spaces to ws-rpt-line
		string subjectName ":   after the break    " out-count
			delimited by size into ws-rpt-line
		write chainrpt-record from ws-rpt-line
	end-if.

	writeVerdict.
	move spaces to ws-rpt-line
	write chainrpt-record from ws-rpt-line
	move unprovenCount to out-anchor
	move spaces to ws-rpt-line
	evaluate true
		when bad-setup
			move "VERDICT: NOT VERIFIED, a file could not be walked" to ws-rpt-line
		when break-found
			move "VERDICT: CHAIN BROKEN, see the first broken link above" to ws-rpt-line
		when unprovenCount > 0
			string "VERDICT: intact, " out-anchor
				" anchor(s) not proven by the other file"
				delimited by size into ws-rpt-line
		when other
			move "VERDICT: intact" to ws-rpt-line
	end-evaluate
	write chainrpt-record from ws-rpt-line
	display "chainVerify: " ws-rpt-line.

	openSubject.
	evaluate subjectName
		when "AUDITLOG" open input auditlog
		when "AUDITARC" open input auditarc
		when "KSDSJRNL" open input ksdsjrnl
		when "JRNLARC" open input jrnlarc
	end-evaluate.

	closeSubject.
	evaluate subjectName
		when "AUDITLOG" close auditlog
		when "AUDITARC" close auditarc
		when "KSDSJRNL" close ksdsjrnl
		when "JRNLARC" close jrnlarc
	end-evaluate.

	readSubject.
	evaluate subjectName
		when "AUDITLOG"
			read auditlog
				at end move "Y" to ws-subject-eof
				not at end move auditlog-record to subjectRecord
			end-read
		when "AUDITARC"
			read auditarc
				at end move "Y" to ws-subject-eof
				not at end move auditarc-record to subjectRecord
			end-read
		when "KSDSJRNL"
			read ksdsjrnl
				at end move "Y" to ws-subject-eof
				not at end move ksdsjrnl-record to subjectRecord
			end-read
		when "JRNLARC"
			read jrnlarc
				at end move "Y" to ws-subject-eof
				not at end move jrnlarc-record to subjectRecord
			end-read
	end-evaluate.

	*> oa-text is set by the caller.
	writeOperatorAlert.
	perform getProcessingDate
	move pdt-date to ws-alert-date
	accept ws-alert-time-raw from time
	move ws-alert-date to oa-date
	compute oa-time = ws-alert-time-raw / 100
	move "chainVerify" to oa-program
	move "E" to oa-severity
	move "0022" to oa-reason
	open extend operalrt
	if ws-alert-status not = "00" then
		open output operalrt.
	write operalrt-record from operator-alert-detail
	close operalrt.

	*> a training run is turned onto the sandbox before anything is
	*> opened (see trainGuard.cbl); one with no sandbox stops here.
	checkTrainingMode.
	move "chainVerify" to tg-program
	call 'trainGuard' using training-request
		on exception move "P" to tg-mode
	end-call.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "chainVerify" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
