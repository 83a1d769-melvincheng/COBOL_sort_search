*> retention housekeeping for the history files that otherwise only
*> ever grow -- the auditArchive idea generalized to the rest of the
*> pack. driven by RETNCTL control cards, one per file:
*>   columns  1- 8  file: PERFHIST, QGHIST, SRCHLOG, KSDSJRNL,
*>                  RUNSTAT, or BALHIST
*>   columns 10-12  retention in days
*> for each named file, records older than the retention period
*> (every record in these files leads with its yyyymmdd date;
*> KSDSJRNL's run stamp leads with the same eight digits) are copied
*> to that file's dated archive (PERFARC, QGHARC, SRCHARC, JRNLARC,
*> RSTARC, BALHARC -- point each DD at an archive dataset named for the cut)
*> and dropped from the live file, which is rewritten through the
*> RETNTMP work file. a record whose date cannot be read is always
*> retained, never silently dropped, auditArchive's rule. the
*> RETNRPT summary proves the arithmetic per file: read = kept +
*> archived. RETURN-CODE: rc-success, rc-not-found when no control
*> cards were usable, rc-invalid-input when RETNCTL is missing.
*>
*> KSDSJRNL carries a check chain (see CHAINREC.cpy), which a cut
*> splits in two; as auditArchive does for AUDITLOG, an ANCHOR line
*> goes ahead of any record that lands after something other than its
*> true predecessor, and anchors from earlier cuts are replaced
*> (counted apart from kept and archived) so chainVerify can prove
*> the live journal and JRNLARC together.
*>
*> a legal hold outranks the retention period: a record past the
*> cutoff that an active LEGALHLD hold covers (asked of holdCheck,
*> see HOLDQRY.cpy -- by its date, and for BALHIST by its account
*> key too) stays in the live file, counted among the kept, and
*> RETNRPT says under each file how many each hold kept back.
*>
*> a file's retention days set on the SYSPARM system-parameter file
*> (program retentionManager, the file's name as the parameter, see
*> sysParm) outrank its card, and a file with a setting there is
*> managed even with no card for it -- so the run needs no RETNCTL at
*> all once every file's days are set there. RETNCTL missing is then
*> only rc-invalid-input when SYSPARM sets nothing either.
*> under the TRAINING DD the run works on the training sandbox (see
*> trainGuard.cbl) and RETNRPT opens with the training stamp; with no
*> sandbox to run against it ends rc-invalid-input before anything is
*> opened.
environment division.
	input-output section.
	file-control.
		select runstat assign to "RUNSTAT"
			organization line sequential
			file status is ws-live-status.
		select balhist assign to "BALHIST"
			organization line sequential
			file status is ws-live-status.
		select perfarc assign to "PERFARC"
			organization line sequential
			file status is ws-arc-status.
		select rstarc assign to "RSTARC"
			organization line sequential
			file status is ws-arc-status.
		select balharc assign to "BALHARC"
			organization line sequential
			file status is ws-arc-status.
		select retntmp assign to "RETNTMP"
			organization line sequential
			file status is ws-tmp-status.
	01 ksdsjrnl-record pic x(100).
	fd runstat.
	01 runstat-record pic x(100).
	fd balhist.
	01 balhist-record pic x(100).

	fd perfarc.
	01 perfarc-record pic x(100).
	01 jrnlarc-record pic x(100).
	fd rstarc.
	01 rstarc-record pic x(100).
	fd balharc.
	01 balharc-record pic x(100).

	fd retntmp.
	01 retntmp-record pic x(100).
		01 keptCount pic 9(7).
		01 archivedCount pic 9(7).
		01 cardsUsed pic 9(2) value 0.
		01 anchorsReplaced pic 9(7).
		01 anchorsWritten pic 9(7).
		copy "CHAINREC.cpy".
		01 runningValue pic 9(9).
		01 predecessorValue pic 9(9).
		01 keptRunValue pic 9(9).
		01 archiveRunValue pic 9(9).
		01 chainHeldRecord pic x(100).
		01 ws-rpt-line pic x(80).
		01 out-read pic zzzzzz9.
		01 out-kept pic zzzzzz9.
		01 out-arch pic zzzzzz9.
		01 heldCount pic 9(7).
		copy "HOLDQRY.cpy".
		01 bhKeyField pic x(10).

		*> the files managed, and which of them tonight's cards
		*> named; retentionText holds the days, from the card or the
		*> file's SYSPARM setting.
		01 managedNameList pic x(48) value
			"PERFHISTQGHIST  SRCHLOG KSDSJRNLRUNSTAT BALHIST ".
		01 managedNames redefines managedNameList.
			05 managed-name pic x(8) occurs 6 times.
		01 ws-carded-list pic x(6) value "NNNNNN".
		01 ws-carded-flags redefines ws-carded-list.
			05 ws-carded pic x(1) occurs 6 times.
				88 file-carded value "Y".
		01 managedIndex pic 9(1).
		01 retentionText pic x(3).
		01 retentionSetting pic 9(3).
		01 ws-have-cards pic x(1) value "Y".
			88 have-cards value "Y".

		*> tonight's SYSPARM setting, asked of sysParm ahead of the
		*> card; the card's value stands only when nothing is set.
		01 parmProgram pic x(18) value "retentionManager".
		01 parmName pic x(12).
		01 parmValue pic x(30).
		01 ws-setting-found pic x(1).
			88 setting-found value "Y".
		01 savedReturnCode pic s9(4).
		copy "TRAINREQ.cpy".
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

procedure division.
	main.
	perform checkTrainingMode
	if return-code not = rc-success then
		move rc-invalid-input to return-code
		goback.
	open input retnctl
	if ws-ctl-status not = "00" then
		move "N" to ws-have-cards
		move 0 to retentionSetting
		move 1 to managedIndex
		perform countOneSetting until managedIndex > 6
		if retentionSetting = 0 then
			display "retentionManager: RETNCTL not available and no SYSPARM retention settings, nothing to manage"
			move rc-invalid-input to return-code
			goback
		end-if
	end-if
	perform getProcessingDate
	move pdt-date to todayDate
	compute todaySerial = function integer-of-date(todayDate)
	open output retnrpt
	if tg-training then
		write retnrpt-record from tg-stamp.
	move spaces to ws-rpt-line
	string "retention run for " todayDate
		delimited by size into ws-rpt-line
	write retnrpt-record from ws-rpt-line
	if have-cards then
		move "N" to ws-ctl-eof
		perform processOneCard until control-done
		close retnctl
	end-if
	move 1 to managedIndex
	perform manageOneUncarded until managedIndex > 6
	close retnrpt
	if cardsUsed = 0 then
		display "retentionManager: no usable control cards, nothing managed"
				when "SRCHLOG"
				when "KSDSJRNL"
				when "RUNSTAT"
				when "BALHIST"
					move rt-file to liveName
					move rt-days to retentionText
					perform markCardedFile
					perform takeRetentionSetting
					perform applyRetention
				when other
					display "retentionManager: file " rt-file " not managed here, card skipped"
			end-evaluate
	end-read.

	markCardedFile.
	move 1 to managedIndex
	perform markOneManaged until managedIndex > 6.

	markOneManaged.
	if managed-name(managedIndex) = liveName then
		move "Y" to ws-carded(managedIndex).
	add 1 to managedIndex.

	*> a file no card named tonight is still managed when SYSPARM
	*> sets its days.
	manageOneUncarded.
	if not file-carded(managedIndex) then
		move managed-name(managedIndex) to liveName
		move spaces to retentionText
		perform takeRetentionSetting
		if setting-found then
			perform applyRetention
		end-if
	end-if
	add 1 to managedIndex.

	countOneSetting.
	move managed-name(managedIndex) to parmName
	perform askSystemParameter
	if setting-found then
		add 1 to retentionSetting.
	add 1 to managedIndex.

	*> liveName's SYSPARM days, when set, replace retentionText.
	takeRetentionSetting.
	move liveName to parmName
	perform askSystemParameter
	if setting-found then
		compute retentionSetting = function numval(parmValue)
		move retentionSetting to retentionText
	end-if.

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

	*> one file's whole cycle: split live into archive and RETNTMP,
	*> then copy the kept records back over the live file.
	applyRetention.
	if retentionText is not numeric or function numval(retentionText) = 0 then
		display "retentionManager: retention days missing for " liveName ", card skipped"
	else
		compute retentionDays = function numval(retentionText)
		compute cutoffSerial = todaySerial - retentionDays
		compute cutoffDate =
			function date-of-integer(cutoffSerial)
		move 0 to readCount
		move 0 to keptCount
		move 0 to archivedCount
		move 0 to heldCount
		move "OPEN" to hq-action
		call 'holdCheck' using hold-query
			on exception move 0 to hq-scope-count
		end-call
		move 0 to anchorsReplaced
		move 0 to anchorsWritten
		move 0 to runningValue
		move 0 to keptRunValue
		move 0 to archiveRunValue
		move "N" to ws-live-missing
		perform splitLiveFile
		if live-file-missing then
	perform readLiveRecord
	if not live-done then
		add 1 to readCount
		if liveName = "KSDSJRNL"
		and ws-live-record(1:14) = "00000000000000"
		and ws-live-record(29:6) = "ANCHOR" then
			perform dropOldAnchor
		else
			if liveName = "KSDSJRNL" then
				perform followChain
			end-if
			if ws-live-record(1:8) is numeric then
				move ws-live-record(1:8) to recordDate
				if recordDate < cutoffDate then
					perform askLegalHold
					if hq-held then
						add 1 to heldCount
						perform keepOneRecord
					else
						perform archiveOneRecord
					end-if
				else
					perform keepOneRecord
				end-if
			else
				*> a record whose date cannot be read is retained,
				*> never silently dropped.
				perform keepOneRecord
			end-if
		end-if
	end-if.

	*> nothing is asked when no hold is on file at all.
	askLegalHold.
	move "N" to hq-result
	if hq-scope-count > 0 then
		move "TEST" to hq-action
		move liveName to hq-file
		move recordDate to hq-date
		move "N" to hq-value-flag
		move spaces to hq-entry
		if liveName = "BALHIST" then
			move ws-live-record(10:10) to bhKeyField
			if bhKeyField(2:9) is numeric then
				compute hq-value = function numval(bhKeyField)
				move "Y" to hq-value-flag
			end-if
		end-if
		call 'holdCheck' using hold-query
			on exception move "N" to hq-result
		end-call
	end-if.

	*> the chain paragraphs below only act for KSDSJRNL; the other
	*> files carry no check values.
	archiveOneRecord.
	if liveName = "KSDSJRNL" and not cr-legacy
	and archiveRunValue not = predecessorValue then
		move archiveRunValue to cr-value
		perform buildChainAnchor
		move ws-live-record to chainHeldRecord
		move cr-line to ws-live-record
		perform writeArchiveRecord
		move chainHeldRecord to ws-live-record
	end-if
	add 1 to archivedCount
	perform writeArchiveRecord
	if cr-legacy then
		move 0 to archiveRunValue
	else
		move runningValue to archiveRunValue
	end-if.

	keepOneRecord.
	if liveName = "KSDSJRNL" and not cr-legacy
	and keptRunValue not = predecessorValue then
		move keptRunValue to cr-value
		perform buildChainAnchor
		write retntmp-record from cr-line
	end-if
	add 1 to keptCount
	write retntmp-record from ws-live-record
	if cr-legacy then
		move 0 to keptRunValue
	else
		move runningValue to keptRunValue
	end-if.

	*> an anchor from an earlier cut only hands its resume value on.
	dropOldAnchor.
	move ws-live-record to cr-line
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
	move ws-live-record to cr-line
	move runningValue to cr-value
	move "CHECK" to cr-action
	call 'chainLink' using chain-request
		on exception
			move "L" to cr-kind
			move 0 to cr-value
	end-call
	move cr-value to runningValue.

	*> cr-value is the check value the anchor is sealed onto.
	buildChainAnchor.
	move "ANCHOR" to cr-action
	move predecessorValue to cr-resume
	move "retentionMgr" to cr-program
	call 'chainLink' using chain-request
		on exception continue
	end-call
	add 1 to anchorsWritten.

	copyKeptBack.
	open input retntmp
	perform openLiveOutput
		when "SRCHLOG" open input srchlog
		when "KSDSJRNL" open input ksdsjrnl
		when "RUNSTAT" open input runstat
		when "BALHIST" open input balhist
	end-evaluate.

	openLiveOutput.
		when "SRCHLOG" open output srchlog
		when "KSDSJRNL" open output ksdsjrnl
		when "RUNSTAT" open output runstat
		when "BALHIST" open output balhist
	end-evaluate.

	closeLiveFile.
		when "SRCHLOG" close srchlog
		when "KSDSJRNL" close ksdsjrnl
		when "RUNSTAT" close runstat
		when "BALHIST" close balhist
	end-evaluate.

	readLiveRecord.
				at end move "Y" to ws-live-eof
				not at end move runstat-record to ws-live-record
			end-read
		when "BALHIST"
			read balhist
				at end move "Y" to ws-live-eof
				not at end move balhist-record to ws-live-record
			end-read
	end-evaluate.

	writeLiveRecord.
		when "SRCHLOG" write srchlog-record from ws-live-record
		when "KSDSJRNL" write ksdsjrnl-record from ws-live-record
		when "RUNSTAT" write runstat-record from ws-live-record
		when "BALHIST" write balhist-record from ws-live-record
	end-evaluate.

	openArchiveOutput.
		when "SRCHLOG" open output srcharc
		when "KSDSJRNL" open output jrnlarc
		when "RUNSTAT" open output rstarc
		when "BALHIST" open output balharc
	end-evaluate.

	closeArchiveFile.
		when "SRCHLOG" close srcharc
		when "KSDSJRNL" close jrnlarc
		when "RUNSTAT" close rstarc
		when "BALHIST" close balharc
	end-evaluate.

	writeArchiveRecord.
		when "SRCHLOG" write srcharc-record from ws-live-record
		when "KSDSJRNL" write jrnlarc-record from ws-live-record
		when "RUNSTAT" write rstarc-record from ws-live-record
		when "BALHIST" write balharc-record from ws-live-record
	end-evaluate.

	writeFileSummary.
		", archived " out-arch " (older than " cutoffDate ")"
		delimited by size into ws-rpt-line
	write retnrpt-record from ws-rpt-line
	display "retentionManager: " ws-rpt-line
	if heldCount > 0 then
		move 1 to hq-scope
		perform reportOneHoldTally until hq-scope > hq-scope-count
	end-if
	if liveName = "KSDSJRNL" then
		move anchorsReplaced to out-read
		move anchorsWritten to out-kept
		move spaces to ws-rpt-line
		string liveName ": chain anchors replaced " out-read
			", written " out-kept
			delimited by size into ws-rpt-line
		write retnrpt-record from ws-rpt-line
		display "retentionManager: " ws-rpt-line
	end-if.

	*> one line per hold that kept records of this file back.
	reportOneHoldTally.
	move "TALLY" to hq-action
	call 'holdCheck' using hold-query
		on exception move 0 to hq-tally
	end-call
	if hq-tally > 0 then
		move hq-tally to out-kept
		move spaces to ws-rpt-line
		string liveName ": kept " out-kept " past the cutoff under legal hold "
			hq-hold-id
			delimited by size into ws-rpt-line
		write retnrpt-record from ws-rpt-line
		display "retentionManager: " ws-rpt-line
	end-if
	add 1 to hq-scope.

	*> a training run is turned onto the sandbox before anything is
	*> opened (see trainGuard.cbl); one with no sandbox stops here.
	checkTrainingMode.
	move "retentionManager" to tg-program
	call 'trainGuard' using training-request
		on exception move "P" to tg-mode
	end-call.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "retentionManager" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
