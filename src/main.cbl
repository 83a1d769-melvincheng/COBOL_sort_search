*> executes, nothing is claimed, and no checkpoint moves -- so the
*> afternoon shift can prove tonight's deck clean before submitting
*> it instead of meeting the typo on card 14 at 2 a.m.
*>
*> the batch-window stop time is taken from the WINDOWSTOP setting on
*> the SYSPARM system-parameter file (see sysParm) -- the program's
*> own, or the *ALL one every program shares -- ahead of the WINDOWCT
*> card, which is read only when nothing is set there.
*> under the TRAINING DD the run -- the deck, the job queue, and every
*> command program it calls -- is turned onto the training sandbox
*> (see trainGuard.cbl), the command menu carrying the training
*> stamp; with no sandbox to run against MAIN stops before opening
*> anything, rc-invalid-input.
environment division.
	input-output section.
	file-control.
		select operid assign to "OPERID"
			organization line sequential
			file status is ws-operid-status.
		select jobacct assign to "JOBACCT"
			organization line sequential
			file status is ws-jobacct-status.

data division.
	file section.
	*> tailing the file by hand sees the most urgent jobs first. the
	*> trailing run-by time (HHMM, spaces for none) is what lets a
	*> 6 a.m. commitment outrank a priority digit; queue files from
	*> before the field read back with it blank. jobs loaded from the
	*> business request intake (reqIntake) also carry who asked and
	*> what to look for, see JOBQREC.cpy.
	fd jobqueue.
	copy "JOBQREC.cpy".

	fd operalrt.
	01 operalrt-record pic x(80).
	01 operid-record.
		05 oi-initials pic x(3).

	fd jobacct.
	01 jobacct-record pic x(80).

	*> pre-sort snapshot of the working array, persisted so even a
	*> session crash doesn't lose the original element order an
	*> in-place sort is about to destroy.
	*>   cols 25-31  outcome (SUCCESS/FAILURE)
	*>   col  32     space
	*>   cols 33-62  command
	*>   col  63     space
	*>   cols 64-66  operator
	*>   col  67     space
	*>   cols 68-76  chain check value (see CHAINREC.cpy), sealed by
	*>               chainLink as the line is written
	01 ws-audit-detail.
		05 wsa-mm pic 9(2).
		05 filler pic x(1) value "/".
		05 wsa-command pic x(30).
		05 filler pic x(1) value space.
		05 wsa-operator pic x(3).
	copy "CHAINREC.cpy".
	01 arraySize pic 9(5).
	01 inputString pic x(30).
	*> tonight's SYSPARM setting, asked of sysParm ahead of the
	*> card; the card is read only when nothing is set.
	01 parmProgram pic x(18) value "main".
	01 parmName pic x(12).
	01 parmValue pic x(30).
	01 ws-setting-found pic x(1).
		88 setting-found value "Y".
	01 savedReturnCode pic s9(4).
	copy "TRAINREQ.cpy".
	copy "PDATEREQ.cpy".
	copy "RETCODE.cpy".
	*> the active workspace itself lives in storage acquired from
	*> dynamicArray at session start (see the linkage section and
	01 runDeckName pic x(8) value "MAINJOB".
	*> nightly run calendar verdict for this deck (see schedLookup).
	01 scheduleFlag pic x(1).
	*> tonight's standing of the decks this one waits on (see predCheck).
	01 predecessorStatus.
		05 ps-count pic 9(1).
		05 ps-entry occurs 4 times.
			10 ps-deck pic x(8).
			10 ps-state pic x(8).
	01 predIndex pic 9(1).
	01 ws-prog-status pic x(2).
	*> who is driving this session: the signed-on operator's initials
	*> (interactive) or the OPERID card's identity (batch), carried
	01 ws-parm-eof pic x(1) value "N".
		88 parmcard-eof value "Y".

	copy "CMDTABLE.cpy".
	01 commandIndex pic 9(2).
	01 ws-command-valid pic x(1) value "N".
		88 command-valid value "Y".
			10 jobCommand pic x(30).
			10 jobDeadline pic x(4).
			10 jobTaken pic x(1).
			10 jobRequester pic x(8).
			10 jobDepartment pic x(12).
			10 jobResponseSlot pic x(1).
			10 jobTarget pic x(20).
			10 jobTargetHigh pic x(10).
	01 jobQueueCount pic 9(2) value 0.
	78 jobQueueMax value 20.
	01 jqIndex pic 9(2).
	01 jqNewPriority pic 9(1).
	01 jqNewCommand pic x(30).
	01 jqNewDeadline pic x(4).
	*> a requested job's search target and found position, and the
	*> answer that goes back to whoever asked (see reqRespond).
	01 jqTargetValue copy "ELEMPIC.cpy".
	01 jqTargetHigh copy "ELEMPIC.cpy".
	01 jqFoundIndex pic 9(5).
	01 jqPhoneticTarget pic x(20).
	copy "RESPREQ.cpy".
	*> when a requested job started and whose it was, for the JOBACCT
	*> line written when it finishes (see JACTREC.cpy).
	01 ws-jobacct-status pic x(2).
	copy "JACTREC.cpy".
	*> run-by arithmetic scratch: the clock now and each job's
	*> minutes remaining (negative once the deadline has passed).
	01 jqTimeRaw pic 9(8).
	*> through linkage and the operator-chosen entry name.
	01 catalogAction pic x(4).
	01 catalogName pic x(8).
	*> and for the version commands, the request passed to
	*> catalogVersion (the entry and the versions named).
	copy "CATVREQ.cpy".

	*> state handed to the full-screen operatorConsole panel, and the
	*> command field it hands back. the console is optional equipment:
	*> from the full-screen console and passed to every dispatched
	*> sort.
	01 ws-direction-choice pic x(1) value "A".
	*> "S" when autoSortStable asks autoSort to choose a stable sort.
	01 ws-auto-stability pic x(1).

	*> sorted-state certificate for the working array: "S" after any
	*> ascending sort command completes, cleared the moment anything

procedure division.
	main.
	perform checkTrainingMode.
	if return-code not = rc-success then
		move rc-invalid-input to return-code
		stop run.
	perform acquireWorkspace.
	perform loadJobQueue.
	open input parmcard.
	*> operator supplied the RUNOVRD override DD.
	claimRunControl.
	move "Y" to ws-run-allowed
	perform getProcessingDate
	move pdt-date to ws-runctl-date
	move 0 to claimedCount
	move 0 to endedCount
	open input runctl
			move "N" to ws-run-allowed
		end-if
	end-if
	*> and a deck the calendar does schedule may still have to wait:
	*> every predecessor its RUNSCHED entry names must have closed
	*> ENDED tonight, or this run would work from yesterday's data.
	if run-allowed then
		move 0 to ps-count
		call 'predCheck' using runDeckName, ws-runctl-date,
			predecessorStatus
			on exception continue
		end-call
		if return-code = rc-not-found and ps-count > 0 then
			move 1 to predIndex
			perform reportOnePredecessor until predIndex > ps-count
			display "MAIN: predecessor decks have not ended tonight -- refusing"
			move "N" to ws-run-allowed
		end-if
		move rc-success to return-code
	end-if
	if not run-allowed then
		open input runovrd
		if ws-ovrd-status = "00" then
		perform writeRunControlRecord
	end-if.

	reportOnePredecessor.
	if ps-state(predIndex) not = "ENDED"
	and ps-state(predIndex) not = "OFFSCHED" then
		display "MAIN: waiting on " ps-deck(predIndex) " (" function trim(ps-state(predIndex)) ")".
	add 1 to predIndex.

	scanRunControl.
	read runctl
		at end move "Y" to ws-runctl-eof
	move 0 to lastCompletedCard
	perform writeDeckCheckpoint.

	*> the SYSPARM WINDOWSTOP setting when there is one, the WINDOWCT
	*> card otherwise.
	loadWindowCutoff.
	move "WINDOWSTOP" to parmName
	perform askSystemParameter
	if setting-found then
		compute windowStopTime = function numval(parmValue)
		move "Y" to ws-have-cutoff
	else
		perform readWindowCard
	end-if.

	readWindowCard.
	open input windowct
	if ws-window-status = "00" then
		read windowct
	add 1 to csIndex.

	displayMenu.
	if tg-training then
		display tg-stamp.
	display "Please enter a command:"
	display "-Linear search (linearSearch)"
	display "-Binary search (binarySearch)"
	display "-Shell sort (shellSort)"
	display "-Selection sort (selectionSort)"
	display "-Shaker (cocktail) sort (shakerSort)"
	display "-Radix (distribution) sort for bounded-range numbers (radixSort)"
	display "-Bubble vs quick vs radix sort timing report (sortTimingReport)"
	display "-Array statistics summary (arrayStats)"
	display "-Save the array to an indexed file keyed by position (arrayToKsds)"
	display "-Reload the array from that indexed file (ksdsToArray)"
	display "-Age an array of YYYYMMDD dates against the run date (agingReport)"
	display "-Histogram, percentiles, and outlier report (distributionReport)"
	display "-Leading-digit (Benford) screen of the values (benfordScreen)"
	display "-Report every element between a low and high bound (rangeSearch)"
	display "-Sort preserving the order of equal values (stableSort)"
	display "-Let the data and PERFHIST history pick the sort (autoSort)"
	display "-The same, choosing only among stable sorts (autoSortStable)"
	display "-Search-algorithm timing comparison (searchTimingReport)"
	display "-List missing dates in a date array's span (dateCoverage)"
	display "-List missing and duplicated serial numbers (sequenceGap)"
	display "-Forward due-date ladder of a date array (dueLadder)"
	display "-Sound-alike name search over the ARRAYINX name list (phoneticSearchAlpha)"
	display "-Redisplay this list of commands (help)"
	display "-Generate a new random array of the same size (regenerateArray)"
	display "-Queue a command to run later, with a priority (queueJob)"
	display "-Match workspace A against B: on both, A-only, B-only (matchArrays)"
	display "-Restore the array as it was before the last sort (undoSort)"
	display "-List and remove expired catalog entries (catalogPurge)"
	display "-Toggle a catalog entry's protected flag (catalogProtect)"
	display "-List a catalog entry's kept versions (catalogVersions)"
	display "-Compare two versions of a catalog entry (catalogCompare)"
	display "-Make an older version of a catalog entry current (catalogRollback)".

	*> help, regenerateArray, queueJob, status, and runQueue are handled
	*> here instead of being CALLed as a program: they act on MAIN's own
				move "N" to ws-command-valid
				perform promptForCommand until command-valid
			end-if
		when inputString = 'catalogVersions'
		or inputString = 'catalogCompare'
		or inputString = 'catalogRollback'
			if have-parmcard then
				display "MAIN: " function trim(inputString) " takes its entry name from an operator prompt and cannot run from a parameter card, skipping"
				move "Y" to ws-done
			else
				perform askCatalogVersion
				move "N" to ws-command-valid
				perform promptForCommand until command-valid
			end-if
		when inputString = 'catalogList'
			move "LIST" to catalogAction
			call 'arrayCatalog' using catalogAction, catalogName,
			perform runStableSort
			move return-code to ws-dispatch-rc
			move "Y" to ws-done
		when inputString = 'autoSort' or inputString = 'autoSortStable'
			perform runAutoSort
			move return-code to ws-dispatch-rc
			move inputString to currentAlgorithm
			move "Y" to ws-done
		*> the sound-alike search works on the alphanumeric name list,
		*> not the numeric workspace, and builds that list itself.
		when inputString = 'phoneticSearchAlpha'
			call 'phoneticSearchAlpha' using omitted, omitted, omitted
			move return-code to ws-dispatch-rc
			move inputString to currentAlgorithm
			move "Y" to ws-done
		when inputString = 'undoSort'
			perform undoSort
			if have-parmcard then
		move space to ws-certified-flag
	end-if.

	*> autoSort chooses the sort itself (see its header for the rules)
	*> and logs the choice; autoSortStable asks it to choose only among
	*> the sorts that keep equal values in arrival order. either earns
	*> the certificate as any completed ascending sort does.
	runAutoSort.
	move "Y" to ws-is-sort
	perform snapshotBeforeSort
	if inputString = 'autoSortStable' then
		move "S" to ws-auto-stability
	else
		move space to ws-auto-stability
	end-if
	call 'autoSort' using arraySize, ws-array, ws-direction-choice,
		ws-auto-stability, operatorId
	if return-code = rc-success and ws-direction-choice not = "D" then
		move "S" to ws-certified-flag
	else
		move space to ws-certified-flag
	end-if.

	*> the in-place sorts destroy the arrival order; snapshot the
	*> array (memory and the UNDOSNAP file) right before dispatching
	*> one, so undoSort -- or the next session, after a crash -- can
		or inputString = 'shellSort'
		or inputString = 'selectionSort'
		or inputString = 'shakerSort'
		or inputString = 'radixSort'
			move "Y" to ws-is-sort
			perform snapshotBeforeSort
		when other
		or inputString = 'shellSort'
		or inputString = 'selectionSort'
		or inputString = 'shakerSort'
		or inputString = 'radixSort'
			if ws-dispatch-rc = rc-success
			and ws-direction-choice not = "D" then
				move "S" to ws-certified-flag
		or inputString = 'catalogList'
		or inputString = 'catalogPurge'
		or inputString = 'catalogProtect'
		or inputString = 'catalogVersions'
		or inputString = 'catalogCompare'
		or inputString = 'catalogRollback'
		or inputString = 'switchWorkspace'
		or inputString = 'mergeArrays'
		or inputString = 'compareArrays'
	perform writeCaptureControlCard.

	*> the BATCHCTL deck only carries the card kinds batchDriver
	*> understands: a SORT card per sort (AUTOSORT for autoSort, its
	*> STABLE option for autoSortStable), a SEARCH card per search
	*> (target zeros -- the operator answered that prompt, the deck
	*> cannot), and nothing for report/state commands.
	writeCaptureControlCard.
		when inputString = 'bubbleSort' or inputString = 'quickSort'
		or inputString = 'mergeSort' or inputString = 'heapSort'
		or inputString = 'shellSort' or inputString = 'selectionSort'
		or inputString = 'shakerSort' or inputString = 'radixSort'
			move "SORT" to cb-command
			move inputString to cb-progname
			move 0 to cb-value
			write capbctl-record
		when inputString = 'autoSort' or inputString = 'autoSortStable'
			move "AUTOSORT" to cb-command
			if inputString = 'autoSortStable' then
				move "STABLE" to cb-progname
			else
				move spaces to cb-progname
			end-if
			move 0 to cb-value
			write capbctl-record
		when inputString = 'linearSearch' or inputString = 'binarySearch'
		or inputString = 'interpolationSearch'
		or inputString = 'jumpSearch'
	*> the console automation; oa-severity, oa-reason, and oa-text are
	*> set by the caller before the perform.
	writeOperatorAlert.
	perform getProcessingDate
	move pdt-date to ws-alert-date
	accept ws-alert-time-raw from time
	move ws-alert-date to oa-date
	compute oa-time = ws-alert-time-raw / 100
	*> the first run of the day and simply adds to it on every run
	*> after that.
	writeAuditRecord.
	perform getProcessingDate
	move pdt-date(3:6) to ws-audit-date
	accept ws-audit-time from time
	move "TAIL" to cr-action
	move "AUDITLOG" to cr-log
	call 'chainLink' using chain-request
		on exception move 0 to cr-value
	end-call
	open extend auditlog
	if ws-audit-status not = "00" then
		open output auditlog.
	move ws-audit-outcome to wsa-outcome
	move inputString to wsa-command
	move operatorId to wsa-operator
	move ws-audit-detail to cr-line
	move "SEAL" to cr-action
	call 'chainLink' using chain-request
		on exception continue
	end-call
	write auditlog-record from cr-line
	close auditlog
	if have-parmcard then
		perform writeRunStatus.
	*> the scheduler's handshake record for the card just finished
	*> (see RUNSTREC.cpy); written beside every batch-mode audit line.
	writeRunStatus.
	perform getProcessingDate
	move pdt-date to ws-alert-date
	accept ws-alert-time-raw from time
	move ws-alert-date to rs-date
	compute rs-time = ws-alert-time-raw / 100
			move jq-priority to jobPriority(jobQueueCount)
			move jq-command to jobCommand(jobQueueCount)
			move jq-deadline to jobDeadline(jobQueueCount)
			move jq-requester to jobRequester(jobQueueCount)
			move jq-department to jobDepartment(jobQueueCount)
			move jq-response-slot to jobResponseSlot(jobQueueCount)
			move jq-target to jobTarget(jobQueueCount)
			move jq-target-high to jobTargetHigh(jobQueueCount)
	end-read.

	*> rewrites JOBQUEUE from scratch with whatever is still in the
	end-evaluate.

	writeJobQueueRecord.
	move spaces to jobqueue-record
	move jobPriority(jqIndex) to jq-priority
	move jobCommand(jqIndex) to jq-command
	move jobDeadline(jqIndex) to jq-deadline
	move jobRequester(jqIndex) to jq-requester
	move jobDepartment(jqIndex) to jq-department
	move jobResponseSlot(jqIndex) to jq-response-slot
	move jobTarget(jqIndex) to jq-target
	move jobTargetHigh(jqIndex) to jq-target-high
	write jobqueue-record
	add 1 to jqIndex.

	move jqNewPriority to jobPriority(jqInsertAt)
	move jqNewCommand to jobCommand(jqInsertAt)
	move jqNewDeadline to jobDeadline(jqInsertAt)
	move spaces to jobRequester(jqInsertAt)
	move spaces to jobDepartment(jqInsertAt)
	move spaces to jobResponseSlot(jqInsertAt)
	move spaces to jobTarget(jqInsertAt)
	move spaces to jobTargetHigh(jqInsertAt)
	add 1 to jobQueueCount.

	findInsertPosition.
	add 1 to jqInsertAt.

	*> the whole entry moves, run-by time and requester included.
	shiftJobDown.
	move jobEntry(jqIndex) to jobEntry(jqIndex + 1)
	subtract 1 from jqIndex.

	*> the catalog version commands (see catalogVersion.cbl): the
	*> entry's kept versions, two of them compared onto CATCOMP, or
	*> one made current again. version 000 names the current entry.
	askCatalogVersion.
	display "Enter the catalog entry name (up to 8 characters):"
	accept vq-name
	move operatorId to vq-operator
	move 0 to vq-from
	move 0 to vq-to
	evaluate inputString
		when 'catalogVersions'
			move "LIST" to vq-action
		when 'catalogCompare'
			move "COMP" to vq-action
			display "Enter the version to compare from (000 for the current entry):"
			accept vq-from
			display "Enter the version to compare it with (000 for the current entry):"
			accept vq-to
		when other
			move "ROLL" to vq-action
			display "Enter the kept version to make current again:"
			accept vq-from
	end-evaluate
	call 'catalogVersion' using catalog-version-request
		on exception
			display "MAIN: catalogVersion not available"
	end-call.

	*> exchanges the two workspaces element for element (and their
	*> sizes and sorted-state certificates), so whichever list the
	*> operator switches to becomes the one every ordinary command

	runOneQueuedJob.
	move jobCommand(jqIndex) to inputString
	move 0 to jqFoundIndex
	if jobRequester(jqIndex) not = spaces then
		perform startJobAccounting
	end-if
	if jobTarget(jqIndex) not = spaces then
		perform runTargetedJob
	else
		perform runUntargetedJob
	end-if
	move inputString to currentAlgorithm
	if jobRequester(jqIndex) not = spaces then
		perform writeJobAccounting
		perform answerRequester
	end-if.

	startJobAccounting.
	move spaces to job-accounting-detail
	perform getProcessingDate
	move pdt-date to ja-date
	accept ws-alert-time-raw from time
	compute ja-start = ws-alert-time-raw / 100
	move jobRequester(jqIndex) to ja-requester
	move jobDepartment(jqIndex) to ja-department
	move jobCommand(jqIndex) to ja-command.

	*> the department's usage record for chargeBack.
	writeJobAccounting.
	accept ws-alert-time-raw from time
	compute ja-end = ws-alert-time-raw / 100
	move ws-dispatch-rc to ja-return-code
	open extend jobacct
	if ws-jobacct-status not = "00" then
		open output jobacct.
	write jobacct-record from job-accounting-detail
	close jobacct.

	runUntargetedJob.
	evaluate true
		when inputString = 'arrayStats'
			call 'arrayStats' using arraySize, ws-array, ws-decimal-flag
		when inputString = 'stableSort'
			perform runStableSort
			move return-code to ws-dispatch-rc
		when inputString = 'autoSort' or inputString = 'autoSortStable'
			perform runAutoSort
			move return-code to ws-dispatch-rc
		when inputString = 'phoneticSearchAlpha'
			call 'phoneticSearchAlpha' using omitted, omitted, omitted
			move return-code to ws-dispatch-rc
		when other
			perform snapshotIfSort
			*> explicit OMITTED for the same stale-trailing-argument
			end-if
			move return-code to ws-dispatch-rc
			perform trackSortedState
	end-evaluate.

	*> a business request names what to look for on the queued job
	*> itself, so the search runs without asking the operator; reqIntake
	*> has already checked the target suits the command.
	runTargetedJob.
	evaluate inputString
		when 'linearSearch'
			compute jqTargetValue = function numval(jobTarget(jqIndex))
			call 'linearSearch' using arraySize, ws-array, jqTargetValue,
				jqFoundIndex, omitted, omitted
			move return-code to ws-dispatch-rc
		when 'binarySearch'
			compute jqTargetValue = function numval(jobTarget(jqIndex))
			call 'binarySearch' using arraySize, ws-array, jqTargetValue,
				jqFoundIndex, omitted, ws-certified-flag, omitted
			move return-code to ws-dispatch-rc
		when 'interpolationSearch'
		when 'jumpSearch'
			compute jqTargetValue = function numval(jobTarget(jqIndex))
			call inputString using arraySize, ws-array, jqTargetValue,
				omitted
			move return-code to ws-dispatch-rc
		when 'rangeSearch'
			compute jqTargetValue = function numval(jobTarget(jqIndex))
			compute jqTargetHigh = function numval(jobTargetHigh(jqIndex))
			call 'rangeSearch' using arraySize, ws-array, jqTargetValue,
				jqTargetHigh
			move return-code to ws-dispatch-rc
		when 'phoneticSearchAlpha'
			move jobTarget(jqIndex) to jqPhoneticTarget
			call 'phoneticSearchAlpha' using omitted, omitted,
				jqPhoneticTarget
			move return-code to ws-dispatch-rc
		when other
			display "MAIN: " jobCommand(jqIndex) " takes no target, run without it"
			perform runUntargetedJob
	end-evaluate.

	*> the requester hears back on their own response file.
	answerRequester.
	move "D" to rr-kind
	move jobResponseSlot(jqIndex) to rr-slot
	move jobRequester(jqIndex) to rr-requester
	move jobDepartment(jqIndex) to rr-department
	move jobCommand(jqIndex) to rr-command
	move jobTarget(jqIndex) to rr-target
	move jobTargetHigh(jqIndex) to rr-target-high
	move jobDeadline(jqIndex) to rr-run-by
	move spaces to rr-reason
	move ws-dispatch-rc to rr-return-code
	move jqFoundIndex to rr-found-index
	call 'reqRespond' using response-request
		on exception
			display "MAIN: reqRespond not available, " jobRequester(jqIndex) " not answered"
	end-call
	move ws-dispatch-rc to return-code.

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
	move "MAIN" to tg-program
	call 'trainGuard' using training-request
		on exception move "P" to tg-mode
	end-call.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "MAIN" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
