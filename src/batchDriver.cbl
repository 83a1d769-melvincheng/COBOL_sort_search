*> rolling the remaining cards into the next window -- the same
*> conventions MAIN's SYSIN deck follows.
*> control card layout (BATCHCTL), one card per action:
*>   columns  1- 8  command: CREATE, SORT, AUTOSORT, SEARCH, NAMESRCH,
*>                  DISPLAY, or IFPREV
*>   columns  9-28  program name for SORT/SEARCH (e.g. bubbleSort); the
*>                  name to sound out for NAMESRCH; STABLE on an
*>                  AUTOSORT card when equal values must keep their order
*>   columns 29-38  numeric value: array size for CREATE, target for SEARCH
*>
*> an AUTOSORT card leaves the choice of sort to autoSort, which
*> measures the array, weighs PERFHIST, and logs what it chose and
*> why to RUNSUMM and AUDITLOG under the OPERID identity.
*>
*> a NAMESRCH card runs phoneticSearchAlpha's sound-alike search over
*> the ARRAYINX name list (it builds that list itself; the numeric
*> array this deck carries is not touched), so "Smyth" finds SMITH.
*>
*> an IFPREV card conditions the cards after it on the previous
*> card's return code, the way JCL COND= conditions steps -- so a
*> deck can finally say "only search if the sort succeeded" instead
*> RUNOVRD override) turns the run into a dry-run lint of the deck:
*> every card's shape is checked and given a verdict, but nothing
*> executes, nothing is claimed, and no checkpoint moves.
*>
*> the batch-window stop time is taken from the WINDOWSTOP setting on
*> the SYSPARM system-parameter file (see sysParm) -- the program's
*> own, or the *ALL one every program shares -- ahead of the WINDOWCT
*> card, which is read only when nothing is set there.
*> under the TRAINING DD the whole deck runs against the training
*> sandbox (see trainGuard.cbl) -- every program the cards call
*> included -- and with no sandbox to run against nothing runs and
*> the step ends rc-invalid-input.
environment division.
	input-output section.
	file-control.
		          ==:ARRAY-ELEMENT-NAME:== by ==elements==
		          ==:ARRAY-SIZE-NAME:==    by ==arraySize==.
	01 searchTarget pic s9(9) comp-3.
	01 nameTarget pic x(20).
	01 sortProgram pic x(30).
	01 autoStability pic x(1).
	01 ws-ctl-status pic x(2).
	01 ws-ctl-eof pic x(1) value "N".
		88 ctl-eof value "Y".
	01 runDeckName pic x(8) value "BATCHCTL".
	*> nightly run calendar verdict for this deck (see schedLookup).
	01 scheduleFlag pic x(1).
	*> tonight's standing of the decks this one waits on (see predCheck).
	01 predecessorStatus.
		05 ps-count pic 9(1).
		05 ps-entry occurs 4 times.
			10 ps-deck pic x(8).
			10 ps-state pic x(8).
	01 predIndex pic 9(1).
	*> the OPERID card's identity, carried into the RUNCTL claim.
	01 ws-operid-status pic x(2).
	01 operatorId pic x(3) value spaces.
	*> tonight's SYSPARM setting, asked of sysParm ahead of the
	*> card; the card is read only when nothing is set.
	01 parmProgram pic x(18) value "batchDriver".
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
	open input batchctl.
	if ws-ctl-status not = "00" then
		display "batchDriver: BATCHCTL not available, nothing to run"
					else
						display "card " cardNumber ": OK    " batchctl-record(1:38)
					end-if
				when ctl-command = "AUTOSORT"
					if ctl-progname = spaces or ctl-progname = "STABLE" then
						display "card " cardNumber ": OK    " batchctl-record(1:38)
					else
						add 1 to badCardCount
						display "card " cardNumber ": BAD   AUTOSORT option not STABLE: " batchctl-record(1:38)
					end-if
				when ctl-command = "NAMESRCH"
					if ctl-progname = spaces then
						add 1 to badCardCount
						display "card " cardNumber ": BAD   name to search for missing: " batchctl-record(1:38)
					else
						display "card " cardNumber ": OK    " batchctl-record(1:38)
					end-if
				when ctl-command = "DISPLAY"
					display "card " cardNumber ": OK    " batchctl-record(1:38)
				when ctl-command = "IFPREV"
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
			display "batchDriver: predecessor decks have not ended tonight -- refusing"
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
		display "batchDriver: waiting on " ps-deck(predIndex) " (" function trim(ps-state(predIndex)) ")".
	add 1 to predIndex.

	scanRunControl.
	read runctl
		at end move "Y" to ws-runctl-eof

	*> unlike MAIN's deck, this one builds its state once and operates
	*> on it, and that state lives only in memory -- so the skip
	*> replays the state-building cards (CREATE, SORT, and AUTOSORT,
	*> which are idempotent against the same input and rewrite the same
	*> outputs)
	*> and truly skips only the SEARCH/DISPLAY cards whose outputs the
	*> prior run already produced. with ARRAYIN feeding the build the
	*> replayed array is the same one; a random build gives a fresh
			add 1 to cardNumber
			evaluate true
				when ctl-command = "CREATE" or ctl-command = "SORT"
				or ctl-command = "AUTOSORT"
					if skipRemaining > 0 then
						subtract 1 from skipRemaining
					else
	write bdchkpt-record
	close bdchkpt.

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
	*> the scheduler's handshake record for the card just finished
	*> (see RUNSTREC.cpy).
	writeRunStatus.
	perform getProcessingDate
	move pdt-date to ws-status-date
	accept ws-status-time from time
	move ws-status-date to rs-date
	compute rs-time = ws-status-time / 100
		when "SORT"
			move ctl-progname to sortProgram
			call sortProgram using arraySize, ws-array
		when "AUTOSORT"
			if ctl-progname = "STABLE" then
				move "S" to autoStability
			else
				move space to autoStability
			end-if
			call 'autoSort' using arraySize, ws-array, omitted,
				autoStability, operatorId
		when "SEARCH"
			move ctl-progname to sortProgram
			move ctl-value to searchTarget
			call sortProgram using arraySize, ws-array, searchTarget
		when "NAMESRCH"
			move ctl-progname to nameTarget
			call 'phoneticSearchAlpha' using omitted, omitted, nameTarget
		when other
			display "batchDriver: unknown control card command: " ctl-command
	end-evaluate.

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
	move "batchDriver" to tg-program
	call 'trainGuard' using training-request
		on exception move "P" to tg-mode
	end-call.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "batchDriver" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
