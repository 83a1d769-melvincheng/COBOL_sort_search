*> (columns 1-5) selects which end:
*>   START  (or no card) lists, at window start, every calendar deck
*>          with tonight's verdict -- runs tonight or off-schedule --
*>          so the shift knows what is owed before anything runs.
*>          a deck due tonight that names predecessors (see
*>          predCheck) also gets its dependency chain -- every deck
*>          upstream of it, nearest first -- and the predecessors it
*>          is still waiting on, with each one's state
*>   END    reports, at window end, every deck scheduled tonight
*>          that never claimed its RUNCTL record, each with an
*>          OPERALRT alert (reason 0012) -- the month-end deck that
*> the report goes to SCHEDRPT and the console. RETURN-CODE:
*> rc-success, rc-not-found when END found a scheduled deck that
*> never claimed, rc-invalid-input when RUNSCHED is missing.
*> under the TRAINING DD the run works on the training sandbox (see
*> trainGuard.cbl), its OPERALRT alerts included, and SCHEDRPT opens
*> with the training stamp; with no sandbox to run against it ends
*> rc-invalid-input before anything is opened.
environment division.
	input-output section.
	file-control.
		05 sc-pattern pic x(8).
		05 filler pic x(1).
		05 sc-weekdays pic x(7).
		05 filler pic x(1).
		05 sc-predecessor-entry occurs 4 times.
			10 sc-predecessor pic x(8).
			10 filler pic x(1).

	fd runctl.
	01 runctl-record pic x(80).
		01 ws-deck-claimed pic x(1).
			88 deck-claimed value "Y".
		01 ws-rpt-line pic x(80).

		*> the calendar's predecessor links, loaded once for the
		*> START report's dependency chains.
		78 chainDeckMax value 50.
		01 chainDeckTable.
			05 chainDeckEntry occurs 50 times.
				10 cd-deck pic x(8).
				10 cd-predecessor pic x(8) occurs 4 times.
		01 chainDeckCount pic 9(3) value 0.
		01 chainDeckIndex pic 9(3).
		*> breadth-first walk upstream from one deck: every deck
		*> reached goes on the queue once.
		01 chainQueue.
			05 cq-deck pic x(8) occurs 50 times.
		01 chainQueueCount pic 9(3).
		01 chainQueueNext pic 9(3).
		01 chainLookDeck pic x(8).
		01 chainPredIndex pic 9(1).
		01 chainSeenIndex pic 9(3).
		01 ws-chain-seen pic x(1).
			88 chain-seen value "Y".
		01 ws-chain-cycle pic x(1).
			88 chain-cycle value "Y".
		01 chainText pic x(68).
		01 chainLength pic 9(3).
		01 chainNameLength pic 9(2).
		01 predecessorStatus.
			05 ps-count pic 9(1).
			05 ps-entry occurs 4 times.
				10 ps-deck pic x(8).
				10 ps-state pic x(8).
		01 predIndex pic 9(1).
		copy "TRAINREQ.cpy".
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

procedure division.
	main.
	perform checkTrainingMode
	if return-code not = rc-success then
		move rc-invalid-input to return-code
		goback.
	perform readModeCard
	perform getProcessingDate
	move pdt-date to todayDate
	open input runsched
	if ws-sched-status not = "00" then
		display "schedCheck: RUNSCHED not available, no calendar to check"
		move rc-invalid-input to return-code
		goback.
	if not end-of-window-mode then
		perform loadChainTable
		close runsched
		open input runsched
	end-if
	open output schedrpt
	if tg-training then
		write schedrpt-record from tg-stamp.
	move spaces to ws-rpt-line
	string "run calendar check (" ws-run-mode ") for " todayDate
		delimited by size into ws-rpt-line
			delimited by size into ws-rpt-line
		write schedrpt-record from ws-rpt-line
		display "schedCheck: " ws-rpt-line
		perform reportDependencies
	end-if.

	*> ---- dependency chains (START) ------------------------------------
	loadChainTable.
	move 0 to chainDeckCount
	move "N" to ws-sched-eof
	perform loadOneChainDeck until schedule-done.

	loadOneChainDeck.
	read runsched
		at end move "Y" to ws-sched-eof
		not at end
			if sc-deck not = spaces and chainDeckCount < chainDeckMax then
				add 1 to chainDeckCount
				move sc-deck to cd-deck(chainDeckCount)
				move sc-predecessor(1) to cd-predecessor(chainDeckCount, 1)
				move sc-predecessor(2) to cd-predecessor(chainDeckCount, 2)
				move sc-predecessor(3) to cd-predecessor(chainDeckCount, 3)
				move sc-predecessor(4) to cd-predecessor(chainDeckCount, 4)
			end-if
	end-read.

	*> a deck naming no predecessors gets no extra lines.
	reportDependencies.
	move 0 to ps-count
	call 'predCheck' using sc-deck, todayDate, predecessorStatus
		on exception continue
	end-call
	if ps-count > 0 then
		perform buildChainText
		move spaces to ws-rpt-line
		string "          after " chainText
			delimited by size into ws-rpt-line
		write schedrpt-record from ws-rpt-line
		display "schedCheck: " ws-rpt-line
		if return-code = rc-not-found then
			move 1 to predIndex
			perform reportOneWait until predIndex > ps-count
		else
			move spaces to ws-rpt-line
			string "          predecessors done, clear to start"
				delimited by size into ws-rpt-line
			write schedrpt-record from ws-rpt-line
			display "schedCheck: " ws-rpt-line
		end-if
	end-if
	move rc-success to return-code.

	reportOneWait.
	if ps-state(predIndex) not = "ENDED"
	and ps-state(predIndex) not = "OFFSCHED" then
		move spaces to ws-rpt-line
		string "          waiting on " ps-deck(predIndex)
			" (" function trim(ps-state(predIndex)) ")"
			delimited by size into ws-rpt-line
		write schedrpt-record from ws-rpt-line
		display "schedCheck: " ws-rpt-line
	end-if
	add 1 to predIndex.

	*> "LOAD <- EXTRACT <- FEED": the decks upstream of sc-deck,
	*> nearest first. a chain that leads back to the deck itself is a
	*> calendar that can never start, and says so.
	buildChainText.
	move spaces to chainText
	move 0 to chainLength
	move "N" to ws-chain-cycle
	move 0 to chainQueueCount
	move sc-deck to chainLookDeck
	perform queueOnesPredecessors
	move 1 to chainQueueNext
	perform walkOneQueued until chainQueueNext > chainQueueCount
	if chain-cycle and chainLength < 60 then
		move " CYCLE" to chainText(chainLength + 1:6).

	walkOneQueued.
	if chainQueueNext > 1 and chainLength < 64 then
		move " <-" to chainText(chainLength + 1:3)
		add 4 to chainLength
	end-if
	compute chainNameLength =
		function length(function trim(cq-deck(chainQueueNext)))
	if chainLength + chainNameLength <= 68 then
		move cq-deck(chainQueueNext)
			to chainText(chainLength + 1:chainNameLength)
		add chainNameLength to chainLength
	end-if
	move cq-deck(chainQueueNext) to chainLookDeck
	perform queueOnesPredecessors
	add 1 to chainQueueNext.

	*> queues chainLookDeck's predecessors not already queued.
	queueOnesPredecessors.
	move 1 to chainDeckIndex
	perform findChainDeck
		until chainDeckIndex > chainDeckCount
		or cd-deck(chainDeckIndex) = chainLookDeck
	if chainDeckIndex <= chainDeckCount then
		move 1 to chainPredIndex
		perform queueOnePredecessor until chainPredIndex > 4
	end-if.

	findChainDeck.
	add 1 to chainDeckIndex.

	queueOnePredecessor.
	if cd-predecessor(chainDeckIndex, chainPredIndex) not = spaces then
		if cd-predecessor(chainDeckIndex, chainPredIndex) = sc-deck then
			move "Y" to ws-chain-cycle
		else
			move "N" to ws-chain-seen
			move 1 to chainSeenIndex
			perform checkOneQueued until chainSeenIndex > chainQueueCount
			if not chain-seen and chainQueueCount < chainDeckMax then
				add 1 to chainQueueCount
				move cd-predecessor(chainDeckIndex, chainPredIndex)
					to cq-deck(chainQueueCount)
			end-if
		end-if
	end-if
	add 1 to chainPredIndex.

	checkOneQueued.
	if cq-deck(chainSeenIndex) = cd-predecessor(chainDeckIndex, chainPredIndex) then
		move "Y" to ws-chain-seen.
	add 1 to chainSeenIndex.

	scanForClaim.
	move "N" to ws-deck-claimed
	open input runctl
	*> the console automation; oa-severity, oa-reason, and oa-text are
	*> set by the caller before the perform.
	writeOperatorAlert.
	perform getProcessingDate
	move pdt-date to ws-alert-date
	accept ws-alert-time-raw from time
	move ws-alert-date to oa-date
	compute oa-time = ws-alert-time-raw / 100
		open output operalrt.
	write operalrt-record from operator-alert-detail
	close operalrt.

	*> a training run is turned onto the sandbox before anything is
	*> opened (see trainGuard.cbl); one with no sandbox stops here.
	checkTrainingMode.
	move "schedCheck" to tg-program
	call 'trainGuard' using training-request
		on exception move "P" to tg-mode
	end-call.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "schedCheck" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
