identification division.
program-id. restartDeck.

*> builds the morning rerun deck from last night's RUNSTAT, instead of
*> the shift reading RUNSTAT and the CHKLRPT checklist and typing one
*> by hand -- which is how a card that already succeeded got rerun and
*> a dependent one got missed. reads the night's RUNSTAT records (see
*> RUNSTREC.cpy) for one deck alongside the deck itself, and writes a
*> ready-to-submit deck holding only what has to run again:
*>   - every card that FAILED, and every card with no RUNSTAT record
*>     at all (the run abended or hit its window stop before it),
*>   - every card batchDriver bypassed under an IFPREV whose governing
*>     card is itself being rerun -- a bypass that followed a success
*>     was the deck working as designed and stays out,
*>   - the cards those depend on: for a BATCHCTL deck the CREATE that
*>     built the array a SORT/SEARCH/DISPLAY card used and every SORT
*>     or AUTOSORT between them; for a SYSIN deck (where each card builds its own
*>     array) the decimalMode/dateMode toggles ahead of the last card
*>     rerun, so each card sees the mode it saw last night,
*>   - and an IFPREV whose governing card is rerun, its count of
*>     governed cards recounted over the cards kept.
*> cards keep their original order and text. RSTRPT explains every
*> card's verdict, one line each, so the shift can check the deck
*> before it goes.
*>
*> the RSTPARM card:
*>   columns  1- 8  BATCHCTL (a batchDriver deck, the default) or SYSIN
*>                  (a MAIN deck)
*>   columns 10-17  the run date, yyyymmdd (default today)
*>   columns 19-21  the initials the rerun runs under (default the
*>                  OPERID card's)
*> ORIGDECK is the deck that ran (point it at the night's BATCHCTL or
*> SYSIN dataset); each card is checked against the image RUNSTAT kept
*> of it, and a deck that does not match is refused rather than
*> rebuilt from the wrong cards. the outputs are the deck (RSTDECK),
*> its OPERID card (RSTOPER), and the run-control override card
*> (RSTOVRD, to allocate as the rerun's RUNOVRD DD -- the deck already
*> claimed its RUNCTL run tonight). a deck checkpoint still standing
*> (BDCHKPT or DECKCHKP) would make the rerun skip cards, so one is
*> flagged on the report. RETURN-CODE: rc-success when a rerun deck
*> was written, rc-not-found when nothing needs rerunning (no deck
*> written), rc-invalid-input for a missing input, no identity, a deck
*> that does not match RUNSTAT, or more cards than the table holds.
environment division.
	input-output section.
	file-control.
		select rstparm assign to "RSTPARM"
			organization line sequential
			file status is ws-parm-status.
		select operid assign to "OPERID"
			organization line sequential
			file status is ws-operid-status.
		select runstat assign to "RUNSTAT"
			organization line sequential
			file status is ws-runstat-status.
		select origdeck assign to "ORIGDECK"
			organization line sequential
			file status is ws-orig-status.
		select bdchkpt assign to "BDCHKPT"
			organization line sequential
			file status is ws-chkpt-status.
		select deckchkp assign to "DECKCHKP"
			organization line sequential
			file status is ws-chkpt-status.
		select rstdeck assign to "RSTDECK"
			organization line sequential
			file status is ws-deck-status.
		select rstoper assign to "RSTOPER"
			organization line sequential
			file status is ws-oper-status.
		select rstovrd assign to "RSTOVRD"
			organization line sequential
			file status is ws-ovrd-status.
		select rstrpt assign to "RSTRPT"
			organization line sequential
			file status is ws-rpt-status.

data division.
	file section.
	fd rstparm.
	01 rstparm-record.
		05 rp-deck pic x(8).
		05 filler pic x(1).
		05 rp-date pic x(8).
		05 filler pic x(1).
		05 rp-operator pic x(3).

	fd operid.
	01 operid-record.
		05 oi-initials pic x(3).

	fd runstat.
	01 runstat-record pic x(80).

	fd origdeck.
	01 origdeck-record pic x(80).

	fd bdchkpt.
	01 bdchkpt-record.
		05 bd-last-card pic x(3).

	fd deckchkp.
	01 deckchkp-record.
		05 dc-last-card pic x(3).

	fd rstdeck.
	01 rstdeck-record pic x(80).

	fd rstoper.
	01 rstoper-record pic x(80).

	fd rstovrd.
	01 rstovrd-record pic x(80).

	fd rstrpt.
	01 rstrpt-record pic x(80).

	working-storage section.
		01 ws-parm-status pic x(2).
		01 ws-operid-status pic x(2).
		01 ws-runstat-status pic x(2).
		01 ws-orig-status pic x(2).
		01 ws-chkpt-status pic x(2).
		01 ws-deck-status pic x(2).
		01 ws-oper-status pic x(2).
		01 ws-ovrd-status pic x(2).
		01 ws-rpt-status pic x(2).
		01 ws-file-eof pic x(1).
			88 file-done value "Y".
		01 ws-bad-setup pic x(1) value "N".
			88 bad-setup value "Y".

		01 deckKind pic x(8) value "BATCHCTL".
			88 batchctl-deck value "BATCHCTL".
			88 sysin-deck value "SYSIN".
		01 deckProgram pic x(12).
		01 runDate pic 9(8).
		01 operatorId pic x(3) value spaces.
		01 cardOperator pic x(3) value spaces.
		01 checkpointCard pic 9(3) value 0.
		copy "RUNSTREC.cpy".

		*> the deck as it ran, with what RUNSTAT says became of each
		*> card and what the rerun does with it:
		*>   dk-status   S success, F failure, K bypassed, space no
		*>               RUNSTAT record
		*>   dk-include  Y rerun in its own right, D rerun because a
		*>               rerun card needs it, space left out
		78 deckTableMax value 999.
		01 deckTable.
			05 deckEntry occurs 999 times.
				10 dk-card pic x(80).
				10 dk-status pic x(1).
				10 dk-rc pic 9(2).
				10 dk-image pic x(34).
				10 dk-include pic x(1).
				10 dk-pred pic 9(3).
				10 dk-reason pic x(34).
		01 deckCount pic 9(4) value 0.
		01 cardIndex pic 9(4).
		01 scanIndex pic 9(4).
		01 scanEnd pic 9(4).
		01 createIndex pic 9(4).
		01 lastRealIndex pic 9(4).
		01 lastIncluded pic 9(4).
		01 currentIfprev pic 9(4).
		01 ifprevPred pic 9(4).
		01 governedLeft pic 9(3).
		01 governedCount pic 9(3).
		01 keptCount pic 9(3).
		01 cardCommand pic x(30).
		01 scanCommand pic x(30).
		01 out-card pic 999.
		01 out-rc pic 99.

		01 runstatMatched pic 9(5) value 0.
		01 mismatchCount pic 9(4) value 0.
		01 rerunCount pic 9(4) value 0.
		01 dependCount pic 9(4) value 0.
		01 failedCount pic 9(4) value 0.
		01 notRunCount pic 9(4) value 0.
		01 bypassCount pic 9(4) value 0.
		01 out-count pic zzz9.
		01 ws-rpt-line pic x(80).
		01 ws-card-line pic x(80).
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

procedure division.
	main.
	perform readOperatorCard
	perform readRestartCard
	if cardOperator not = spaces then
		move cardOperator to operatorId.
	evaluate true
		when batchctl-deck
			move "batchDriver" to deckProgram
		when sysin-deck
			move "MAIN" to deckProgram
		when other
			display "restartDeck: deck " deckKind " not recognized, use BATCHCTL or SYSIN"
			move rc-invalid-input to return-code
			goback
	end-evaluate
	if operatorId = spaces then
		display "restartDeck: no operator identity on RSTPARM or OPERID, the rerun needs one -- nothing written"
		move rc-invalid-input to return-code
		goback.
	perform loadOriginalDeck
	if bad-setup then
		move rc-invalid-input to return-code
		goback.
	perform loadRunStatus
	if bad-setup then
		move rc-invalid-input to return-code
		goback.
	open output rstrpt
	move spaces to ws-rpt-line
	string "restart deck for the " deckKind " deck run " runDate
		", prepared for " operatorId
		delimited by size into ws-rpt-line
	write rstrpt-record from ws-rpt-line
	move spaces to ws-rpt-line
	write rstrpt-record from ws-rpt-line
	if runstatMatched = 0 then
		display "restartDeck: no RUNSTAT records for " deckProgram " on " runDate ", nothing to rebuild from"
		move "no RUNSTAT records for this deck on this date, nothing to rebuild from" to ws-rpt-line
		write rstrpt-record from ws-rpt-line
		close rstrpt
		move rc-not-found to return-code
		goback.
	move 1 to cardIndex
	perform checkOneImage until cardIndex > deckCount
	if mismatchCount > 0 then
		move mismatchCount to out-count
		move spaces to ws-rpt-line
		string out-count " ORIGDECK card(s) differ from RUNSTAT -- not the deck that ran, nothing written"
			delimited by size into ws-rpt-line
		write rstrpt-record from ws-rpt-line
		display "restartDeck: " ws-rpt-line
		close rstrpt
		move rc-invalid-input to return-code
		goback.
	perform chooseRerunCards
	perform addDependencies
	if batchctl-deck then
		perform keepConditions.
	perform writeCardVerdicts
	perform checkDeckCheckpoint
	if rerunCount = 0 then
		move spaces to ws-rpt-line
		write rstrpt-record from ws-rpt-line
		move "every card succeeded or was bypassed by design -- nothing to rerun, no deck written" to ws-rpt-line
		write rstrpt-record from ws-rpt-line
		display "restartDeck: nothing to rerun"
		move rc-not-found to return-code
	else
		perform writeRerunDeck
		perform writeRerunSummary
		move rc-success to return-code
	end-if
	close rstrpt
	goback.

	*> RSTPARM when the job supplies one; no card means last night's
	*> BATCHCTL deck under today's date.
	readRestartCard.
	perform getProcessingDate
	move pdt-date to runDate
	open input rstparm
	if ws-parm-status = "00" then
		read rstparm
			at end continue
			not at end
				if rp-deck not = spaces then
					move rp-deck to deckKind
				end-if
				if rp-date is numeric then
					move rp-date to runDate
				end-if
				move rp-operator to cardOperator
		end-read
		close rstparm
	end-if.

	loadOriginalDeck.
	open input origdeck
	if ws-orig-status not = "00" then
		display "restartDeck: ORIGDECK not available, point it at the deck that ran"
		move "Y" to ws-bad-setup
	else
		move "N" to ws-file-eof
		perform loadOneCard until file-done
		close origdeck
	end-if.

	loadOneCard.
	read origdeck
		at end move "Y" to ws-file-eof
		not at end
			if deckCount >= deckTableMax then
				display "restartDeck: ORIGDECK holds more than " deckTableMax " cards, refusing"
				move "Y" to ws-bad-setup
				move "Y" to ws-file-eof
			else
				add 1 to deckCount
				move origdeck-record to dk-card(deckCount)
				move space to dk-status(deckCount)
				move 0 to dk-rc(deckCount)
				move spaces to dk-image(deckCount)
				move space to dk-include(deckCount)
				move 0 to dk-pred(deckCount)
				move spaces to dk-reason(deckCount)
			end-if
	end-read.

	*> a card run more than once in the night (a resumed deck) keeps
	*> its last outcome.
	loadRunStatus.
	open input runstat
	if ws-runstat-status not = "00" then
		display "restartDeck: RUNSTAT not available, nothing to rebuild from"
		move "Y" to ws-bad-setup
	else
		move "N" to ws-file-eof
		perform readOneStatus until file-done
		close runstat
	end-if.

	readOneStatus.
	read runstat
		at end move "Y" to ws-file-eof
		not at end
			move runstat-record to run-status-detail
			if rs-date = runDate and rs-program = deckProgram then
				add 1 to runstatMatched
				if rs-card-number > deckCount or rs-card-number = 0 then
					add 1 to mismatchCount
				else
					evaluate rs-outcome
						when "SUCCESS"
							move "S" to dk-status(rs-card-number)
						when "SKIPPED"
							move "K" to dk-status(rs-card-number)
						when other
							move "F" to dk-status(rs-card-number)
					end-evaluate
					move rs-return-code to dk-rc(rs-card-number)
					move rs-card-image to dk-image(rs-card-number)
				end-if
			end-if
	end-read.

	checkOneImage.
	if dk-status(cardIndex) not = space
	and dk-image(cardIndex) not = dk-card(cardIndex)(1:34) then
		add 1 to mismatchCount
		move cardIndex to out-card
		move spaces to ws-rpt-line
		string "card " out-card " ran as: " dk-image(cardIndex)
			delimited by size into ws-rpt-line
		write rstrpt-record from ws-rpt-line
		move spaces to ws-rpt-line
		string "    ORIGDECK has: " dk-card(cardIndex)(1:34)
			delimited by size into ws-rpt-line
		write rstrpt-record from ws-rpt-line
	end-if
	add 1 to cardIndex.

	*> the first pass: the cards rerun in their own right, in deck
	*> order, so an IFPREV's governing card is decided before the
	*> cards it bypassed.
	chooseRerunCards.
	move 0 to lastRealIndex
	move 0 to currentIfprev
	move 0 to ifprevPred
	move 0 to governedLeft
	move 1 to cardIndex
	perform chooseOneCard until cardIndex > deckCount.

	chooseOneCard.
	perform takeCardCommand
	evaluate true
		when cardCommand = spaces
			move "blank card" to dk-reason(cardIndex)
		when batchctl-deck and cardCommand(1:8) = "IFPREV"
			move cardIndex to currentIfprev
			move lastRealIndex to ifprevPred
			move lastRealIndex to dk-pred(cardIndex)
			if dk-card(cardIndex)(12:3) is numeric
			and dk-card(cardIndex)(12:3) > "000" then
				move dk-card(cardIndex)(12:3) to governedLeft
			else
				move 1 to governedLeft
			end-if
		when other
			move 0 to dk-pred(cardIndex)
			if governedLeft > 0 then
				move ifprevPred to dk-pred(cardIndex)
				subtract 1 from governedLeft
			end-if
			perform judgeOneCard
			if dk-status(cardIndex) not = "K" then
				move cardIndex to lastRealIndex
			end-if
	end-evaluate
	add 1 to cardIndex.

	judgeOneCard.
	evaluate dk-status(cardIndex)
		when "F"
			move "Y" to dk-include(cardIndex)
			add 1 to failedCount
			move dk-rc(cardIndex) to out-rc
			string "failed, rc " out-rc
				delimited by size into dk-reason(cardIndex)
		when space
			move "Y" to dk-include(cardIndex)
			add 1 to notRunCount
			move "never ran, no RUNSTAT record" to dk-reason(cardIndex)
		when "K"
			move dk-pred(cardIndex) to scanIndex
			if scanIndex > 0 and dk-include(scanIndex) not = space then
				move "Y" to dk-include(cardIndex)
				add 1 to bypassCount
				move scanIndex to out-card
				string "bypassed after card " out-card " failed"
					delimited by size into dk-reason(cardIndex)
			else
				move "bypassed by design" to dk-reason(cardIndex)
			end-if
		when other
			move "succeeded" to dk-reason(cardIndex)
	end-evaluate.

	takeCardCommand.
	if batchctl-deck then
		move dk-card(cardIndex)(1:8) to cardCommand
	else
		move dk-card(cardIndex)(7:30) to cardCommand
	end-if.

	*> the second pass: what the rerun cards stand on.
	addDependencies.
	if batchctl-deck then
		move 1 to cardIndex
		perform addArrayBuilders until cardIndex > deckCount
	else
		move 0 to lastIncluded
		move 1 to cardIndex
		perform findLastIncluded until cardIndex > deckCount
		move 1 to cardIndex
		perform addModeToggle until cardIndex >= lastIncluded
	end-if.

	*> a SORT, AUTOSORT, SEARCH or DISPLAY card works on the array the
	*> latest CREATE before it built, as every sort since then left it.
	addArrayBuilders.
	perform takeCardCommand
	if dk-include(cardIndex) = "Y"
	and (cardCommand(1:8) = "SORT" or cardCommand(1:8) = "AUTOSORT"
	or cardCommand(1:8) = "SEARCH" or cardCommand(1:8) = "DISPLAY") then
		move 0 to createIndex
		move 1 to scanIndex
		perform findLatestCreate until scanIndex >= cardIndex
		if createIndex > 0 then
			move createIndex to scanIndex
			perform addOneBuilder until scanIndex >= cardIndex
		end-if
	end-if
	add 1 to cardIndex.

	findLatestCreate.
	if dk-card(scanIndex)(1:8) = "CREATE" then
		move scanIndex to createIndex.
	add 1 to scanIndex.

	*> a SORT bypassed by design never touched the array, so it is
	*> not part of what the card saw.
	addOneBuilder.
	move dk-card(scanIndex)(1:8) to scanCommand
	if dk-include(scanIndex) = space
	and (scanIndex = createIndex
	or ((scanCommand(1:8) = "SORT" or scanCommand(1:8) = "AUTOSORT")
	and dk-status(scanIndex) not = "K")) then
		move "D" to dk-include(scanIndex)
		add 1 to dependCount
		move cardIndex to out-card
		move spaces to dk-reason(scanIndex)
		if scanIndex = createIndex then
			string "builds the array card " out-card " uses"
				delimited by size into dk-reason(scanIndex)
		else
			string "sorts the array card " out-card " uses"
				delimited by size into dk-reason(scanIndex)
		end-if
	end-if
	add 1 to scanIndex.

	findLastIncluded.
	if dk-include(cardIndex) = "Y" then
		move cardIndex to lastIncluded.
	add 1 to cardIndex.

	addModeToggle.
	perform takeCardCommand
	if dk-include(cardIndex) = space
	and (cardCommand = "decimalMode" or cardCommand = "dateMode") then
		move "D" to dk-include(cardIndex)
		add 1 to dependCount
		move spaces to dk-reason(cardIndex)
		move "mode toggle the later cards saw" to dk-reason(cardIndex)
	end-if
	add 1 to cardIndex.

	*> the third pass: an IFPREV stays when its governing card is
	*> rerun and it still governs something, recounted over the cards
	*> kept; otherwise its governed cards run on their own.
	keepConditions.
	move 1 to cardIndex
	perform keepOneCondition until cardIndex > deckCount.

	keepOneCondition.
	if dk-card(cardIndex)(1:8) = "IFPREV" then
		if dk-card(cardIndex)(12:3) is numeric
		and dk-card(cardIndex)(12:3) > "000" then
			move dk-card(cardIndex)(12:3) to governedCount
		else
			move 1 to governedCount
		end-if
		move 0 to keptCount
		compute scanIndex = cardIndex + 1
		compute scanEnd = cardIndex + governedCount
		if scanEnd > deckCount then
			move deckCount to scanEnd
		end-if
		perform countOneGoverned until scanIndex > scanEnd
		move dk-pred(cardIndex) to scanIndex
		evaluate true
			when scanIndex = 0 or dk-include(scanIndex) = space
				move "its governing card is not rerun" to dk-reason(cardIndex)
			when keptCount = 0
				move "governs nothing being rerun" to dk-reason(cardIndex)
			when other
				move "D" to dk-include(cardIndex)
				add 1 to dependCount
				move keptCount to out-card
				move out-card to dk-card(cardIndex)(12:3)
				move scanIndex to out-card
				move spaces to dk-reason(cardIndex)
				string "condition on card " out-card " kept"
					delimited by size into dk-reason(cardIndex)
		end-evaluate
	end-if
	add 1 to cardIndex.

	countOneGoverned.
	if dk-include(scanIndex) not = space then
		add 1 to keptCount.
	add 1 to scanIndex.

	writeCardVerdicts.
	move 1 to cardIndex
	perform writeOneVerdict until cardIndex > deckCount.

	writeOneVerdict.
	move cardIndex to out-card
	move spaces to ws-rpt-line
	if dk-include(cardIndex) = space then
		string "card " out-card " omit   " dk-reason(cardIndex)
			delimited by size into ws-rpt-line
	else
		add 1 to rerunCount
		string "card " out-card " RERUN  " dk-reason(cardIndex)
			delimited by size into ws-rpt-line
	end-if
	write rstrpt-record from ws-rpt-line
	move spaces to ws-rpt-line
	string "         " dk-card(cardIndex)(1:70)
		delimited by size into ws-rpt-line
	write rstrpt-record from ws-rpt-line
	add 1 to cardIndex.

	writeRerunDeck.
	open output rstdeck
	move 1 to cardIndex
	perform writeOneDeckCard until cardIndex > deckCount
	close rstdeck
	open output rstoper
	move spaces to ws-card-line
	move operatorId to ws-card-line(1:3)
	write rstoper-record from ws-card-line
	close rstoper
	open output rstovrd
	move spaces to ws-card-line
	string "RERUN OF " deckKind " " runDate " PREPARED BY " operatorId
		delimited by size into ws-card-line
	write rstovrd-record from ws-card-line
	close rstovrd.

	writeOneDeckCard.
	if dk-include(cardIndex) not = space then
		write rstdeck-record from dk-card(cardIndex).
	add 1 to cardIndex.

	*> the rerun must start at its first card.
	checkDeckCheckpoint.
	move 0 to checkpointCard
	if batchctl-deck then
		open input bdchkpt
		if ws-chkpt-status = "00" then
			read bdchkpt
				at end continue
				not at end
					if bd-last-card is numeric then
						move bd-last-card to checkpointCard
					end-if
			end-read
			close bdchkpt
		end-if
	else
		open input deckchkp
		if ws-chkpt-status = "00" then
			read deckchkp
				at end continue
				not at end
					if dc-last-card is numeric then
						move dc-last-card to checkpointCard
					end-if
			end-read
			close deckchkp
		end-if
	end-if
	if checkpointCard > 0 then
		move checkpointCard to out-card
		move spaces to ws-rpt-line
		write rstrpt-record from ws-rpt-line
		move spaces to ws-rpt-line
		string "WARNING: the deck checkpoint still stands at card " out-card
			" -- reset it to zero first"
			delimited by size into ws-rpt-line
		write rstrpt-record from ws-rpt-line
		move "         or the rerun deck resumes past its own first cards" to ws-rpt-line
		write rstrpt-record from ws-rpt-line
		display "restartDeck: the deck checkpoint stands at card " out-card ", reset it before submitting the rerun"
	end-if.

	writeRerunSummary.
	move spaces to ws-rpt-line
	write rstrpt-record from ws-rpt-line
	move rerunCount to out-count
	move spaces to ws-rpt-line
	string "cards in the rerun deck:   " out-count
		delimited by size into ws-rpt-line
	perform writeSummaryLine
	move failedCount to out-count
	move spaces to ws-rpt-line
	string "  failed:                  " out-count
		delimited by size into ws-rpt-line
	perform writeSummaryLine
	move notRunCount to out-count
	move spaces to ws-rpt-line
	string "  never ran:               " out-count
		delimited by size into ws-rpt-line
	perform writeSummaryLine
	move bypassCount to out-count
	move spaces to ws-rpt-line
	string "  bypassed by a failure:   " out-count
		delimited by size into ws-rpt-line
	perform writeSummaryLine
	move dependCount to out-count
	move spaces to ws-rpt-line
	string "  needed by those cards:   " out-count
		delimited by size into ws-rpt-line
	perform writeSummaryLine
	move spaces to ws-rpt-line
	string "submit RSTDECK as " deckKind
		", RSTOPER as OPERID, RSTOVRD as RUNOVRD"
		delimited by size into ws-rpt-line
	perform writeSummaryLine.

	writeSummaryLine.
	write rstrpt-record from ws-rpt-line
	display "restartDeck: " ws-rpt-line.

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
	move "restartDeck" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
