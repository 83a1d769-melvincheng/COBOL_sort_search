identification division.
program-id. masterRecon.

*> the record master (ARRAYKSR, accounts with branch and balance) and
*> the saved array (ARRAYKSD, with its value-keyed companion ARRAYVAL)
*> are supposed to carry the same account population, but they are
*> loaded by separate jobs and drift apart. this matches ARRAYKSR's
*> keys against ARRAYVAL's values -- ARRAYVAL is already in value
*> order, so the master keys are put in key order and the two walked
*> side by side -- and lists every break on RECNRPT:
*>   MASTER ONLY  an account on ARRAYKSR missing from the saved array
*>   SAVED ONLY   a value in the saved array with no ARRAYKSR account
*>   DUP MASTER   an ARRAYKSR key already carried at a lower position
*>   DUP SAVED    a value the saved array carries at more than one
*>                position, listed at each position past the first
*> with counts by kind at the end. a RECNCARD card with DECK in
*> columns 1-4 asks for the corrections as well: RECNGEN is cut in
*> ksdsUpdate's TRANFILE layout, "CTL " control record in front (see
*> TCTLREC.cpy), the deltaGen way -- an ADD at the next free position
*> past the highest one in use for each MASTER ONLY account, and a
*> DELETE for each SAVED ONLY and DUP SAVED position -- so the saved
*> array is brought into line through the normal journaled apply. a
*> DUP MASTER break is the record master's own to clear and is only
*> reported. any break raises an OPERALRT alert (reason 0027).
*> RETURN-CODE: rc-success when the two agree, rc-invalid-input for
*> a break (so the scheduler can hold the steps behind it) or when
*> ARRAYKSR or ARRAYVAL cannot be opened.
*> under the TRAINING DD the run works on the training sandbox (see
*> trainGuard.cbl), its OPERALRT alerts included, and RECNRPT opens
*> with the training stamp; with no sandbox to run against it ends
*> rc-invalid-input before anything is opened.
environment division.
	input-output section.
	file-control.
		select arrayksr assign to "ARRAYKSR"
			organization indexed
			access mode is sequential
			record key is kr-position
			file status is ws-arrayksr-status.
		select arrayval assign to "ARRAYVAL"
			organization indexed
			access mode is sequential
			record key is av-key
			file status is ws-val-status.
		select recncard assign to "RECNCARD"
			organization line sequential
			file status is ws-card-status.
		select recnrpt assign to "RECNRPT"
			organization line sequential
			file status is ws-rpt-status.
		select recngen assign to "RECNGEN"
			organization line sequential
			file status is ws-gen-status.
		select operalrt assign to "OPERALRT"
			organization line sequential
			file status is ws-alert-status.

data division.
	file section.
	fd arrayksr.
	01 arrayksr-record.
		05 kr-position pic 9(3).
		05 kr-key copy "ELEMPIC.cpy".
		05 kr-branch pic x(4).
		05 kr-balance pic s9(7)v99 comp-3.

	fd arrayval.
	01 arrayval-record.
		05 av-key.
			10 av-value-key pic 9(10).
			10 av-position pic 9(6).
		05 av-element copy "ELEMPIC.cpy".

	fd recncard.
	01 recncard-record.
		05 rc-option pic x(4).

	fd recnrpt.
	01 recnrpt-record pic x(80).

	fd recngen.
	01 recngen-record pic x(80).

	fd operalrt.
	01 operalrt-record pic x(80).

	working-storage section.
		01 ws-arrayksr-status pic x(2).
		01 ws-val-status pic x(2).
		01 ws-card-status pic x(2).
		01 ws-rpt-status pic x(2).
		01 ws-gen-status pic x(2).
		01 ws-alert-status pic x(2).
		copy "ALERTREC.cpy".
		01 ws-alert-date pic 9(8).
		01 ws-alert-time-raw pic 9(8).
		copy "TCTLREC.cpy".
		01 ws-file-eof pic x(1).
			88 file-done value "Y".
		01 ws-deck-wanted pic x(1) value "N".
			88 deck-wanted value "Y".
		*> the same walk is made twice: once to report and tally, and
		*> again to cut the cards once the control record is known.
		01 ws-pass pic x(1).
			88 report-pass value "R".
			88 deck-pass value "D".

		*> the record master's accounts in key order (equal keys in
		*> position order), with a high sentinel behind the last so
		*> the walk never runs off the end.
		01 masterTable.
			05 masterEntry occurs 1000 times.
				10 mk-key pic s9(10) comp-3.
				10 mk-position pic 9(3).
				10 mk-matched pic x(1).
				10 mk-duplicate pic x(1).
		01 masterCount pic 9(4) value 0.
		01 masterIndex pic 9(4).
		01 markIndex pic 9(4).
		01 ws-slot-found pic x(1).
			88 slot-found value "Y".
		01 workKey pic s9(10) comp-3.
		01 workPosition pic 9(3).
		01 savedValue pic s9(10) comp-3.
		01 previousValue pic s9(10) comp-3.
		01 ws-have-previous pic x(1).
			88 have-previous value "Y".
		01 highestPosition pic 9(6) value 0.
		01 nextPosition pic 9(6).

		*> one ksdsUpdate transaction card under construction.
		01 delta-card.
			05 dl-action pic x(6).
			05 filler pic x(1) value space.
			05 dl-position pic 9(5).
			05 filler pic x(1) value space.
			05 dl-value pic s9(9) sign leading separate.

		01 agreeCount pic 9(6) value 0.
		01 masterOnlyCount pic 9(5) value 0.
		01 savedOnlyCount pic 9(6) value 0.
		01 dupMasterCount pic 9(5) value 0.
		01 dupSavedCount pic 9(6) value 0.
		01 breakCount pic 9(6) value 0.
		01 addCount pic 9(5) value 0.
		01 deleteCount pic 9(6) value 0.
		01 hashWork pic s9(12) comp-3 value 0.

		01 ws-rpt-line pic x(80).
		01 ws-run-date pic 9(8).
		01 verdictText pic x(12).
		01 out-value copy "ELEMEDIT.cpy".
		01 out-position pic zzzzz9.
		01 out-count pic zzzzz9.
		copy "TRAINREQ.cpy".
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

procedure division.
	main.
	perform checkTrainingMode
	if return-code not = rc-success then
		move rc-invalid-input to return-code
		goback.
	perform readOptionCard
	perform loadRecordMaster
	if return-code = rc-invalid-input then
		goback.
	open input arrayval
	if ws-val-status not = "00" then
		display "masterRecon: unable to open ARRAYVAL, status " ws-val-status
		move rc-invalid-input to return-code
		goback.
	perform getProcessingDate
	move pdt-date to ws-run-date
	open output recnrpt
	if tg-training then
		write recnrpt-record from tg-stamp.
	perform writeReportHeader
	move 2 to masterIndex
	perform flagDuplicateKey until masterIndex > masterCount
	move "R" to ws-pass
	perform walkBothFiles
	close arrayval
	perform writeReconSummary
	close recnrpt
	if deck-wanted then
		perform cutCorrectionDeck
	end-if
	if breakCount = 0 then
		move rc-success to return-code
	else
		move "E" to oa-severity
		move "0027" to oa-reason
		move "record master and saved array disagree" to oa-text
		perform writeOperatorAlert
		move rc-invalid-input to return-code
	end-if
	goback.

	*> no card, or anything but DECK on it, reports without cutting
	*> a deck.
	readOptionCard.
	open input recncard
	if ws-card-status = "00" then
		read recncard
			at end continue
			not at end
				if rc-option = "DECK" then
					move "Y" to ws-deck-wanted
				end-if
		end-read
		close recncard
	end-if.

	loadRecordMaster.
	open input arrayksr
	if ws-arrayksr-status not = "00" then
		display "masterRecon: unable to open ARRAYKSR, status " ws-arrayksr-status
		move rc-invalid-input to return-code
		goback.
	move "N" to ws-file-eof
	perform loadOneMasterRecord until file-done
	close arrayksr
	move 9999999999 to mk-key(masterCount + 1)
	move 0 to mk-position(masterCount + 1)
	move "Y" to mk-matched(masterCount + 1)
	move "N" to mk-duplicate(masterCount + 1).

	loadOneMasterRecord.
	read arrayksr next record
		at end move "Y" to ws-file-eof
		not at end
			if masterCount < 999 then
				move kr-key to workKey
				move kr-position to workPosition
				perform insertMasterKey
			end-if
	end-read.

	*> an insertion into the key-ordered table: larger keys move up
	*> one slot until the new key's place is found. equal keys are
	*> not passed, so a duplicate lands behind the original.
	insertMasterKey.
	add 1 to masterCount
	move masterCount to masterIndex
	move "N" to ws-slot-found
	perform findMasterSlot until slot-found
	move workKey to mk-key(masterIndex)
	move workPosition to mk-position(masterIndex)
	move "N" to mk-matched(masterIndex)
	move "N" to mk-duplicate(masterIndex).

	findMasterSlot.
	if masterIndex = 1 then
		move "Y" to ws-slot-found
	else
		if mk-key(masterIndex - 1) <= workKey then
			move "Y" to ws-slot-found
		else
			move masterEntry(masterIndex - 1) to masterEntry(masterIndex)
			subtract 1 from masterIndex
		end-if
	end-if.

	*> a key equal to the one before it in key order is carried
	*> twice on the master; only the record master can clear it.
	flagDuplicateKey.
	if mk-key(masterIndex) = mk-key(masterIndex - 1) then
		move "Y" to mk-duplicate(masterIndex)
		add 1 to dupMasterCount
		add 1 to breakCount
		move "DUP MASTER" to verdictText
		move mk-key(masterIndex) to out-value
		move mk-position(masterIndex) to out-position
		perform writeVerdictLine
	end-if
	add 1 to masterIndex.

	*> ARRAYVAL comes off the file in value order, so the master
	*> cursor only ever moves forward: keys it passes unmatched are
	*> MASTER ONLY, values with no key under the cursor SAVED ONLY.
	walkBothFiles.
	move 1 to masterIndex
	perform clearMatchedFlag until masterIndex > masterCount
	move 1 to masterIndex
	move "N" to ws-have-previous
	move "N" to ws-file-eof
	perform matchOneSavedValue until file-done
	move 9999999999 to savedValue
	perform passMasterKey until masterIndex > masterCount.

	clearMatchedFlag.
	move "N" to mk-matched(masterIndex)
	add 1 to masterIndex.

	matchOneSavedValue.
	read arrayval next record
		at end move "Y" to ws-file-eof
		not at end
			move av-element to savedValue
			if report-pass and av-position > highestPosition then
				move av-position to highestPosition
			end-if
			perform passMasterKey until mk-key(masterIndex) >= savedValue
			evaluate true
				when mk-key(masterIndex) not = savedValue
					perform reportSavedOnly
				when have-previous and savedValue = previousValue
					perform reportDupSaved
				when other
					if report-pass then
						add 1 to agreeCount
					end-if
					move masterIndex to markIndex
					perform markMasterMatched
						until mk-key(markIndex) not = savedValue
			end-evaluate
			move savedValue to previousValue
			move "Y" to ws-have-previous
	end-read.

	markMasterMatched.
	move "Y" to mk-matched(markIndex)
	add 1 to markIndex.

	passMasterKey.
	if mk-matched(masterIndex) = "N"
	and mk-duplicate(masterIndex) = "N" then
		perform reportMasterOnly
	end-if
	add 1 to masterIndex.

	*> the account is added at the next position past the highest
	*> one the saved array already uses.
	reportMasterOnly.
	if report-pass then
		add 1 to masterOnlyCount
		add 1 to breakCount
		add 1 to addCount
		add mk-key(masterIndex) to hashWork
		move "MASTER ONLY" to verdictText
		move mk-key(masterIndex) to out-value
		move mk-position(masterIndex) to out-position
		perform writeVerdictLine
	else
		add 1 to nextPosition
		move "ADD" to dl-action
		move nextPosition to dl-position
		move mk-key(masterIndex) to dl-value
		write recngen-record from delta-card
	end-if.

	reportSavedOnly.
	if report-pass then
		add 1 to savedOnlyCount
		add 1 to breakCount
		add 1 to deleteCount
		move "SAVED ONLY" to verdictText
		perform writeSavedLine
	else
		perform writeDeleteCard
	end-if.

	reportDupSaved.
	if report-pass then
		add 1 to dupSavedCount
		add 1 to breakCount
		add 1 to deleteCount
		move "DUP SAVED" to verdictText
		perform writeSavedLine
	else
		perform writeDeleteCard
	end-if.

	writeDeleteCard.
	move "DELETE" to dl-action
	move av-position to dl-position
	move 0 to dl-value
	write recngen-record from delta-card.

	writeSavedLine.
	move av-element to out-value
	move av-position to out-position
	perform writeVerdictLine.

	writeVerdictLine.
	move spaces to ws-rpt-line
	string verdictText "  " out-value "     " out-position
		delimited by size into ws-rpt-line
	write recnrpt-record from ws-rpt-line.

	writeReportHeader.
	move spaces to ws-rpt-line
	string "record master / saved array reconciliation  run date " ws-run-date
		delimited by size into ws-rpt-line
	write recnrpt-record from ws-rpt-line
	move "verdict            account  position" to ws-rpt-line
	write recnrpt-record from ws-rpt-line
	move spaces to ws-rpt-line
	write recnrpt-record from ws-rpt-line.

	writeReconSummary.
	move spaces to ws-rpt-line
	write recnrpt-record from ws-rpt-line
	move agreeCount to out-count
	move spaces to ws-rpt-line
	string "accounts in agreement:        " out-count
		delimited by size into ws-rpt-line
	write recnrpt-record from ws-rpt-line
	move masterOnlyCount to out-count
	move spaces to ws-rpt-line
	string "on the record master only:    " out-count
		delimited by size into ws-rpt-line
	write recnrpt-record from ws-rpt-line
	move savedOnlyCount to out-count
	move spaces to ws-rpt-line
	string "in the saved array only:      " out-count
		delimited by size into ws-rpt-line
	write recnrpt-record from ws-rpt-line
	move dupMasterCount to out-count
	move spaces to ws-rpt-line
	string "keys duplicated on master:    " out-count
		delimited by size into ws-rpt-line
	write recnrpt-record from ws-rpt-line
	move dupSavedCount to out-count
	move spaces to ws-rpt-line
	string "values duplicated in saved:   " out-count
		delimited by size into ws-rpt-line
	write recnrpt-record from ws-rpt-line
	move breakCount to out-count
	move spaces to ws-rpt-line
	if breakCount = 0 then
		string "the record master and the saved array agree"
			delimited by size into ws-rpt-line
	else
		string "breaks: " out-count
			delimited by size into ws-rpt-line
	end-if
	write recnrpt-record from ws-rpt-line
	display "masterRecon: " ws-rpt-line.

	*> counts and the hash lead the deck, so the cards follow the
	*> control record on a second walk of the same two files. every
	*> card's position, the ADDs' and the DELETEs' alike, must fit the
	*> five digits a TRANFILE card carries.
	cutCorrectionDeck.
	compute nextPosition = highestPosition + addCount
	evaluate true
		when addCount = 0 and deleteCount = 0
			display "masterRecon: nothing the saved array can correct, no deck to cut"
		when nextPosition > 99999
			display "masterRecon: the cards would run past position 99999, the most a TRANFILE card carries, no deck cut"
		when other
			open output recngen
			move addCount to tc-add-count
			move 0 to tc-change-count
			move deleteCount to tc-delete-count
			move hashWork to tc-value-hash
			write recngen-record from transaction-control-detail
			open input arrayval
			move "D" to ws-pass
			move highestPosition to nextPosition
			perform walkBothFiles
			close recngen
			move addCount to out-count
			display "masterRecon: " out-count " ADD card(s) cut"
			move deleteCount to out-count
			display "masterRecon: " out-count " DELETE card(s) cut"
			display "masterRecon: RECNGEN is ready for the next ksdsUpdate apply"
			close arrayval
	end-evaluate.

	*> appends one fixed-layout alert record (see ALERTREC.cpy) for
	*> the console automation; oa-severity, oa-reason, and oa-text are
	*> set by the caller before the perform.
	writeOperatorAlert.
	perform getProcessingDate
	move pdt-date to ws-alert-date
	accept ws-alert-time-raw from time
	move ws-alert-date to oa-date
	compute oa-time = ws-alert-time-raw / 100
	move "masterRecon" to oa-program
	open extend operalrt
	if ws-alert-status not = "00" then
		open output operalrt.
	write operalrt-record from operator-alert-detail
	close operalrt.

	*> a training run is turned onto the sandbox before anything is
	*> opened (see trainGuard.cbl); one with no sandbox stops here.
	checkTrainingMode.
	move "masterRecon" to tg-program
	call 'trainGuard' using training-request
		on exception move "P" to tg-mode
	end-call.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "masterRecon" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
