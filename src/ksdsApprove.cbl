identification division.
program-id. ksdsApprove.

*> the checker's half of maker/checker for the saved array. ksdsMaint
*> and ksdsMassChange no longer touch ARRAYKSD: they queue every
*> change to the PENDCHG pending-change file (see PENDREC.cpy) under
*> the maker's initials, and nothing lands until a second operator
*> approves it here. changes are decided a batch at a time -- one
*> batch is one maker run, identified by its stamp, program, and
*> maker -- so a mass revaluation is approved or rejected whole.
*>
*> the checker signs on from the OPERID card, or at the console when
*> there is none; with no identity at all nothing is decided. the
*> decisions come from APPRDECK cards, one per batch:
*>   columns  1-14  batch stamp (yyyymmddhhmmss, as listed)
*>   columns 16-27  program (ksdsMaint or ksdsMassChng)
*>   columns 29-31  maker initials
*>   columns 33-39  APPROVE or REJECT
*> a batch with no card stays pending. without an APPRDECK file each
*> batch is previewed line by line at the console and the checker
*> answers A (approve), R (reject), or S (skip, leave pending). an
*> empty APPRDECK decides nothing and only produces the listings. a
*> checker may never decide a batch they made; such a decision is
*> refused and the batch stays pending for someone else.
*>
*> an approved change is applied only if the position still holds
*> the before image the maker saw; otherwise it is marked STALE and
*> left alone (the maker queues it again against the current value).
*> applied changes rewrite or delete ARRAYKSD, re-key the ARRAYVAL
*> value-keyed companion, and are journaled to KSDSJRNL under this
*> approval run's stamp with the maker's program and initials, so
*> ksdsBackout reverses an approval run as a unit. every decided line
*> leaves PENDCHG for the PENDDONE history with its decision, the
*> checker, and when; PENDCHG is rewritten with what is still
*> pending. the decisions are listed on APPRRPT, and every batch
*> still pending goes onto the PENDEXC daily exception listing with
*> its age in days, OVERDUE once it has waited a day or more.
*> the checker must also hold a current AUTHFILE grant for
*> ksdsApprove (checked through authCheck, see AUTHREC.cpy) before
*> anything is read. applied changes are journaled sealed onto the
*> KSDSJRNL check chain (see CHAINREC.cpy). RETURN-CODE: rc-success when nothing is left
*> pending, rc-not-found when batches remain pending,
*> rc-invalid-input with no checker identity or no grant, a pending
*> file too large for the table, or an ARRAYKSD that cannot be
*> opened for the approved changes.
*> while a month-end freeze is on (see monthEndClose) no decision is
*> taken: freezeCheck refuses the run, saying why, the pending
*> batches wait in PENDCHG, and it ends rc-invalid-input.
*> under the TRAINING DD the run works on the training sandbox (see
*> trainGuard.cbl) and APPRRPT opens with the training stamp; with no
*> sandbox to run against it ends rc-invalid-input before anything is
*> opened.
environment division.
	input-output section.
	file-control.
		select pendchg assign to "PENDCHG"
			organization line sequential
			file status is ws-pend-status.
		select penddone assign to "PENDDONE"
			organization line sequential
			file status is ws-done-status.
		select apprdeck assign to "APPRDECK"
			organization line sequential
			file status is ws-deck-status.
		select arrayksds assign to "ARRAYKSD"
			organization indexed
			access mode is dynamic
			record key is ak-position
			file status is ws-ksds-status.
		select arrayval assign to "ARRAYVAL"
			organization indexed
			access mode is dynamic
			record key is av-key
			file status is ws-val-status.
		select ksdsjrnl assign to "KSDSJRNL"
			organization line sequential
			file status is ws-jrnl-status.
		select apprrpt assign to "APPRRPT"
			organization line sequential
			file status is ws-rpt-status.
		select pendexc assign to "PENDEXC"
			organization line sequential
			file status is ws-exc-status.
		select operid assign to "OPERID"
			organization line sequential
			file status is ws-operid-status.

data division.
	file section.
	fd pendchg.
	01 pendchg-record pic x(80).

	fd penddone.
	01 penddone-record pic x(100).

	fd apprdeck.
	01 apprdeck-record.
		05 ad-stamp pic x(14).
		05 filler pic x(1).
		05 ad-program pic x(12).
		05 filler pic x(1).
		05 ad-maker pic x(3).
		05 filler pic x(1).
		05 ad-decision pic x(7).

	fd arrayksds.
	01 arrayksds-record.
		05 ak-position pic 9(6).
		05 ak-element copy "ELEMPIC.cpy".

	fd arrayval.
	01 arrayval-record.
		05 av-key.
			10 av-value-key pic 9(10).
			10 av-position pic 9(6).
		05 av-element copy "ELEMPIC.cpy".

	fd ksdsjrnl.
	01 ksdsjrnl-record pic x(80).

	fd apprrpt.
	01 apprrpt-record pic x(80).

	fd pendexc.
	01 pendexc-record pic x(80).

	fd operid.
	01 operid-record.
		05 oi-initials pic x(3).

	working-storage section.
		01 ws-pend-status pic x(2).
		01 ws-done-status pic x(2).
		01 ws-deck-status pic x(2).
		01 ws-ksds-status pic x(2).
		01 ws-val-status pic x(2).
		01 ws-jrnl-status pic x(2).
		01 ws-rpt-status pic x(2).
		01 ws-exc-status pic x(2).
		01 ws-operid-status pic x(2).
		01 ws-pend-eof pic x(1).
			88 pend-done value "Y".
		01 ws-deck-eof pic x(1).
			88 deck-done value "Y".
		78 signedValueOffset value 1000000000.
		copy "PENDREC.cpy".
		copy "KSDSJREC.cpy".
		copy "CHAINREC.cpy".
		01 checkerId pic x(3) value spaces.

		*> one mass change across a full array: every position the
		*> ARRAYKSD key can hold.
		78 pendingTableMax value 999999.
		01 pendingTable.
			05 pendingEntry occurs 999999 times.
				10 pe-line pic x(66).
				10 pe-batch pic 9(4).
		01 pendingCount pic 9(6) value 0.
		01 pendingIndex pic 9(7).
		01 keptCount pic 9(6) value 0.

		78 batchTableMax value 999.
		01 batchTable.
			05 batchEntry occurs 999 times.
				10 be-stamp pic 9(14).
				10 be-program pic x(12).
				10 be-maker pic x(3).
				10 be-count pic 9(6).
				10 be-decision pic x(8).
				10 be-applied pic 9(6).
				10 be-stale pic 9(6).
				10 be-refused pic x(1).
		01 batchCount pic 9(4) value 0.
		01 batchIndex pic 9(4).
		01 heldOverCount pic 9(6) value 0.
		01 ws-batch-found pic x(1).
			88 batch-found value "Y".
		01 keyStamp pic 9(14).
		01 keyProgram pic x(12).
		01 keyMaker pic x(3).

		01 ws-masters-open pic x(1) value "N".
			88 masters-open value "Y".
		01 ws-approved-any pic x(1) value "N".
			88 approved-any value "Y".
		01 decisionWord pic x(8).
		01 ws-answer pic x(1).
		01 stillPendingCount pic 9(4) value 0.
		01 overdueCount pic 9(4) value 0.
		01 appliedTotal pic 9(6) value 0.
		01 staleTotal pic 9(6) value 0.
		01 rejectedTotal pic 9(6) value 0.
		01 refusedCount pic 9(4) value 0.

		01 ws-approve-stamp pic 9(14).
		01 ws-stamp-date pic 9(8).
		01 ws-clock-date pic 9(8).
		01 ws-stamp-time pic 9(8).
		01 batchDate pic 9(8).
		01 ageDays pic s9(5).
		01 ws-rpt-line pic x(80).
		01 out-before copy "ELEMEDIT.cpy".
		01 out-after copy "ELEMEDIT.cpy".
		01 out-count pic zzzzz9.
		01 out-applied pic zzzzz9.
		01 out-stale pic zzzzz9.
		01 out-age pic zzz9.
		01 authProgram pic x(18) value "ksdsApprove".
		01 freezeProgram pic x(18) value "ksdsApprove".
		copy "TRAINREQ.cpy".
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

procedure division.
	main.
	perform checkTrainingMode
	if return-code not = rc-success then
		move rc-invalid-input to return-code
		goback.
	perform readOperatorCard
	if checkerId = spaces then
		display "ksdsApprove: checker sign-on -- enter your operator initials:"
		accept checkerId.
	if checkerId = spaces then
		display "ksdsApprove: no checker identity, nothing can be approved"
		move rc-invalid-input to return-code
		goback.
	perform checkAuthorization
	if return-code not = rc-success then
		display "ksdsApprove: operator " checkerId " is not authorized to run ksdsApprove"
		move rc-invalid-input to return-code
		goback.
	perform checkFreeze
	if return-code not = rc-success then
		move rc-invalid-input to return-code
		goback.
	move rc-success to return-code
	perform loadPendingChanges
	if return-code = rc-invalid-input then
		goback.
	*> the run stamp is the clock's, so the journal stays in time order
	*> through midnight and date-override reruns; the business date
	*> (see procDate) is kept for what it dates.
	perform getProcessingDate
	move pdt-date to ws-stamp-date
	accept ws-clock-date from date yyyymmdd
	accept ws-stamp-time from time
	compute ws-approve-stamp =
		ws-clock-date * 1000000 + ws-stamp-time / 100
	if pendingCount > 0 then
		perform getDecisions
		move 1 to batchIndex
		perform refuseOwnBatch until batchIndex > batchCount
		if approved-any then
			perform openMasterFiles
		end-if
		open output apprrpt
		if tg-training then
			write apprrpt-record from tg-stamp
		end-if
		perform writeApprovalHeader
		open extend penddone
		if ws-done-status not = "00" then
			open output penddone
		end-if
		move 0 to keptCount
		move 1 to pendingIndex
		perform settleOneChange until pendingIndex > pendingCount
		close penddone
		if masters-open then
			perform closeMasterFiles
		end-if
		perform rewritePendingFile
		perform writeApprovalSummary
		close apprrpt
	else
		display "ksdsApprove: no changes pending approval"
	end-if
	perform writeExceptionListing
	evaluate true
		when ws-ksds-status not = "00" and approved-any
			move rc-invalid-input to return-code
		when stillPendingCount > 0 or heldOverCount > 0
			move rc-not-found to return-code
		when other
			move rc-success to return-code
	end-evaluate
	goback.

	*> a missing PENDCHG simply means nothing has been queued.
	loadPendingChanges.
	open input pendchg
	if ws-pend-status = "00" then
		move "N" to ws-pend-eof
		perform loadOneChange until pend-done
		close pendchg
		if heldOverCount > 0 then
			move heldOverCount to out-count
			display "ksdsApprove: more than " batchTableMax " pending batches, "
				out-count " change(s) in later batches held for another run"
		end-if
	end-if.

	loadOneChange.
	read pendchg
		at end move "Y" to ws-pend-eof
		not at end
			if pendchg-record not = spaces then
				if pendingCount >= pendingTableMax then
					display "ksdsApprove: more than " pendingTableMax " pending changes, refusing -- nothing decided"
					move rc-invalid-input to return-code
					move "Y" to ws-pend-eof
				else
					add 1 to pendingCount
					move pendchg-record(1:66) to pe-line(pendingCount)
					move pendchg-record(1:66) to pending-change-detail
					move pc-batch-stamp to keyStamp
					move pc-program to keyProgram
					move pc-maker to keyMaker
					perform findBatch
					if not batch-found then
						perform addBatch
					end-if
					if batchIndex = 0 then
						move 0 to pe-batch(pendingCount)
						add 1 to heldOverCount
					else
						move batchIndex to pe-batch(pendingCount)
						add 1 to be-count(batchIndex)
					end-if
				end-if
			end-if
	end-read.

	*> looks up keyStamp/keyProgram/keyMaker in the batch table;
	*> batchIndex is left on the match.
	findBatch.
	move "N" to ws-batch-found
	move 1 to batchIndex
	perform testOneBatch until batchIndex > batchCount or batch-found.

	testOneBatch.
	if be-stamp(batchIndex) = keyStamp
	and be-program(batchIndex) = keyProgram
	and be-maker(batchIndex) = keyMaker then
		move "Y" to ws-batch-found
	else
		add 1 to batchIndex.

	*> past the batch ceiling a line gets batch 0: it belongs to no
	*> batch, is offered to no checker and settled by no decision, and
	*> is written back to PENDCHG for the next run.
	addBatch.
	if batchCount < batchTableMax then
		add 1 to batchCount
		move batchCount to batchIndex
		move keyStamp to be-stamp(batchIndex)
		move keyProgram to be-program(batchIndex)
		move keyMaker to be-maker(batchIndex)
		move 0 to be-count(batchIndex)
		move spaces to be-decision(batchIndex)
		move 0 to be-applied(batchIndex)
		move 0 to be-stale(batchIndex)
		move "N" to be-refused(batchIndex)
	else
		move 0 to batchIndex
	end-if.

	getDecisions.
	open input apprdeck
	if ws-deck-status = "00" then
		move "N" to ws-deck-eof
		perform readOneDecision until deck-done
		close apprdeck
	else
		move 1 to batchIndex
		perform promptOneBatch until batchIndex > batchCount
	end-if.

	readOneDecision.
	read apprdeck
		at end move "Y" to ws-deck-eof
		not at end
			if apprdeck-record not = spaces then
				perform applyOneDecisionCard
			end-if
	end-read.

	applyOneDecisionCard.
	if ad-stamp is not numeric then
		display "ksdsApprove: APPRDECK stamp " ad-stamp " is not a batch stamp, card ignored"
	else
		move ad-stamp to keyStamp
		move ad-program to keyProgram
		move ad-maker to keyMaker
		perform findBatch
		evaluate true
			when not batch-found
				display "ksdsApprove: no pending batch " ad-stamp " " ad-program " " ad-maker ", card ignored"
			when ad-decision = "APPROVE"
				move "APPROVE" to be-decision(batchIndex)
			when ad-decision = "REJECT"
				move "REJECT" to be-decision(batchIndex)
			when other
				display "ksdsApprove: decision " ad-decision " not recognized for batch " ad-stamp ", left pending"
		end-evaluate
	end-if.

	*> console review: the whole batch is shown before the checker
	*> answers for it.
	promptOneBatch.
	if be-maker(batchIndex) = checkerId then
		display "ksdsApprove: batch " be-stamp(batchIndex) " " be-program(batchIndex) " is your own, left for another checker"
	else
		move be-count(batchIndex) to out-count
		display "ksdsApprove: batch " be-stamp(batchIndex) " " be-program(batchIndex) " by " be-maker(batchIndex) ", " out-count " change(s):"
		move 1 to pendingIndex
		perform previewOneChange until pendingIndex > pendingCount
		display "A approve, R reject, S skip (leave pending):"
		accept ws-answer
		move function upper-case(ws-answer) to ws-answer
		evaluate ws-answer
			when "A"
				move "APPROVE" to be-decision(batchIndex)
			when "R"
				move "REJECT" to be-decision(batchIndex)
			when other
				continue
		end-evaluate
	end-if
	add 1 to batchIndex.

	previewOneChange.
	if pe-batch(pendingIndex) = batchIndex then
		move pe-line(pendingIndex) to pending-change-detail
		move pc-before to out-before
		move pc-after to out-after
		if pc-action = "DELETE" then
			display "   position " pc-position " DELETE " out-before
		else
			display "   position " pc-position " CHANGE " out-before " -> " out-after
		end-if
	end-if
	add 1 to pendingIndex.

	*> a maker may not decide their own batch, from a card or
	*> otherwise; the batch stays pending for another checker.
	refuseOwnBatch.
	if be-decision(batchIndex) not = spaces
	and be-maker(batchIndex) = checkerId then
		display "ksdsApprove: " checkerId " made batch " be-stamp(batchIndex) " " be-program(batchIndex) " and may not decide it, left pending"
		move spaces to be-decision(batchIndex)
		move "Y" to be-refused(batchIndex)
		add 1 to refusedCount
	end-if
	if be-decision(batchIndex) = "APPROVE" then
		move "Y" to ws-approved-any
	end-if
	add 1 to batchIndex.

	*> without ARRAYKSD an approval cannot be applied, so every
	*> approved batch goes back to pending.
	openMasterFiles.
	open i-o arrayksds
	if ws-ksds-status not = "00" then
		display "ksdsApprove: unable to open ARRAYKSD, status " ws-ksds-status ", approved batches left pending"
		move 1 to batchIndex
		perform withdrawOneApproval until batchIndex > batchCount
	else
		move "Y" to ws-masters-open
		open i-o arrayval
		if ws-val-status not = "00" then
			display "ksdsApprove: ARRAYVAL not available (status " ws-val-status "), value index will not be maintained"
		end-if
		move "TAIL" to cr-action
		move "KSDSJRNL" to cr-log
		call 'chainLink' using chain-request
			on exception move 0 to cr-value
		end-call
		open extend ksdsjrnl
		if ws-jrnl-status not = "00" then
			open output ksdsjrnl
		end-if
	end-if.

	withdrawOneApproval.
	if be-decision(batchIndex) = "APPROVE" then
		move spaces to be-decision(batchIndex).
	add 1 to batchIndex.

	closeMasterFiles.
	close arrayksds
	if ws-val-status = "00" then
		close arrayval.
	close ksdsjrnl.

	*> decided lines go to PENDDONE; undecided lines are packed down
	*> the table for the rewrite of PENDCHG.
	settleOneChange.
	move pe-line(pendingIndex) to pending-change-detail
	move pe-batch(pendingIndex) to batchIndex
	evaluate true
		when batchIndex = 0
			add 1 to keptCount
			move pendingEntry(pendingIndex) to pendingEntry(keptCount)
		when be-decision(batchIndex) = "APPROVE"
			perform applyOneChange
			perform recordDecision
		when be-decision(batchIndex) = "REJECT"
			move "REJECTED" to decisionWord
			add 1 to rejectedTotal
			perform recordDecision
		when other
			add 1 to keptCount
			move pendingEntry(pendingIndex) to pendingEntry(keptCount)
	end-evaluate
	add 1 to pendingIndex.

	*> the before image is the maker's preview; if the position has
	*> moved on since, applying the after image would silently undo
	*> someone else's change.
	applyOneChange.
	move pc-position to ak-position
	read arrayksds key is ak-position
		invalid key
			move "STALE" to decisionWord
		not invalid key
			if ak-element not = pc-before then
				move "STALE" to decisionWord
			else
				if pc-action = "DELETE" then
					delete arrayksds record
					perform dropValueEntry
				else
					move pc-after to ak-element
					rewrite arrayksds-record
					perform rekeyValueEntry
				end-if
				perform writeJournalEntry
				move "APPROVED" to decisionWord
			end-if
	end-read
	if decisionWord = "STALE" then
		add 1 to be-stale(batchIndex)
		add 1 to staleTotal
	else
		add 1 to be-applied(batchIndex)
		add 1 to appliedTotal
	end-if.

	rekeyValueEntry.
	if ws-val-status = "00" then
		compute av-value-key = pc-before + signedValueOffset
		move pc-position to av-position
		delete arrayval record
			invalid key continue
		end-delete
		compute av-value-key = pc-after + signedValueOffset
		move pc-position to av-position
		move pc-after to av-element
		write arrayval-record
			invalid key continue
		end-write
	end-if.

	dropValueEntry.
	if ws-val-status = "00" then
		compute av-value-key = pc-before + signedValueOffset
		move pc-position to av-position
		delete arrayval record
			invalid key continue
		end-delete
	end-if.

	*> one stamp per approval run, so ksdsBackout reverses it as a
	*> unit; the program and operator are the maker's, since the
	*> journal answers who made the change.
	writeJournalEntry.
	move ws-approve-stamp to kj-run-stamp
	move pc-program to kj-program
	move pc-action to kj-action
	move pc-position to kj-position
	move pc-before to kj-before
	move pc-after to kj-after
	move pc-maker to kj-operator
	perform sealJournalEntry.

	recordDecision.
	move pending-change-detail to pd-change
	move decisionWord to pd-decision
	move checkerId to pd-checker
	move ws-approve-stamp to pd-decided-stamp
	write penddone-record from pending-decision-detail
	move pc-before to out-before
	move pc-after to out-after
	move spaces to ws-rpt-line
	string pc-batch-stamp " " pc-program " " pc-maker " " pc-position
		" " pc-action " " out-before " " out-after " " decisionWord
		delimited by size into ws-rpt-line
	write apprrpt-record from ws-rpt-line.

	rewritePendingFile.
	open output pendchg
	move 1 to pendingIndex
	perform keepOneChange until pendingIndex > keptCount
	close pendchg.

	keepOneChange.
	move pe-line(pendingIndex) to pendchg-record
	write pendchg-record
	add 1 to pendingIndex.

	writeApprovalHeader.
	move spaces to ws-rpt-line
	string "maker/checker decisions  checker " checkerId
		"  run " ws-approve-stamp
		delimited by size into ws-rpt-line
	write apprrpt-record from ws-rpt-line
	move "batch stamp    program      mkr posn  action      before      after decision" to ws-rpt-line
	write apprrpt-record from ws-rpt-line.

	writeApprovalSummary.
	move spaces to ws-rpt-line
	write apprrpt-record from ws-rpt-line
	move 1 to batchIndex
	perform summarizeOneBatch until batchIndex > batchCount
	move spaces to ws-rpt-line
	write apprrpt-record from ws-rpt-line
	move appliedTotal to out-applied
	move staleTotal to out-stale
	move rejectedTotal to out-count
	move spaces to ws-rpt-line
	string "applied " out-applied "  stale " out-stale
		"  rejected " out-count
		delimited by size into ws-rpt-line
	write apprrpt-record from ws-rpt-line
	display "ksdsApprove: " ws-rpt-line
	if refusedCount > 0 then
		move refusedCount to out-count
		move spaces to ws-rpt-line
		string "batches refused, checker is the maker: " out-count
			delimited by size into ws-rpt-line
		write apprrpt-record from ws-rpt-line
		display "ksdsApprove: " ws-rpt-line
	end-if.

	summarizeOneBatch.
	move be-count(batchIndex) to out-count
	move be-applied(batchIndex) to out-applied
	move be-stale(batchIndex) to out-stale
	move spaces to ws-rpt-line
	evaluate true
		when be-decision(batchIndex) = "APPROVE"
			string "batch " be-stamp(batchIndex) " " be-program(batchIndex)
				" " be-maker(batchIndex) " APPROVED " out-count
				" applied " out-applied " stale" out-stale
				delimited by size into ws-rpt-line
		when be-decision(batchIndex) = "REJECT"
			string "batch " be-stamp(batchIndex) " " be-program(batchIndex)
				" " be-maker(batchIndex) " REJECTED " out-count " line(s)"
				delimited by size into ws-rpt-line
		when be-refused(batchIndex) = "Y"
			string "batch " be-stamp(batchIndex) " " be-program(batchIndex)
				" " be-maker(batchIndex) " REFUSED  " out-count
				" line(s), maker may not check"
				delimited by size into ws-rpt-line
		when other
			string "batch " be-stamp(batchIndex) " " be-program(batchIndex)
				" " be-maker(batchIndex) " PENDING  " out-count " line(s)"
				delimited by size into ws-rpt-line
	end-evaluate
	write apprrpt-record from ws-rpt-line
	add 1 to batchIndex.

	*> the daily listing of what is still waiting for a checker.
	writeExceptionListing.
	open output pendexc
	move spaces to ws-rpt-line
	string "changes awaiting approval  run date " ws-stamp-date
		delimited by size into ws-rpt-line
	write pendexc-record from ws-rpt-line
	move "batch stamp    program      maker  changes  age days" to ws-rpt-line
	write pendexc-record from ws-rpt-line
	move 0 to stillPendingCount
	move 0 to overdueCount
	move 1 to batchIndex
	perform listOnePendingBatch until batchIndex > batchCount
	move spaces to ws-rpt-line
	write pendexc-record from ws-rpt-line
	move stillPendingCount to out-count
	move overdueCount to out-age
	move spaces to ws-rpt-line
	string "batches pending: " out-count "   overdue: " out-age
		delimited by size into ws-rpt-line
	write pendexc-record from ws-rpt-line
	display "ksdsApprove: " ws-rpt-line
	if heldOverCount > 0 then
		move heldOverCount to out-count
		move spaces to ws-rpt-line
		string "changes in batches past the " batchTableMax
			"-batch table, not listed: " out-count
			delimited by size into ws-rpt-line
		write pendexc-record from ws-rpt-line
	end-if
	close pendexc.

	listOnePendingBatch.
	if be-decision(batchIndex) = spaces then
		add 1 to stillPendingCount
		compute batchDate = be-stamp(batchIndex) / 1000000
		if batchDate < 16010101 or batchDate > ws-stamp-date then
			move 0 to ageDays
		else
			compute ageDays =
				function integer-of-date(ws-stamp-date)
				- function integer-of-date(batchDate)
		end-if
		move be-count(batchIndex) to out-count
		move ageDays to out-age
		move spaces to ws-rpt-line
		if ageDays >= 1 then
			add 1 to overdueCount
			string be-stamp(batchIndex) " " be-program(batchIndex) " "
				be-maker(batchIndex) "    " out-count "      " out-age
				"  OVERDUE"
				delimited by size into ws-rpt-line
		else
			string be-stamp(batchIndex) " " be-program(batchIndex) " "
				be-maker(batchIndex) "    " out-count "      " out-age
				delimited by size into ws-rpt-line
		end-if
		write pendexc-record from ws-rpt-line
	end-if
	add 1 to batchIndex.

	*> the OPERID card is the batch run's identity; here it names the
	*> checker, who may not be the maker of anything they decide.
	readOperatorCard.
	open input operid
	if ws-operid-status = "00" then
		read operid
			at end continue
			not at end move oi-initials to checkerId
		end-read
		close operid
	end-if.

	*> the checker against the AUTHFILE grants (see authCheck.cbl); a
	*> refusal has already gone out as an OPERALRT alert from there.
	checkAuthorization.
	call 'authCheck' using checkerId, authProgram
		on exception
			display "ksdsApprove: authorization check not available, refusing"
			move rc-invalid-input to return-code
	end-call.

	*> every journal record goes out sealed onto the chain (see
	*> CHAINREC.cpy), so an edited or missing line shows.
	sealJournalEntry.
	move ksds-journal-detail to cr-line
	move "SEAL" to cr-action
	call 'chainLink' using chain-request
		on exception continue
	end-call
	write ksdsjrnl-record from cr-line.

	*> a month-end freeze (see monthEndClose) holds ARRAYKSD still;
	*> freezeCheck has already told the operator why when it refuses.
	*> without the module there is no freeze to honor.
	checkFreeze.
	call 'freezeCheck' using freezeProgram
		on exception move rc-success to return-code
	end-call.

	*> a training run is turned onto the sandbox before anything is
	*> opened (see trainGuard.cbl); one with no sandbox stops here.
	checkTrainingMode.
	move "ksdsApprove" to tg-program
	call 'trainGuard' using training-request
		on exception move "P" to tg-mode
	end-call.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "ksdsApprove" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
