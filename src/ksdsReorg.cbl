identification division.
program-id. ksdsReorg.

*> reorganizes the saved array: every position deleted through
*> ksdsUpdate, ksdsMaint, or ksdsMassChange leaves a permanent gap in
*> ARRAYKSD's position key, until ksdsToArray reloads an array whose
*> positions no longer mean anything and nobody maintaining TRANFILE
*> knows the valid range. this resequences the live positions 1, 2,
*> 3, ... without gaps. the order comes from a REORGCTL card, columns
*> 1-8:
*>   SEQUENCE  (or no card) the positions keep their order, the gaps
*>             are closed
*>   VALUE     the positions are reassigned in ascending value order,
*>             old position breaking ties
*> the ARRAYVAL value-keyed companion is rebuilt whole to match the
*> new positions.
*>
*> the reorg is journaled to KSDSJRNL (see KSDSJREC.cpy) under one
*> run stamp, sealed onto the check chain through chainLink (see
*> CHAINREC.cpy): a DELETE image of every position that moves, then
*> an ADD image of it at its new position -- the shape arrayToKsds'
*> reload journals in -- so ksdsBackout reverses the whole reorg as
*> one run and ksdsForward replays it. positions that do not move are
*> not touched or journaled. the KSXWALK cross-walk (see RXWKREC.cpy)
*> gets one record per live position, old to new, in new-position
*> order, for translating pending TRANFILE decks, HOLDLIST entries,
*> and catalog references; REORGRPT lists every move.
*>
*> a change still waiting in PENDCHG for ksdsApprove was queued
*> against the old positions, so the reorg refuses to run until
*> PENDCHG is empty. the operator must hold a current AUTHFILE grant
*> for ksdsReorg (checked through authCheck, see AUTHREC.cpy), and
*> while a month-end freeze is on (see monthEndClose) freezeCheck
*> refuses the run, saying why.
*> RETURN-CODE: rc-success when positions were moved, rc-not-found
*> when ARRAYKSD is empty or already without gaps, rc-invalid-input
*> when refused (authorization, freeze, pending changes, an unusable
*> card, a file larger than the array ceiling) or when a move failed
*> partway -- back the run out with ksdsBackout.
*> under the TRAINING DD the run works on the training sandbox (see
*> trainGuard.cbl) and REORGRPT opens with the training stamp; with
*> no sandbox to run against it ends rc-invalid-input before anything
*> is opened.
environment division.
	input-output section.
	file-control.
		select reorgctl assign to "REORGCTL"
			organization line sequential
			file status is ws-ctl-status.
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
		select ksxwalk assign to "KSXWALK"
			organization line sequential
			file status is ws-walk-status.
		select reorgrpt assign to "REORGRPT"
			organization line sequential
			file status is ws-rpt-status.
		select pendchg assign to "PENDCHG"
			organization line sequential
			file status is ws-pend-status.
		select operid assign to "OPERID"
			organization line sequential
			file status is ws-operid-status.

data division.
	file section.
	fd reorgctl.
	01 reorgctl-record.
		05 ro-order pic x(8).

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

	fd ksxwalk.
	01 ksxwalk-record pic x(80).

	fd reorgrpt.
	01 reorgrpt-record pic x(80).

	fd pendchg.
	01 pendchg-record pic x(80).

	fd operid.
	01 operid-record.
		05 oi-initials pic x(3).

	working-storage section.
		01 ws-ctl-status pic x(2).
		01 ws-ksds-status pic x(2).
		01 ws-val-status pic x(2).
		01 ws-jrnl-status pic x(2).
		01 ws-walk-status pic x(2).
		01 ws-rpt-status pic x(2).
		01 ws-pend-status pic x(2).
		01 ws-operid-status pic x(2).
		01 ws-ksds-eof pic x(1).
			88 ksds-done value "Y".
		01 ws-too-many pic x(1) value "N".
			88 too-many-positions value "Y".
		01 operatorId pic x(3) value spaces.
		01 authProgram pic x(18) value "ksdsReorg".
		01 freezeProgram pic x(18) value "ksdsReorg".
		copy "KSDSJREC.cpy".
		copy "CHAINREC.cpy".
		copy "RXWKREC.cpy".
		01 ws-run-stamp pic 9(14).
		01 ws-stamp-date pic 9(8).
		01 ws-stamp-time pic 9(8).
		78 signedValueOffset value 1000000000.

		01 reorgOrder pic x(8) value spaces.
			88 order-sequence value "SEQUENCE".
			88 order-value value "VALUE".

		*> the live positions in ARRAYKSD key order as read; after the
		*> VALUE sort, in value order. either way an entry's subscript
		*> is its new position.
		78 reorgTableMax value 999999.
		01 reorgTable.
			05 reorgEntry occurs 999999 times.
				10 rg-old-position pic 9(6).
				10 rg-value pic s9(9) comp-3.
		01 reorgCount pic 9(6) value 0.
		01 reorgIndex pic 9(7).
		01 holdEntry.
			05 hold-old-position pic 9(6).
			05 hold-value pic s9(9) comp-3.
		01 sortGap pic 9(6).
		01 sortIndex pic 9(7).
		01 insertIndex pic 9(6).
		01 compareIndex pic 9(6).
		01 ws-slot-found pic x(1).
			88 slot-found value "Y".

		01 pendingCount pic 9(6) value 0.
		01 movedCount pic 9(6) value 0.
		01 failedCount pic 9(6) value 0.
		01 highestOld pic 9(6) value 0.
		01 ws-rpt-line pic x(80).
		01 out-value copy "ELEMEDIT.cpy".
		01 out-old pic zzzzz9.
		01 out-new pic zzzzz9.
		01 out-count pic zzzzz9.
		copy "TRAINREQ.cpy".
		copy "RETCODE.cpy".

procedure division.
	main.
	perform checkTrainingMode
	if return-code not = rc-success then
		move rc-invalid-input to return-code
		goback.
	perform readOperatorCard
	perform checkAuthorization
	if return-code not = rc-success then
		display "ksdsReorg: operator " operatorId " is not authorized to run ksdsReorg"
		move rc-invalid-input to return-code
		goback.
	perform checkFreeze
	if return-code not = rc-success then
		move rc-invalid-input to return-code
		goback.
	perform readReorgCard
	if return-code = rc-invalid-input then
		goback.
	perform countPendingChanges
	if pendingCount > 0 then
		move pendingCount to out-count
		display "ksdsReorg: " out-count " change(s) still pending in PENDCHG were queued against the"
			" current positions -- approve or reject them in ksdsApprove first"
		move rc-invalid-input to return-code
		goback.
	perform loadLivePositions
	if return-code = rc-invalid-input then
		goback.
	if reorgCount = 0 then
		display "ksdsReorg: ARRAYKSD holds no positions, nothing to reorganize"
		move rc-not-found to return-code
		goback.
	if order-value then
		perform sortByValue.
	move 1 to reorgIndex
	perform countOneMove until reorgIndex > reorgCount
	if movedCount = 0 then
		display "ksdsReorg: ARRAYKSD positions 1 to " reorgCount
			" are already without gaps in " reorgOrder " order, nothing moved"
		move rc-not-found to return-code
		goback.
	open i-o arrayksds
	if ws-ksds-status not = "00" then
		display "ksdsReorg: unable to open ARRAYKSD, status " ws-ksds-status
		move rc-invalid-input to return-code
		goback.
	perform startJournal
	open output reorgrpt
	if tg-training then
		write reorgrpt-record from tg-stamp
	end-if
	perform writeReportHeader
	*> every mover leaves its old position before any arrives at a
	*> new one, so no move lands on a position still occupied, and a
	*> backout (newest first) empties the new positions before it
	*> refills the old ones.
	move 1 to reorgIndex
	perform removeOneMover until reorgIndex > reorgCount
	move 1 to reorgIndex
	perform placeOneMover until reorgIndex > reorgCount
	close arrayksds
	close ksdsjrnl
	perform rebuildValueIndex
	perform writeCrosswalk
	perform writeReportSummary
	close reorgrpt
	if failedCount > 0 then
		display "ksdsReorg: " failedCount " move(s) failed -- back out run "
			ws-run-stamp " with ksdsBackout"
		move rc-invalid-input to return-code
	else
		move rc-success to return-code
	end-if
	goback.

	readReorgCard.
	move rc-success to return-code
	move "SEQUENCE" to reorgOrder
	open input reorgctl
	if ws-ctl-status = "00" then
		read reorgctl
			at end continue
			not at end
				if ro-order not = spaces then
					move ro-order to reorgOrder
				end-if
		end-read
		close reorgctl
	end-if
	if not order-sequence and not order-value then
		display "ksdsReorg: REORGCTL order '" reorgOrder
			"' is not SEQUENCE or VALUE, nothing reorganized"
		move rc-invalid-input to return-code
	end-if.

	countPendingChanges.
	open input pendchg
	if ws-pend-status = "00" then
		move "N" to ws-ksds-eof
		perform countOnePending until ksds-done
		close pendchg
	end-if.

	countOnePending.
	read pendchg
		at end move "Y" to ws-ksds-eof
		not at end
			if pendchg-record not = spaces then
				add 1 to pendingCount
			end-if
	end-read.

	loadLivePositions.
	open input arrayksds
	if ws-ksds-status not = "00" then
		display "ksdsReorg: unable to open ARRAYKSD, status " ws-ksds-status
		move rc-invalid-input to return-code
		goback.
	move "N" to ws-ksds-eof
	perform loadOnePosition until ksds-done or too-many-positions
	close arrayksds
	if too-many-positions then
		display "ksdsReorg: ARRAYKSD holds more than " reorgTableMax
			" positions, refusing"
		move rc-invalid-input to return-code
	end-if.

	loadOnePosition.
	read arrayksds next record
		at end move "Y" to ws-ksds-eof
		not at end
			if reorgCount = reorgTableMax then
				move "Y" to ws-too-many
			else
				add 1 to reorgCount
				move ak-position to rg-old-position(reorgCount)
				move ak-element to rg-value(reorgCount)
				move ak-position to highestOld
			end-if
	end-read.

	*> a shell sort on value, old position breaking ties so the same
	*> file always reorganizes the same way.
	sortByValue.
	divide reorgCount by 2 giving sortGap
	perform sortOneGap until sortGap = 0.

	sortOneGap.
	compute sortIndex = sortGap + 1
	perform insertOneEntry until sortIndex > reorgCount
	divide sortGap by 2 giving sortGap.

	insertOneEntry.
	move reorgEntry(sortIndex) to holdEntry
	move sortIndex to insertIndex
	move "N" to ws-slot-found
	perform shiftOneEntry until insertIndex <= sortGap or slot-found
	move holdEntry to reorgEntry(insertIndex)
	add 1 to sortIndex.

	shiftOneEntry.
	compute compareIndex = insertIndex - sortGap
	if rg-value(compareIndex) > hold-value
	or (rg-value(compareIndex) = hold-value
		and rg-old-position(compareIndex) > hold-old-position) then
		move reorgEntry(compareIndex) to reorgEntry(insertIndex)
		move compareIndex to insertIndex
	else
		move "Y" to ws-slot-found
	end-if.

	countOneMove.
	if rg-old-position(reorgIndex) not = reorgIndex then
		add 1 to movedCount.
	add 1 to reorgIndex.

	removeOneMover.
	if rg-old-position(reorgIndex) not = reorgIndex then
		move rg-old-position(reorgIndex) to ak-position
		delete arrayksds record
			invalid key
				display "ksdsReorg: position " ak-position
					" could not be removed, status " ws-ksds-status
				add 1 to failedCount
			not invalid key
				move "DELETE" to kj-action
				move rg-old-position(reorgIndex) to kj-position
				move rg-value(reorgIndex) to kj-before
				move 0 to kj-after
				perform journalOneMove
		end-delete
	end-if
	add 1 to reorgIndex.

	placeOneMover.
	if rg-old-position(reorgIndex) not = reorgIndex then
		move reorgIndex to ak-position
		move rg-value(reorgIndex) to ak-element
		write arrayksds-record
			invalid key
				display "ksdsReorg: position " ak-position
					" could not be written, status " ws-ksds-status
				add 1 to failedCount
			not invalid key
				move "ADD" to kj-action
				move reorgIndex to kj-position
				move 0 to kj-before
				move rg-value(reorgIndex) to kj-after
				perform journalOneMove
				perform reportOneMove
		end-write
	end-if
	add 1 to reorgIndex.

	journalOneMove.
	move ws-run-stamp to kj-run-stamp
	move "ksdsReorg" to kj-program
	move operatorId to kj-operator
	perform sealJournalEntry.

	reportOneMove.
	move rg-old-position(reorgIndex) to out-old
	move reorgIndex to out-new
	move rg-value(reorgIndex) to out-value
	move spaces to ws-rpt-line
	string "position " out-old " -> " out-new "  value " out-value
		delimited by size into ws-rpt-line
	write reorgrpt-record from ws-rpt-line.

	*> ARRAYVAL is keyed on value and position together, so every
	*> moved position changes its key; rebuilding it whole from the
	*> table is simpler and surer than re-keying the movers.
	rebuildValueIndex.
	open output arrayval
	if ws-val-status not = "00" then
		display "ksdsReorg: ARRAYVAL not available (status " ws-val-status
			"), rebuild it with valVerify"
	else
		move 1 to reorgIndex
		perform writeOneValueKey until reorgIndex > reorgCount
		close arrayval
	end-if.

	writeOneValueKey.
	compute av-value-key = rg-value(reorgIndex) + signedValueOffset
	move reorgIndex to av-position
	move rg-value(reorgIndex) to av-element
	write arrayval-record
		invalid key continue
	end-write
	add 1 to reorgIndex.

	writeCrosswalk.
	open output ksxwalk
	move 1 to reorgIndex
	perform writeOneCrosswalk until reorgIndex > reorgCount
	close ksxwalk.

	writeOneCrosswalk.
	move ws-run-stamp to rx-run-stamp
	move rg-old-position(reorgIndex) to rx-old-position
	move reorgIndex to rx-new-position
	move rg-value(reorgIndex) to rx-value
	move reorgOrder to rx-order
	write ksxwalk-record from reorg-crosswalk-detail
	add 1 to reorgIndex.

	writeReportHeader.
	move spaces to ws-rpt-line
	string "ARRAYKSD reorganization, run " ws-run-stamp ", "
		reorgOrder " order, operator " operatorId
		delimited by size into ws-rpt-line
	write reorgrpt-record from ws-rpt-line
	move spaces to ws-rpt-line
	write reorgrpt-record from ws-rpt-line.

	writeReportSummary.
	move spaces to ws-rpt-line
	write reorgrpt-record from ws-rpt-line
	move reorgCount to out-count
	move highestOld to out-old
	move spaces to ws-rpt-line
	string "live positions " out-count ", highest position was " out-old
		delimited by size into ws-rpt-line
	write reorgrpt-record from ws-rpt-line
	display "ksdsReorg: " ws-rpt-line
	move movedCount to out-count
	move reorgCount to out-new
	move spaces to ws-rpt-line
	string "moved          " out-count ", positions now 1 to " out-new
		delimited by size into ws-rpt-line
	write reorgrpt-record from ws-rpt-line
	display "ksdsReorg: " ws-rpt-line
	if failedCount > 0 then
		move failedCount to out-count
		move spaces to ws-rpt-line
		string "FAILED         " out-count
			delimited by size into ws-rpt-line
		write reorgrpt-record from ws-rpt-line
	end-if.

	*> one run stamp for every journal record, so ksdsBackout reverses
	*> the reorg as a unit; a missing journal is created.
	startJournal.
	accept ws-stamp-date from date yyyymmdd
	accept ws-stamp-time from time
	compute ws-run-stamp =
		ws-stamp-date * 1000000 + ws-stamp-time / 100
	move "TAIL" to cr-action
	move "KSDSJRNL" to cr-log
	call 'chainLink' using chain-request
		on exception move 0 to cr-value
	end-call
	open extend ksdsjrnl
	if ws-jrnl-status not = "00" then
		open output ksdsjrnl.

	*> the OPERID card is the batch run's identity: whoever (or
	*> whatever automation) submitted the job names itself there, and
	*> the initials ride on every journal record this run writes.
	readOperatorCard.
	open input operid
	if ws-operid-status = "00" then
		read operid
			at end continue
			not at end move oi-initials to operatorId
		end-read
		close operid
	end-if.

	*> the signed-on operator against the AUTHFILE grants (see
	*> authCheck.cbl); a refusal has already gone out as an OPERALRT
	*> alert from there.
	checkAuthorization.
	call 'authCheck' using operatorId, authProgram
		on exception
			display "ksdsReorg: authorization check not available, refusing"
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
	move "ksdsReorg" to tg-program
	call 'trainGuard' using training-request
		on exception move "P" to tg-mode
	end-call.
