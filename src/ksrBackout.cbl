identification division.
program-id. ksrBackout.

*> one-step recovery for the record master, ksdsBackout's counterpart
*> for ARRAYKSR: reads the KSRJRNL journal (see KSRJREC.cpy) in
*> reverse and restores ARRAYKSR to its state as of a chosen posting
*> run, printing what it undid -- so a bad posting file from a branch
*> is recovered by this job step, not by rebuilding ARRAYINR by hand.
*>
*> the run to back out to comes from a BACKPARM card, columns 1-14,
*> the yyyymmddhhmmss run stamp the journal records carry (the same
*> card ksdsBackout reads); every journal entry with that stamp or
*> later is reversed, newest first, from its whole-record images:
*>   ADD     (an OPEN)      reversed by deleting the position
*>   CHANGE  (a DEBIT, CREDIT, or TRANSFER)  reversed by rewriting the
*>                          before image -- key, branch, and balance
*>   DELETE  (a CLOSE)      reversed by re-adding the before image
*> a zero or blank stamp means "back out the latest run only". the
*> reversals are themselves journaled under this run's own stamp, so
*> the trail stays complete. RETURN-CODE: rc-success when something
*> was backed out, rc-not-found when no journal entries matched,
*> rc-invalid-input for unusable files or a journal too large for the
*> backout table.
*> under the TRAINING DD the run works on the training sandbox (see
*> trainGuard.cbl); with no sandbox to run against it ends
*> rc-invalid-input before anything is opened.
environment division.
	input-output section.
	file-control.
		select ksrjrnl assign to "KSRJRNL"
			organization line sequential
			file status is ws-jrnl-status.
		select arrayksr assign to "ARRAYKSR"
			organization indexed
			access mode is dynamic
			record key is kr-position
			file status is ws-arrayksr-status.
		select backparm assign to "BACKPARM"
			organization line sequential
			file status is ws-parm-status.
		select operid assign to "OPERID"
			organization line sequential
			file status is ws-operid-status.

data division.
	file section.
	fd ksrjrnl.
	01 ksrjrnl-record pic x(120).

	fd arrayksr.
	01 arrayksr-record.
		05 kr-position pic 9(3).
		05 kr-key copy "ELEMPIC.cpy".
		05 kr-branch pic x(4).
		05 kr-balance pic s9(7)v99 comp-3.

	fd backparm.
	01 backparm-record.
		05 bp-stamp pic x(14).

	fd operid.
	01 operid-record.
		05 oi-initials pic x(3).

	working-storage section.
		01 ws-jrnl-status pic x(2).
		01 ws-arrayksr-status pic x(2).
		01 ws-parm-status pic x(2).
		01 ws-jrnl-eof pic x(1).
			88 journal-done value "Y".
		copy "KSRJREC.cpy".

		01 targetStamp pic 9(14).
		01 latestStamp pic 9(14).
		01 ws-answer pic x(14).

		*> the record master tops out at recArrayMaxSize positions, but
		*> one posting file can touch the same account many times, so
		*> the table is sized the way ksdsBackout's is.
		78 backoutTableMax value 20000.
		01 backoutTable.
			05 backoutEntry occurs 20000 times.
				10 bo-action pic x(6).
				10 bo-posting pic x(8).
				10 bo-position pic 9(3).
				10 bo-before-key pic s9(9) comp-3.
				10 bo-before-branch pic x(4).
				10 bo-before-balance pic s9(7)v99 comp-3.
				10 bo-after-key pic s9(9) comp-3.
				10 bo-after-branch pic x(4).
				10 bo-after-balance pic s9(7)v99 comp-3.
		01 backoutCount pic 9(5) value 0.
		01 backoutIndex pic 9(5).

		01 undoneCount pic 9(5) value 0.
		01 ws-backout-stamp pic 9(14).
		01 ws-stamp-date pic 9(8).
		01 ws-stamp-time pic 9(8).
		01 ws-operid-status pic x(2).
		01 operatorId pic x(3) value spaces.
		01 out-value copy "ELEMEDIT.cpy".
		01 out-balance pic -z(6)9.99.
		01 out-position pic zz9.
		01 out-count pic zzz9.
		copy "TRAINREQ.cpy".
		copy "RETCODE.cpy".

procedure division.
	main.
	perform checkTrainingMode
	if return-code not = rc-success then
		move rc-invalid-input to return-code
		goback.
	perform readOperatorCard
	perform getTargetStamp
	perform loadBackoutTable
	if return-code = rc-invalid-input then
		goback.
	if backoutCount = 0 then
		display "ksrBackout: no journal entries at or after the chosen run, nothing to back out"
		move rc-not-found to return-code
		goback.
	open i-o arrayksr
	if ws-arrayksr-status not = "00" then
		display "ksrBackout: unable to open ARRAYKSR, status " ws-arrayksr-status
		move rc-invalid-input to return-code
		goback.
	accept ws-stamp-date from date yyyymmdd
	accept ws-stamp-time from time
	compute ws-backout-stamp =
		ws-stamp-date * 1000000 + ws-stamp-time / 100
	open extend ksrjrnl
	if ws-jrnl-status not = "00" then
		open output ksrjrnl.
	move backoutCount to backoutIndex
	perform undoOneEntry until backoutIndex < 1
	close ksrjrnl
	close arrayksr
	move undoneCount to out-count
	display "ksrBackout: backed out " out-count " journal entr(ies) at or after run " targetStamp
	move rc-success to return-code
	goback.

	getTargetStamp.
	open input backparm
	if ws-parm-status = "00" then
		read backparm
			at end move spaces to ws-answer
			not at end move bp-stamp to ws-answer
		end-read
		close backparm
	else
		display "Enter the posting run stamp to back out to (yyyymmddhhmmss, blank for the latest run):"
		accept ws-answer
	end-if
	if ws-answer = spaces then
		move 0 to targetStamp
	else
		compute targetStamp =
			function numval(function trim(ws-answer))
	end-if.

	*> one forward pass collects the entries to reverse (and the
	*> latest stamp, for the back-out-the-latest-run default); the
	*> reversal itself then walks the table backwards, newest first.
	loadBackoutTable.
	open input ksrjrnl
	if ws-jrnl-status not = "00" then
		display "ksrBackout: KSRJRNL not available, nothing to back out"
		move rc-invalid-input to return-code
		goback.
	if targetStamp = 0 then
		move 0 to latestStamp
		move "N" to ws-jrnl-eof
		perform findLatestStamp until journal-done
		close ksrjrnl
		if latestStamp = 0 then
			move rc-not-found to return-code
			goback
		end-if
		move latestStamp to targetStamp
		open input ksrjrnl
	end-if
	move "N" to ws-jrnl-eof
	move 0 to backoutCount
	perform collectOneEntry until journal-done
	close ksrjrnl.

	findLatestStamp.
	read ksrjrnl
		at end move "Y" to ws-jrnl-eof
		not at end
			move ksrjrnl-record(1:106) to ksr-journal-detail
			if rj-run-stamp > latestStamp then
				move rj-run-stamp to latestStamp
			end-if
	end-read.

	collectOneEntry.
	read ksrjrnl
		at end move "Y" to ws-jrnl-eof
		not at end
			move ksrjrnl-record(1:106) to ksr-journal-detail
			if rj-run-stamp >= targetStamp then
				if backoutCount >= backoutTableMax then
					display "ksrBackout: more than " backoutTableMax " entries to reverse, refusing -- back out in smaller steps"
					move rc-invalid-input to return-code
					move "Y" to ws-jrnl-eof
				else
					add 1 to backoutCount
					move rj-action to bo-action(backoutCount)
					move rj-posting to bo-posting(backoutCount)
					move rj-position to bo-position(backoutCount)
					move rj-before-key to bo-before-key(backoutCount)
					move rj-before-branch to bo-before-branch(backoutCount)
					move rj-before-balance to bo-before-balance(backoutCount)
					move rj-after-key to bo-after-key(backoutCount)
					move rj-after-branch to bo-after-branch(backoutCount)
					move rj-after-balance to bo-after-balance(backoutCount)
				end-if
			end-if
	end-read.

	undoOneEntry.
	evaluate bo-action(backoutIndex)
		when "ADD"
			perform undoAdd
		when "CHANGE"
			perform undoChange
		when "DELETE"
			perform undoDelete
		when other
			display "ksrBackout: journal action " bo-action(backoutIndex) " not recognized, skipped"
	end-evaluate
	subtract 1 from backoutIndex.

	undoAdd.
	move bo-position(backoutIndex) to kr-position
	read arrayksr key is kr-position
		invalid key
			display "ksrBackout: position " kr-position " already gone, ADD reversal skipped"
		not invalid key
			delete arrayksr record
			move "DELETE" to rj-action
			perform journalAfterAsBefore
			move 0 to rj-after-key
			move spaces to rj-after-branch
			move 0 to rj-after-balance
			perform journalReversal
			move bo-position(backoutIndex) to out-position
			move bo-after-key(backoutIndex) to out-value
			display "ksrBackout: undid " bo-posting(backoutIndex) " at position " out-position " (removed account " out-value ")"
			add 1 to undoneCount
	end-read.

	undoChange.
	move bo-position(backoutIndex) to kr-position
	read arrayksr key is kr-position
		invalid key
			display "ksrBackout: position " kr-position " missing, CHANGE reversal skipped"
		not invalid key
			perform restoreBeforeImage
			rewrite arrayksr-record
			move "CHANGE" to rj-action
			perform journalAfterAsBefore
			perform journalBeforeAsAfter
			perform journalReversal
			move bo-position(backoutIndex) to out-position
			move bo-before-balance(backoutIndex) to out-balance
			display "ksrBackout: undid " bo-posting(backoutIndex) " at position " out-position " (restored branch " bo-before-branch(backoutIndex) " balance " out-balance ")"
			add 1 to undoneCount
	end-read.

	undoDelete.
	move bo-position(backoutIndex) to kr-position
	perform restoreBeforeImage
	write arrayksr-record
		invalid key
			display "ksrBackout: position " kr-position " already present, DELETE reversal skipped"
		not invalid key
			move "ADD" to rj-action
			move 0 to rj-before-key
			move spaces to rj-before-branch
			move 0 to rj-before-balance
			perform journalBeforeAsAfter
			perform journalReversal
			move bo-position(backoutIndex) to out-position
			move bo-before-key(backoutIndex) to out-value
			display "ksrBackout: undid " bo-posting(backoutIndex) " at position " out-position " (re-added account " out-value ")"
			add 1 to undoneCount
	end-write.

	restoreBeforeImage.
	move bo-before-key(backoutIndex) to kr-key
	move bo-before-branch(backoutIndex) to kr-branch
	move bo-before-balance(backoutIndex) to kr-balance.

	*> a reversal's images are the original's swapped: what the
	*> posting wrote is now the before, what it replaced the after.
	journalAfterAsBefore.
	move bo-after-key(backoutIndex) to rj-before-key
	move bo-after-branch(backoutIndex) to rj-before-branch
	move bo-after-balance(backoutIndex) to rj-before-balance.

	journalBeforeAsAfter.
	move bo-before-key(backoutIndex) to rj-after-key
	move bo-before-branch(backoutIndex) to rj-after-branch
	move bo-before-balance(backoutIndex) to rj-after-balance.

	*> the reversal is itself a write to the record master, so it goes
	*> to the journal under this backout run's own stamp.
	journalReversal.
	move ws-backout-stamp to rj-run-stamp
	move "ksrBackout" to rj-program
	move "BACKOUT" to rj-posting
	move bo-position(backoutIndex) to rj-position
	move operatorId to rj-operator
	write ksrjrnl-record from ksr-journal-detail.

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

	*> a training run is turned onto the sandbox before anything is
	*> opened (see trainGuard.cbl); one with no sandbox stops here.
	checkTrainingMode.
	move "ksrBackout" to tg-program
	call 'trainGuard' using training-request
		on exception move "P" to tg-mode
	end-call.
