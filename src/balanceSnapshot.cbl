identification division.
program-id. balanceSnapshot.

*> the nightly balance snapshot: reads the record master ARRAYKSR
*> (see recToKsds.cbl) front to back and appends one dated BALHIST
*> record per account -- the run date, key, branch, and rec-balance
*> (see BALHREC.cpy) -- so balanceMovement has a night-by-night
*> history to compare. ARRAYKSR only ever holds tonight's balances;
*> BALHIST is the only place yesterday's survive.
*>
*> one snapshot per date: if BALHIST already ends with tonight's
*> records a rerun leaves it alone rather than doubling the night up,
*> and says so. BALHIST is trimmed by retentionManager under its own
*> RETNCTL card like the other history files.
*> RETURN-CODE: rc-success, rc-not-found when ARRAYKSR held no
*> accounts or tonight's snapshot was already taken, rc-invalid-input
*> for a missing ARRAYKSR.
*> under the TRAINING DD the run works on the training sandbox (see
*> trainGuard.cbl); with no sandbox to run against it ends
*> rc-invalid-input before anything is opened.
environment division.
	input-output section.
	file-control.
		select arrayksr assign to "ARRAYKSR"
			organization indexed
			access mode is sequential
			record key is kr-position
			file status is ws-arrayksr-status.
		select balhist assign to "BALHIST"
			organization line sequential
			file status is ws-balhist-status.

data division.
	file section.
	fd arrayksr.
	01 arrayksr-record.
		05 kr-position pic 9(3).
		05 kr-key copy "ELEMPIC.cpy".
		05 kr-branch pic x(4).
		05 kr-balance pic s9(7)v99 comp-3.

	fd balhist.
	01 balhist-record pic x(35).

	working-storage section.
		01 ws-arrayksr-status pic x(2).
		01 ws-balhist-status pic x(2).
		01 ws-ksr-eof pic x(1).
			88 ksr-done value "Y".
		01 ws-balhist-eof pic x(1).
			88 balhist-done value "Y".
		copy "BALHREC.cpy".
		01 snapshotDate pic 9(8).
		01 lastHistoryDate pic 9(8) value 0.
		01 snapshotCount pic 9(6) value 0.
		copy "TRAINREQ.cpy".
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

procedure division.
	main.
	perform checkTrainingMode
	if return-code not = rc-success then
		move rc-invalid-input to return-code
		goback.
	move 0 to snapshotCount
	move 0 to lastHistoryDate
	perform getProcessingDate
	move pdt-date to snapshotDate
	open input arrayksr
	if ws-arrayksr-status not = "00" then
		display "balanceSnapshot: cannot open ARRAYKSR, status " ws-arrayksr-status
		move rc-invalid-input to return-code
		goback.
	perform findLastHistoryDate
	if lastHistoryDate = snapshotDate then
		close arrayksr
		display "balanceSnapshot: BALHIST already holds the " snapshotDate " snapshot"
		move rc-not-found to return-code
		goback.
	open extend balhist
	if ws-balhist-status not = "00" then
		open output balhist.
	move "N" to ws-ksr-eof
	perform snapshotOneAccount until ksr-done
	close arrayksr
	close balhist
	if snapshotCount = 0 then
		display "balanceSnapshot: ARRAYKSR held no accounts"
		move rc-not-found to return-code
	else
		display "balanceSnapshot: " snapshotCount " account(s) snapshot for " snapshotDate
		move rc-success to return-code
	end-if
	goback.

	*> BALHIST is appended in date order, so its last record carries
	*> the latest snapshot date.
	findLastHistoryDate.
	open input balhist
	if ws-balhist-status = "00" then
		move "N" to ws-balhist-eof
		perform readOneHistory until balhist-done
		close balhist
	end-if.

	readOneHistory.
	read balhist
		at end move "Y" to ws-balhist-eof
		not at end
			move balhist-record to balance-history-detail
			if bh-date is numeric then
				move bh-date to lastHistoryDate
			end-if
	end-read.

	snapshotOneAccount.
	read arrayksr
		at end move "Y" to ws-ksr-eof
		not at end
			move snapshotDate to bh-date
			move kr-key to bh-key
			move kr-branch to bh-branch
			move kr-balance to bh-balance
			write balhist-record from balance-history-detail
			add 1 to snapshotCount
	end-read.

	*> a training run is turned onto the sandbox before anything is
	*> opened (see trainGuard.cbl); one with no sandbox stops here.
	checkTrainingMode.
	move "balanceSnapshot" to tg-program
	call 'trainGuard' using training-request
		on exception move "P" to tg-mode
	end-call.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "balanceSnapshot" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
