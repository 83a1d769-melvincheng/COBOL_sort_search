*>   columns 21-32  range high
*>   columns 34-39  operation: ADD, SUB, or SET
*>   columns 41-52  operation amount
*> nothing lands in ARRAYKSD here: every selected position is
*> queued to the PENDCHG pending-change file (see PENDREC.cpy) with
*> its before and after values, all under ONE batch stamp and the
*> OPERID initials of whoever submitted the run. a second operator
*> approves or rejects the batch in ksdsApprove, which rewrites
*> ARRAYKSD, re-keys the ARRAYVAL value-keyed companion, and journals
*> to KSDSJRNL under one run stamp -- so ksdsBackout can still
*> reverse the whole bulk update as a unit. a preview of the queued
*> changes goes to MASSRPT and the console.
*> RETURN-CODE: rc-success when changes were queued, rc-not-found
*> when nothing matched the selection, rc-invalid-input for an
*> unusable card or file.
*> the operator must hold a current AUTHFILE grant for ksdsMassChange
*> (checked through authCheck, see AUTHREC.cpy) before anything is
*> read or written; a refused operator ends the run with
*> rc-invalid-input and an OPERALRT alert.
*> while a month-end freeze is on (see monthEndClose) nothing is
*> queued: freezeCheck refuses the run, saying why, and it ends
*> rc-invalid-input.
*> under the TRAINING DD the run works on the training sandbox (see
*> trainGuard.cbl) and MASSRPT opens with the training stamp; with no
*> sandbox to run against it ends rc-invalid-input before anything is
*> opened.
environment division.
	input-output section.
	file-control.
			access mode is dynamic
			record key is ak-position
			file status is ws-ksds-status.
		select massrpt assign to "MASSRPT"
			organization line sequential
			file status is ws-rpt-status.
		select pendchg assign to "PENDCHG"
			organization line sequential
			file status is ws-pend-status.
		select operid assign to "OPERID"
			organization line sequential
			file status is ws-operid-status.

	fd arrayksds.
	01 arrayksds-record.
		05 ak-position pic 9(6).
		05 ak-element copy "ELEMPIC.cpy".

	fd massrpt.
	01 massrpt-record pic x(80).

	fd pendchg.
	01 pendchg-record pic x(80).

	fd operid.
	01 operid-record.
	working-storage section.
		01 ws-ctl-status pic x(2).
		01 ws-ksds-status pic x(2).
		01 ws-rpt-status pic x(2).
		01 ws-pend-status pic x(2).
		01 ws-ksds-eof pic x(1).
			88 ksds-done value "Y".
		copy "PENDREC.cpy".
		01 ws-run-stamp pic 9(14).
		01 ws-stamp-date pic 9(8).
		01 ws-stamp-time pic 9(8).
		01 afterValue copy "ELEMPIC.cpy".
		01 ws-selected pic x(1).
			88 record-selected value "Y".
		01 changedCount pic 9(6) value 0.
		01 readCount pic 9(6) value 0.
		01 ws-rpt-line pic x(80).
		01 out-before copy "ELEMEDIT.cpy".
		01 out-after copy "ELEMEDIT.cpy".
		01 out-count pic zzzzz9.
		01 authProgram pic x(18) value "ksdsMassChange".
		01 freezeProgram pic x(18) value "ksdsMassChange".
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
		display "ksdsMassChange: operator " operatorId " is not authorized to run ksdsMassChange"
		move rc-invalid-input to return-code
		goback.
	perform checkFreeze
	if return-code not = rc-success then
		move rc-invalid-input to return-code
		goback.
	perform readControlCard
	if return-code = rc-invalid-input then
		goback.
	open input arrayksds
	if ws-ksds-status not = "00" then
		display "ksdsMassChange: unable to open ARRAYKSD, status " ws-ksds-status
		move rc-invalid-input to return-code
		goback.
	open output massrpt
	if tg-training then
		write massrpt-record from tg-stamp
	end-if
	accept ws-stamp-date from date yyyymmdd
	accept ws-stamp-time from time
	compute ws-run-stamp =
		ws-stamp-date * 1000000 + ws-stamp-time / 100
	open extend pendchg
	if ws-pend-status not = "00" then
		open output pendchg.
	move "N" to ws-ksds-eof
	perform changeOneRecord until ksds-done
	perform writeChangeSummary
	close arrayksds
	close massrpt
	close pendchg
	if changedCount = 0 then
		move rc-not-found to return-code
	else
		when op-set
			move opAmount to afterValue
	end-evaluate
	move "CHANGE" to pc-action
	move beforeValue to pc-before
	move afterValue to pc-after
	perform writePendingChange
	add 1 to changedCount
	move beforeValue to out-before
	move afterValue to out-after
		delimited by size into ws-rpt-line
	write massrpt-record from ws-rpt-line.

	*> one batch stamp for the whole run, so the checker approves or
	*> rejects the bulk update as a unit.
	writePendingChange.
	move ws-run-stamp to pc-batch-stamp
	move "ksdsMassChng" to pc-program
	move operatorId to pc-maker
	move ak-position to pc-position
	write pendchg-record from pending-change-detail.

	*> the OPERID card is the batch run's identity: whoever (or
	*> whatever automation) submitted the job names itself there, and
	*> the initials ride on every pending line this run queues, and
	*> the checker in ksdsApprove may not be the same operator.
	readOperatorCard.
	open input operid
	if ws-operid-status = "00" then
		close operid
	end-if.

	writeChangeSummary.
	move spaces to ws-rpt-line
	write massrpt-record from ws-rpt-line
	move changedCount to out-count
	move spaces to ws-rpt-line
	string "queued " out-count " of " readCount
		" position(s) for approval as batch " ws-run-stamp
		delimited by size into ws-rpt-line
	write massrpt-record from ws-rpt-line
	display "ksdsMassChange: " ws-rpt-line.

	*> the signed-on operator against the AUTHFILE grants (see
	*> authCheck.cbl); a refusal has already gone out as an OPERALRT
	*> alert from there.
	checkAuthorization.
	call 'authCheck' using operatorId, authProgram
		on exception
			display "ksdsMassChange: authorization check not available, refusing"
			move rc-invalid-input to return-code
	end-call.

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
	move "ksdsMassChange" to tg-program
	call 'trainGuard' using training-request
		on exception move "P" to tg-mode
	end-call.
