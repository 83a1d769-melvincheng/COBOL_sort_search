*> recovery reads. RETURN-CODE: rc-success when something was
*> replayed, rc-not-found when no journal entries matched,
*> rc-invalid-input for unusable files.
*> the operator must hold a current AUTHFILE grant for ksdsForward
*> (checked through authCheck, see AUTHREC.cpy) before anything is
*> read or written; a refused operator ends the run with
*> rc-invalid-input and an OPERALRT alert.
*> under the TRAINING DD the run works on the training sandbox (see
*> trainGuard.cbl); with no sandbox to run against it ends rc-
*> invalid-input before anything is opened.
environment division.
	input-output section.
	file-control.
		select fwdparm assign to "FWDPARM"
			organization line sequential
			file status is ws-parm-status.
		select operid assign to "OPERID"
			organization line sequential
			file status is ws-operid-status.

data division.
	file section.

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

	fd fwdparm.
	01 fwdparm-record.
		05 fp-stamp pic x(14).

	fd operid.
	01 operid-record.
		05 oi-initials pic x(3).

	working-storage section.
		01 ws-jrnl-status pic x(2).
		01 ws-ksds-status pic x(2).

		01 targetStamp pic 9(14).
		01 ws-answer pic x(14).
		01 replayedCount pic 9(7) value 0.
		01 skippedCount pic 9(7) value 0.
		01 out-value copy "ELEMEDIT.cpy".
		01 out-position pic zz9.
		01 out-count pic zzzzzz9.
		01 ws-operid-status pic x(2).
		01 operatorId pic x(3) value spaces.
		01 authProgram pic x(18) value "ksdsForward".
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
		display "ksdsForward: operator " operatorId " is not authorized to run ksdsForward"
		move rc-invalid-input to return-code
		goback.
	perform getTargetStamp
	open input ksdsjrnl
	if ws-jrnl-status not = "00" then

	*> journal order is the order the writes originally happened in,
	*> which is exactly the order a roll-forward must reapply them.
	*> check chain anchors (see CHAINREC.cpy) are not changes.
	replayOneEntry.
	read ksdsjrnl
		at end move "Y" to ws-jrnl-eof
		not at end
			move ksdsjrnl-record(1:68) to ksds-journal-detail
			if kj-run-stamp >= targetStamp and kj-action not = "ANCHOR" then
				evaluate kj-action
					when "ADD"
						perform replayAdd
			invalid key continue
		end-delete
	end-if.

	*> the signed-on operator against the AUTHFILE grants (see
	*> authCheck.cbl); a refusal has already gone out as an OPERALRT
	*> alert from there.
	checkAuthorization.
	call 'authCheck' using operatorId, authProgram
		on exception
			display "ksdsForward: authorization check not available, refusing"
			move rc-invalid-input to return-code
	end-call.

	*> the OPERID card is the batch run's identity: whoever (or
	*> whatever automation) submitted the job names itself there, and
	*> authCheck decides whether that operator may run this at all.
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
	move "ksdsForward" to tg-program
	call 'trainGuard' using training-request
		on exception move "P" to tg-mode
	end-call.
