*> was backed out, rc-not-found when no journal entries matched,
*> rc-invalid-input for unusable files or a journal too large for the
*> backout table.
*> the operator must hold a current AUTHFILE grant for ksdsBackout
*> (checked through authCheck, see AUTHREC.cpy) before anything is
*> read or written; a refused operator ends the run with
*> rc-invalid-input and an OPERALRT alert.
*> reversal journal lines are sealed onto the KSDSJRNL check chain
*> through chainLink (see CHAINREC.cpy).
*> while a month-end freeze is on (see monthEndClose) nothing is
*> reversed: freezeCheck refuses the run, saying why, and it ends
*> rc-invalid-input.
*> under the TRAINING DD the run works on the training sandbox (see
*> trainGuard.cbl); with no sandbox to run against it ends rc-
*> invalid-input before anything is opened.
environment division.
	input-output section.
	file-control.

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

	fd backparm.
			88 journal-done value "Y".
		78 signedValueOffset value 1000000000.
		copy "KSDSJREC.cpy".
		copy "CHAINREC.cpy".

		01 targetStamp pic 9(14).
		01 latestStamp pic 9(14).
		01 ws-answer pic x(14).

		*> sized to hold one wholesale reload at the ARRAYKSD key
		*> ceiling (an arrayToKsds save, or a ksdsLoad of a sorted file
		*> past the array ceiling): up to 999999 DELETE images of the
		*> old file plus 999999 ADD images of the new one under a single
		*> run stamp -- the exact case one-step recovery exists for.
		78 backoutTableMax value 2000000.
		01 backoutTable.
			05 backoutEntry occurs 2000000 times.
				10 bo-action pic x(6).
				10 bo-position pic 9(6).
				10 bo-before pic s9(9) comp-3.
				10 bo-after pic s9(9) comp-3.
		01 backoutCount pic 9(7) value 0.
		01 backoutIndex pic 9(7).

		01 undoneCount pic 9(7) value 0.
		01 ws-backout-stamp pic 9(14).
		01 ws-stamp-date pic 9(8).
		01 ws-stamp-time pic 9(8).
		01 ws-operid-status pic x(2).
		01 operatorId pic x(3) value spaces.
		01 out-value copy "ELEMEDIT.cpy".
		01 out-position pic zzzzz9.
		01 out-count pic zzzzzz9.
		01 authProgram pic x(18) value "ksdsBackout".
		01 freezeProgram pic x(18) value "ksdsBackout".
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
		display "ksdsBackout: operator " operatorId " is not authorized to run ksdsBackout"
		move rc-invalid-input to return-code
		goback.
	perform checkFreeze
	if return-code not = rc-success then
		move rc-invalid-input to return-code
		goback.
	perform getTargetStamp
	perform loadBackoutTable
	if return-code = rc-invalid-input then
	accept ws-stamp-time from time
	compute ws-backout-stamp =
		ws-stamp-date * 1000000 + ws-stamp-time / 100
	move "TAIL" to cr-action
	move "KSDSJRNL" to cr-log
	call 'chainLink' using chain-request
		on exception move 0 to cr-value
	end-call
	open extend ksdsjrnl
	if ws-jrnl-status not = "00" then
		open output ksdsjrnl.
		at end move "Y" to ws-jrnl-eof
		not at end
			move ksdsjrnl-record(1:68) to ksds-journal-detail
			if kj-run-stamp >= targetStamp and kj-action not = "ANCHOR" then
				if backoutCount >= backoutTableMax then
					display "ksdsBackout: more than " backoutTableMax " entries to reverse, refusing -- back out in smaller steps"
					move rc-invalid-input to return-code
	move "ksdsBackout" to kj-program
	move bo-position(backoutIndex) to kj-position
	move operatorId to kj-operator
	perform sealJournalEntry.

	*> the OPERID card is the batch run's identity: whoever (or
	*> whatever automation) submitted the job names itself there, and
		end-read
		close operid
	end-if.

	*> the signed-on operator against the AUTHFILE grants (see
	*> authCheck.cbl); a refusal has already gone out as an OPERALRT
	*> alert from there.
	checkAuthorization.
	call 'authCheck' using operatorId, authProgram
		on exception
			display "ksdsBackout: authorization check not available, refusing"
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
	move "ksdsBackout" to tg-program
	call 'trainGuard' using training-request
		on exception move "P" to tg-mode
	end-call.
