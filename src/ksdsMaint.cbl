*>   C  change the element value at a position
*>   X  delete the record at a position
*>   E  end the session
*> a change or delete does not land here: it is queued to the PENDCHG
*> pending-change file (see PENDREC.cpy) with the before and after
*> preview, and a second operator approves or rejects the session's
*> batch in ksdsApprove -- which is where ARRAYKSD is rewritten, the
*> ARRAYVAL value-keyed companion re-keyed, and the change journaled
*> to KSDSJRNL for ksdsBackout. the whole session is one batch under
*> its starting stamp. every queued change and delete is echoed to the
*> MAINTLOG file with a timestamp and the before and after values, so
*> audit can see who asked to touch the saved data and what it was
*> before. the session opens with an operator sign-on; the initials
*> ride on every pending line and maintenance-log line, so "who
*> touched position 00412" is answered from the files instead of from
*> memory, and the approval step can refuse a maker checking their
*> own batch. the signed-on operator must hold a current AUTHFILE
*> grant for ksdsMaint (checked through authCheck, see AUTHREC.cpy)
*> before the session opens, and a grant for the CHANGE or DELETE
*> action before each change or delete is queued; a refused sign-on
*> ends the session with rc-invalid-input and an OPERALRT alert.
*> while a month-end freeze is on (see monthEndClose) the session is
*> refused at sign-on, freezeCheck saying why, with rc-invalid-input.
*> under the TRAINING DD the session runs against the training
*> sandbox (see trainGuard.cbl), every prompt carrying the training
*> stamp; with no sandbox to run against it ends with
*> rc-invalid-input before the sign-on.
environment division.
	input-output section.
	file-control.
			access mode is dynamic
			record key is ak-position
			file status is ws-ksds-status.
		select maintlog assign to "MAINTLOG"
			organization line sequential
			file status is ws-log-status.
		select pendchg assign to "PENDCHG"
			organization line sequential
			file status is ws-pend-status.

data division.
	file section.
	fd arrayksds.
	01 arrayksds-record.
		05 ak-position pic 9(6).
		05 ak-element copy "ELEMPIC.cpy".

	fd maintlog.
	01 maintlog-record pic x(80).

	fd pendchg.
	01 pendchg-record pic x(80).

	working-storage section.
		01 ws-ksds-status pic x(2).
		01 ws-log-status pic x(2).

		01 ws-action pic x(1).
			88 browse-action value "B".
			88 delete-action value "X".
			88 end-action value "E".
		01 ws-answer pic x(12).
		01 workPosition pic 9(6).
		01 beforeValue copy "ELEMPIC.cpy".
		01 afterValue copy "ELEMPIC.cpy".
		01 browseCount pic 9(2).
			88 browse-done value "Y".
		01 out-value copy "ELEMEDIT.cpy".
		01 out-value2 copy "ELEMEDIT.cpy".
		01 out-position pic zzzzz9.

		01 ws-log-date.
			05 ws-log-yy pic 9(2).
			05 ws-log-ss pic 9(2).
			05 filler pic 9(2).
		01 ws-log-line pic x(80).
		01 ws-pend-status pic x(2).
		copy "PENDREC.cpy".
		01 queuedCount pic 9(5) value 0.
		01 ws-run-stamp pic 9(14).
		01 ws-stamp-date pic 9(8).
		01 ws-stamp-time pic 9(8).
		01 operatorId pic x(3) value spaces.
		01 authProgram pic x(18) value "ksdsMaint".
		01 authAction pic x(6).
		01 freezeProgram pic x(18) value "ksdsMaint".
		copy "TRAINREQ.cpy".
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

procedure division.
	main.
	perform checkTrainingMode
	if return-code not = rc-success then
		move rc-invalid-input to return-code
		goback.
	display "ksdsMaint: operator sign-on -- enter your initials"
	accept operatorId
	move spaces to authAction
	perform checkAuthorization
	if return-code not = rc-success then
		display "ksdsMaint: operator " operatorId " is not authorized to run ksdsMaint"
		move rc-invalid-input to return-code
		goback.
	perform checkFreeze
	if return-code not = rc-success then
		move rc-invalid-input to return-code
		goback.
	accept ws-stamp-date from date yyyymmdd
	accept ws-stamp-time from time
	compute ws-run-stamp =
		ws-stamp-date * 1000000 + ws-stamp-time / 100
	open input arrayksds
	if ws-ksds-status not = "00" then
		display "ksdsMaint: unable to open ARRAYKSD, status " ws-ksds-status
		goback.
	perform maintainOneAction until end-action
	close arrayksds
	if queuedCount > 0 then
		display "ksdsMaint: " queuedCount " change(s) queued as batch " ws-run-stamp " -- a second operator must approve them in ksdsApprove".
	display "ksdsMaint: session ended"
	move rc-success to return-code
	goback.

	maintainOneAction.
	if tg-training then
		display "ksdsMaint: " tg-stamp.
	display "ksdsMaint: action? B(rowse) D(isplay) C(hange) X(delete) E(nd)"
	accept ws-action
	evaluate true
		when display-action
			perform displayOneRecord
		when change-action
			move "CHANGE" to authAction
			perform checkAuthorization
			if return-code = rc-success then
				perform changeOneRecord
			else
				display "ksdsMaint: operator " operatorId " is not authorized to change positions"
			end-if
		when delete-action
			move "DELETE" to authAction
			perform checkAuthorization
			if return-code = rc-success then
				perform deleteOneRecord
			else
				display "ksdsMaint: operator " operatorId " is not authorized to delete positions"
			end-if
		when end-action
			continue
		when other
			accept ws-answer
			compute afterValue =
				function numval(function trim(ws-answer))
			perform logChange
			display "ksdsMaint: change to position " workPosition " queued for approval"
	end-read.

	deleteOneRecord.
			display "ksdsMaint: position " workPosition " not found, nothing deleted"
		not invalid key
			move ak-element to beforeValue
			perform logDelete
			display "ksdsMaint: delete of position " workPosition " queued for approval"
	end-read.

	*> one line of this session's batch into PENDCHG (see
	*> PENDREC.cpy); pc-action, pc-before, and pc-after are set by the
	*> caller.
	writePendingChange.
	move ws-run-stamp to pc-batch-stamp
	move "ksdsMaint" to pc-program
	move operatorId to pc-maker
	move workPosition to pc-position
	open extend pendchg
	if ws-pend-status not = "00" then
		open output pendchg.
	write pendchg-record from pending-change-detail
	close pendchg
	add 1 to queuedCount.

	logChange.
	move "CHANGE" to pc-action
	move beforeValue to pc-before
	move afterValue to pc-after
	perform writePendingChange
	move beforeValue to out-value
	move afterValue to out-value2
	perform openMaintLog
	move spaces to ws-log-line
	string ws-log-mm "/" ws-log-dd "/" ws-log-yy " "
		ws-log-hh ":" ws-log-mn ":" ws-log-ss
		" CHANGE QUEUED position " workPosition
		" before " out-value " after " out-value2
		" by " operatorId
		delimited by size into ws-log-line
	close maintlog.

	logDelete.
	move "DELETE" to pc-action
	move beforeValue to pc-before
	move 0 to pc-after
	perform writePendingChange
	move beforeValue to out-value
	perform openMaintLog
	move spaces to ws-log-line
	string ws-log-mm "/" ws-log-dd "/" ws-log-yy " "
		ws-log-hh ":" ws-log-mn ":" ws-log-ss
		" DELETE QUEUED position " workPosition
		" before " out-value
		" by " operatorId
		delimited by size into ws-log-line
	close maintlog.

	openMaintLog.
	perform getProcessingDate
	move pdt-date(3:6) to ws-log-date
	accept ws-log-time from time
	open extend maintlog
	if ws-log-status not = "00" then
		open output maintlog.

	*> the signed-on operator against the AUTHFILE grants (see
	*> authCheck.cbl), for the session or for one action; a refusal
	*> has already gone out as an OPERALRT alert from there.
	checkAuthorization.
	call 'authCheck' using operatorId, authProgram, authAction
		on exception
			display "ksdsMaint: authorization check not available, refusing"
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
	move "ksdsMaint" to tg-program
	call 'trainGuard' using training-request
		on exception move "P" to tg-mode
	end-call.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "ksdsMaint" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
