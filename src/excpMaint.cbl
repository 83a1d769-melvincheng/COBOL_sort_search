identification division.
program-id. excpMaint.

*> maintenance for the EXCPLIST exception worklist (see EXCPREC.cpy)
*> excpHarvest fills each night: who owns an item, what has been done
*> about it, and how it was settled. applies EXCPTRAN cards, one per
*> line:
*>   columns  1- 6  action: ASSIGN, NOTE, or CLOSE
*>   columns  8-13  item id, as excpHarvest numbered it
*>   columns 15-22  owner (ASSIGN) or resolution (CLOSE): FIXED,
*>                  WAIVED, DUPLICAT, or FALSEPOS
*>   columns 24-83  note text (NOTE, required; ASSIGN and CLOSE,
*>                  optional)
*> ASSIGN gives an open item to an owner (or moves it to another),
*> NOTE records what was found or done, open or closed, and CLOSE
*> settles an open item with its resolution, the date, and the
*> operator. every applied card is logged to EXCPNOTE -- the item's
*> history, kept for good -- with the OPERID card's initials. a card
*> for a missing item, an ASSIGN or CLOSE of a closed item, a
*> resolution not in the list, or an unrecognized action is rejected
*> with a reason and the run continues -- the branchMaint pattern --
*> and every card is reported to EXCPMRPT. the OPERID card's operator
*> needs an AUTHFILE grant for excpMaint (see authCheck.cbl).
*> RETURN-CODE: rc-success when everything applied, rc-not-found when
*> any card was rejected, rc-invalid-input when the operator is not
*> authorized, a file cannot be opened, or the worklist is larger
*> than this program holds.
*> under the TRAINING DD the run works on the training sandbox (see
*> trainGuard.cbl) and EXCPMRPT opens with the training stamp; with no
*> sandbox to run against it ends rc-invalid-input before anything is
*> opened.
environment division.
	input-output section.
	file-control.
		select excptran assign to "EXCPTRAN"
			organization line sequential
			file status is ws-tran-status.
		select excplist assign to "EXCPLIST"
			organization line sequential
			file status is ws-list-status.
		select excpnote assign to "EXCPNOTE"
			organization line sequential
			file status is ws-note-status.
		select excpmrpt assign to "EXCPMRPT"
			organization line sequential
			file status is ws-rpt-status.
		select operid assign to "OPERID"
			organization line sequential
			file status is ws-operid-status.

data division.
	file section.
	fd excptran.
	01 excptran-record.
		05 et-action pic x(6).
		05 filler pic x(1).
		05 et-item-id pic x(6).
		05 filler pic x(1).
		05 et-code pic x(8).
		05 filler pic x(1).
		05 et-text pic x(60).

	fd excplist.
	01 excplist-record pic x(133).

	fd excpnote.
	01 excpnote-record pic x(93).

	fd excpmrpt.
	01 excpmrpt-record pic x(80).

	fd operid.
	01 operid-record.
		05 oi-initials pic x(3).

	working-storage section.
		01 ws-tran-status pic x(2).
		01 ws-list-status pic x(2).
		01 ws-note-status pic x(2).
		01 ws-rpt-status pic x(2).
		01 ws-operid-status pic x(2).
		01 operatorId pic x(3) value spaces.
		01 authProgram pic x(18) value "excpMaint".
		01 ws-tran-eof pic x(1) value "N".
			88 tran-eof value "Y".
		01 ws-list-eof pic x(1) value "N".
			88 list-eof value "Y".
		01 ws-list-full pic x(1) value "N".
			88 list-full value "Y".
		copy "EXCPREC.cpy".

		*> the whole worklist, read in, changed, and written back.
		78 itemTableMax value 20000.
		01 itemTable.
			05 itemEntry occurs 20000 times.
				10 it-item-id pic 9(6).
				10 filler pic x(127).
		01 itemCount pic 9(5) value 0.
		01 itemIndex pic 9(5).
		01 cardItemId pic 9(6).
		01 ws-item-found pic x(1).
			88 item-found value "Y".

		01 todayDate pic 9(8).
		01 nowTime pic 9(8).
		01 rejectReason pic x(40).
		01 appliedCount pic 9(5) value 0.
		01 rejectedCount pic 9(5) value 0.
		01 ws-rpt-line pic x(80).
		01 out-count pic zzzz9.
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
	perform checkAuthorization
	if return-code not = rc-success then
		display "excpMaint: operator " operatorId " is not authorized to run excpMaint"
		move rc-invalid-input to return-code
		goback.
	open input excptran
	if ws-tran-status not = "00" then
		display "excpMaint: EXCPTRAN not available, nothing to apply"
		move rc-invalid-input to return-code
		goback.
	perform loadWorklist
	if ws-list-status not = "00" then
		display "excpMaint: unable to open EXCPLIST, status " ws-list-status
		close excptran
		move rc-invalid-input to return-code
		goback.
	if list-full then
		display "excpMaint: EXCPLIST holds more than " itemTableMax
			" items, nothing applied"
		close excptran
		move rc-invalid-input to return-code
		goback.
	perform getProcessingDate
	move pdt-date to todayDate
	accept nowTime from time
	open output excpmrpt
	if tg-training then
		write excpmrpt-record from tg-stamp.
	open extend excpnote
	if ws-note-status not = "00" then
		open output excpnote.
	perform applyOneTransaction until tran-eof
	perform writeMaintSummary
	close excptran
	close excpnote
	close excpmrpt
	if appliedCount > 0 then
		perform rewriteWorklist.
	if rejectedCount = 0 then
		move rc-success to return-code
	else
		move rc-not-found to return-code
	end-if
	goback.

	loadWorklist.
	open input excplist
	if ws-list-status = "00" then
		perform loadOneItem until list-eof or list-full
		close excplist
		move "00" to ws-list-status
	end-if.

	loadOneItem.
	read excplist
		at end move "Y" to ws-list-eof
		not at end
			if itemCount = itemTableMax then
				move "Y" to ws-list-full
			else
				add 1 to itemCount
				move excplist-record to itemEntry(itemCount)
			end-if
	end-read.

	applyOneTransaction.
	read excptran
		at end move "Y" to ws-tran-eof
		not at end
			if excptran-record not = spaces then
				perform dispatchTransaction
			end-if
	end-read.

	dispatchTransaction.
	if et-item-id is numeric then
		move et-item-id to cardItemId
		perform findItem
	else
		move "N" to ws-item-found
	end-if
	evaluate true
		when et-action not = "ASSIGN" and "NOTE  " and "CLOSE "
			move "action not recognized" to rejectReason
			perform rejectTransaction
		when et-item-id is not numeric
			move "item id missing or not numeric" to rejectReason
			perform rejectTransaction
		when not item-found
			move "no such item on the worklist" to rejectReason
			perform rejectTransaction
		when et-action = "ASSIGN"
			perform applyAssign
		when et-action = "NOTE  "
			perform applyNote
		when et-action = "CLOSE "
			perform applyClose
	end-evaluate.

	findItem.
	move "N" to ws-item-found
	move 1 to itemIndex
	perform checkOneItem until itemIndex > itemCount or item-found.

	checkOneItem.
	if it-item-id(itemIndex) = cardItemId then
		move "Y" to ws-item-found
		move itemEntry(itemIndex) to exception-item-detail
	else
		add 1 to itemIndex.

	applyAssign.
	evaluate true
		when et-code = spaces
			move "assign needs an owner" to rejectReason
			perform rejectTransaction
		when ex-closed
			move "item is already closed" to rejectReason
			perform rejectTransaction
		when other
			move et-code to ex-owner
			move exception-item-detail to itemEntry(itemIndex)
			move spaces to en-text
			string et-code " " et-text delimited by size into en-text
			perform noteAndReport
	end-evaluate.

	applyNote.
	if et-text = spaces then
		move "note needs text" to rejectReason
		perform rejectTransaction
	else
		move et-text to en-text
		perform noteAndReport
	end-if.

	applyClose.
	move et-code to ex-resolution
	evaluate true
		when ex-closed
			move "item is already closed" to rejectReason
			perform rejectTransaction
		when not ex-resolution-known
			move "resolution not a known code" to rejectReason
			perform rejectTransaction
		when other
			move "CLOSED" to ex-status
			move todayDate to ex-closed-date
			move operatorId to ex-closed-by
			move exception-item-detail to itemEntry(itemIndex)
			move spaces to en-text
			string et-code " " et-text delimited by size into en-text
			perform noteAndReport
	end-evaluate.

	noteAndReport.
	move cardItemId to en-item-id
	move todayDate to en-date
	move nowTime(1:6) to en-time
	move operatorId to en-operator
	move et-action to en-action
	write excpnote-record from exception-note-detail
	add 1 to appliedCount
	move spaces to ws-rpt-line
	string "applied:  " excptran-record(1:60)
		delimited by size into ws-rpt-line
	write excpmrpt-record from ws-rpt-line.

	rejectTransaction.
	add 1 to rejectedCount
	move spaces to ws-rpt-line
	string "rejected: " excptran-record(1:22) "  " rejectReason
		delimited by size into ws-rpt-line
	write excpmrpt-record from ws-rpt-line
	display "excpMaint: " ws-rpt-line.

	rewriteWorklist.
	open output excplist
	move 1 to itemIndex
	perform writeOneItem until itemIndex > itemCount
	close excplist.

	writeOneItem.
	write excplist-record from itemEntry(itemIndex)
	add 1 to itemIndex.

	*> the OPERID card is the batch run's identity: whoever (or
	*> whatever automation) submitted the job names itself there, and
	*> the initials ride on every note this run writes.
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
			display "excpMaint: authorization check not available, refusing"
			move rc-invalid-input to return-code
	end-call.

	writeMaintSummary.
	move spaces to ws-rpt-line
	write excpmrpt-record from ws-rpt-line
	move appliedCount to out-count
	move spaces to ws-rpt-line
	string "cards applied:  " out-count
		delimited by size into ws-rpt-line
	write excpmrpt-record from ws-rpt-line
	display "excpMaint: " ws-rpt-line
	move rejectedCount to out-count
	move spaces to ws-rpt-line
	string "cards rejected: " out-count
		delimited by size into ws-rpt-line
	write excpmrpt-record from ws-rpt-line
	display "excpMaint: " ws-rpt-line.

	*> a training run is turned onto the sandbox before anything is
	*> opened (see trainGuard.cbl); one with no sandbox stops here.
	checkTrainingMode.
	move "excpMaint" to tg-program
	call 'trainGuard' using training-request
		on exception move "P" to tg-mode
	end-call.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "excpMaint" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
