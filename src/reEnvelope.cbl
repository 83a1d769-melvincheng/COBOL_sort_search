identification division.
program-id. reEnvelope.

*> the controlled way to put a hand-corrected data file back under
*> its envelope. when an operator legitimately edits an ARRAYIN,
*> SORTIN, SORTOUT, or MERGEOUT (or a TRANFILE) -- drops a bad line
*> the upstream team has confirmed, say -- the HDR/TRL envelope (see
*> FILEENVL.cpy) or the "CTL " control record (see TCTLREC.cpy) no
*> longer verifies, and createArray, externalMergeSort, or ksdsUpdate
*> rightly hard-reject it. stripping the envelope gets the file
*> through by throwing the protection away; this renews it instead,
*> on the record.
*>
*> a REENVCTL card names the file and says why:
*>   columns  1- 8  ARRAYIN, SORTIN, SORTOUT, MERGEOUT, or TRANFILE
*>   columns 10-49  reason (required)
*> the corrected file is read from REENVIN twice, editArrayIn's way:
*> once to recount and rehash it, once to write it to REENVOUT,
*> every data record verbatim, inside a fresh envelope. the new
*> header keeps the old one's date and sort specification, carries
*> the new count and its own run identifier (RE and the time), and
*> keeps the old header's run identifier as its source field, so the
*> lineage still leads back to the original transmission; the new
*> trailer carries the count and hash total (in cents when any value
*> carries a decimal point, the editArrayIn rule). a TRANFILE gets a
*> fresh CTL record ahead of its transactions with the ADD, CHANGE,
*> and DELETE counts and the value hash recounted the way ksdsUpdate
*> tallies them. REENVIN itself is left as it was.
*>
*> nothing is renewed for a file with a record that is not a value
*> (an element file) or an ADD/CHANGE value that is not a number (a
*> TRANFILE) -- the correction is not finished -- nor for one with no
*> envelope to renew, nor for one whose envelope already verifies.
*>
*> every renewal appends a line to the REENVLOG audit file (see
*> REENVREC.cpy): the old envelope's count and hash, the new ones,
*> the run identifiers, the operator, and the reason. balanceCheck
*> cites it on BALRPT when a file it balances carries the new run
*> identifier. the OPERID card must name the operator, who needs an
*> AUTHFILE grant for reEnvelope (see authCheck.cbl). under the
*> TRAINING DD the run works on the training sandbox (see
*> trainGuard.cbl); with no sandbox to run against it ends
*> rc-invalid-input before anything is opened.
*> RETURN-CODE: rc-success when the envelope is renewed, rc-not-found
*> when there was nothing to renew (no envelope, or one that already
*> verifies), rc-invalid-input when the operator is missing or not
*> authorized, the card is missing, names no known file, or gives no
*> reason, REENVIN is missing, or the file is not fit to renew.
environment division.
	input-output section.
	file-control.
		select reenvctl assign to "REENVCTL"
			organization line sequential
			file status is ws-ctl-status.
		select reenvin assign to "REENVIN"
			organization line sequential
			file status is ws-in-status.
		select reenvout assign to "REENVOUT"
			organization line sequential
			file status is ws-out-status.
		select reenvlog assign to "REENVLOG"
			organization line sequential
			file status is ws-log-status.
		select operid assign to "OPERID"
			organization line sequential
			file status is ws-operid-status.

data division.
	file section.
	fd reenvctl.
	01 reenvctl-record.
		05 rn-file pic x(8).
		05 filler pic x(1).
		05 rn-reason pic x(40).

	fd reenvin.
	01 reenvin-record pic x(80).
	01 reenvin-transaction.
		05 tf-action pic x(6).
		05 filler pic x(1).
		05 tf-position pic x(5).
		05 filler pic x(1).
		05 tf-value pic x(10).

	fd reenvout.
	01 reenvout-record pic x(80).

	fd reenvlog.
	01 reenvlog-record pic x(127).

	fd operid.
	01 operid-record.
		05 oi-initials pic x(3).

	working-storage section.
		01 ws-ctl-status pic x(2).
		01 ws-in-status pic x(2).
		01 ws-out-status pic x(2).
		01 ws-log-status pic x(2).
		01 ws-operid-status pic x(2).
		01 operatorId pic x(3) value spaces.
		01 authProgram pic x(18) value "reEnvelope".
		copy "TRAINREQ.cpy".
		copy "FILEENVL.cpy".
		copy "TCTLREC.cpy".
		copy "REENVREC.cpy".
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

		01 fileKind pic x(8) value spaces.
			88 kind-elements value "ARRAYIN " "SORTIN  " "SORTOUT " "MERGEOUT".
			88 kind-transactions value "TRANFILE".
		01 renewReason pic x(40) value spaces.
		01 ws-in-eof pic x(1) value "N".
			88 input-eof value "Y".
		01 ws-enveloped pic x(1) value "N".
			88 input-enveloped value "Y".
		01 ws-trailer-seen pic x(1) value "N".
			88 trailer-seen value "Y".
		01 ws-file-decimal pic x(1) value "N".
			88 file-has-decimals value "Y".

		*> what the old envelope claimed, saved off before the fresh
		*> one is built in the same record areas.
		01 oldHeader pic x(70).
		01 oldTrailerCount pic 9(6) value 0.
		01 oldHash pic 9(12) value 0.
		01 oldCount pic 9(7) value 0.
		01 oldRunId pic x(8) value spaces.
		01 oldAddCount pic 9(5) value 0.
		01 oldChangeCount pic 9(5) value 0.
		01 oldDeleteCount pic 9(5) value 0.

		*> the corrected file as it actually stands.
		01 workValue pic s9(9) comp-3.
		01 workCents pic s9(11) comp-3.
		01 hashWork pic s9(12) comp-3 value 0.
		01 hashCents pic s9(12) comp-3 value 0.
		01 newHash pic 9(12) value 0.
		01 newCount pic 9(7) value 0.
		01 addCount pic 9(7) value 0.
		01 changeCount pic 9(7) value 0.
		01 deleteCount pic 9(7) value 0.
		01 otherCount pic 9(7) value 0.
		01 unreadableCount pic 9(7) value 0.
		01 decimalCount pic 9(2).
		01 newRunId pic x(8) value spaces.
		01 ws-time-raw pic 9(8).
		01 out-count pic zzzzzz9.
		01 out-old-count pic zzzzzz9.

procedure division.
	main.
	perform checkTrainingMode
	if return-code not = rc-success then
		move rc-invalid-input to return-code
		goback.
	perform readOperatorCard
	if operatorId = spaces then
		display "reEnvelope: no OPERID operator named, nothing re-enveloped"
		move rc-invalid-input to return-code
		goback.
	perform checkAuthorization
	if return-code not = rc-success then
		display "reEnvelope: operator " operatorId " is not authorized to run reEnvelope"
		move rc-invalid-input to return-code
		goback.
	perform readControlCard
	if return-code not = rc-success then
		goback.
	open input reenvin
	if ws-in-status not = "00" then
		display "reEnvelope: REENVIN not available, nothing re-enveloped"
		move rc-invalid-input to return-code
		goback.
	if kind-elements then
		perform tallyOneElement until input-eof
	else
		perform tallyOneTransaction until input-eof
	end-if
	close reenvin
	if file-has-decimals then
		move hashCents to newHash
	else
		move hashWork to newHash
	end-if
	perform judgeCorrectedFile
	if return-code not = rc-success then
		goback.
	perform writeRenewedFile
	perform writeAuditLine
	move oldCount to out-old-count
	move newCount to out-count
	display "reEnvelope: " fileKind " re-enveloped to REENVOUT, count " out-old-count
		" -> " out-count ", hash " oldHash " -> " newHash
	if kind-elements then
		display "reEnvelope: new run identifier " newRunId ", source " oldRunId
	end-if
	move rc-success to return-code
	goback.

	readControlCard.
	move rc-success to return-code
	open input reenvctl
	if ws-ctl-status not = "00" then
		display "reEnvelope: REENVCTL card not available, nothing re-enveloped"
		move rc-invalid-input to return-code
	else
		read reenvctl
			at end continue
			not at end
				move rn-file to fileKind
				move rn-reason to renewReason
		end-read
		close reenvctl
		evaluate true
			when not kind-elements and not kind-transactions
				display "reEnvelope: REENVCTL names no file this renews ("
					fileKind "), nothing re-enveloped"
				move rc-invalid-input to return-code
			when renewReason = spaces
				display "reEnvelope: REENVCTL gives no reason, nothing re-enveloped"
				move rc-invalid-input to return-code
			when other
				continue
		end-evaluate
	end-if.

	*> element files: the first HDR and the TRL are the old envelope;
	*> every other record must be a value.
	tallyOneElement.
	read reenvin
		at end move "Y" to ws-in-eof
		not at end
			evaluate true
				when reenvin-record(1:4) = "HDR " and not input-enveloped
					move "Y" to ws-enveloped
					move reenvin-record to oldHeader
					move reenvin-record to envelope-header-record
					move envl-hdr-count to oldCount
					move envl-hdr-run-id to oldRunId
				when reenvin-record(1:4) = "TRL "
					move "Y" to ws-trailer-seen
					move reenvin-record to envelope-trailer-record
					move envl-trl-count to oldTrailerCount
					move envl-trl-hash to oldHash
				when reenvin-record = spaces
				or function test-numval(function trim(reenvin-record(1:20))) not = 0
					add 1 to unreadableCount
				when other
					add 1 to newCount
					compute workValue =
						function numval(function trim(reenvin-record(1:20)))
					compute workCents =
						function numval(function trim(reenvin-record(1:20))) * 100
					add workValue to hashWork
					add workCents to hashCents
					move 0 to decimalCount
					inspect reenvin-record tallying decimalCount for all "."
					if decimalCount > 0 then
						move "Y" to ws-file-decimal
					end-if
			end-evaluate
	end-read.

	*> transaction files: tallied exactly as ksdsUpdate's verify pass
	*> tallies them; an unrecognized action is carried along uncounted
	*> for ksdsUpdate to reject as it always does.
	tallyOneTransaction.
	read reenvin
		at end move "Y" to ws-in-eof
		not at end
			evaluate true
				when reenvin-record(1:4) = "CTL "
					move "Y" to ws-enveloped
					move reenvin-record to transaction-control-detail
					move tc-add-count to oldAddCount
					move tc-change-count to oldChangeCount
					move tc-delete-count to oldDeleteCount
					compute oldCount = oldAddCount + oldChangeCount + oldDeleteCount
					move tc-value-hash to oldHash
				when tf-action = "ADD   "
					add 1 to addCount
					perform tallyTransactionValue
				when tf-action = "CHANGE"
					add 1 to changeCount
					perform tallyTransactionValue
				when tf-action = "DELETE"
					add 1 to deleteCount
				when other
					add 1 to otherCount
			end-evaluate
	end-read.

	tallyTransactionValue.
	if tf-value not = spaces then
		if function test-numval(function trim(tf-value)) not = 0 then
			add 1 to unreadableCount
		else
			compute workValue = function numval(function trim(tf-value))
			add workValue to hashWork
		end-if
	end-if.

	*> the file must be fit to renew and actually need it.
	judgeCorrectedFile.
	if kind-transactions then
		compute newCount = addCount + changeCount + deleteCount.
	move rc-success to return-code
	evaluate true
		when unreadableCount > 0
			move unreadableCount to out-count
			display "reEnvelope: REENVIN still holds " out-count
				" record(s) that are not values, finish the correction first"
			move rc-invalid-input to return-code
		when not input-enveloped
			display "reEnvelope: REENVIN carries no envelope to renew, left alone"
			move rc-not-found to return-code
		when kind-elements and newCount > 999999
		or kind-transactions and (addCount > 99999
			or changeCount > 99999 or deleteCount > 99999)
			display "reEnvelope: REENVIN holds more records than its envelope can count"
			move rc-invalid-input to return-code
		when kind-elements and trailer-seen
		and oldCount = newCount and oldTrailerCount = newCount
		and oldHash = newHash
			display "reEnvelope: REENVIN's envelope already verifies, left alone"
			move rc-not-found to return-code
		when kind-transactions
		and oldAddCount = addCount and oldChangeCount = changeCount
		and oldDeleteCount = deleteCount and oldHash = newHash
			display "reEnvelope: REENVIN's control record already verifies, left alone"
			move rc-not-found to return-code
		when other
			continue
	end-evaluate
	if otherCount > 0 and return-code = rc-success then
		move otherCount to out-count
		display "reEnvelope: " out-count " transaction(s) with no recognized action carried along uncounted".

	*> second pass: the fresh envelope around every data record as it
	*> stands, the old envelope records left behind.
	writeRenewedFile.
	accept ws-time-raw from time
	open input reenvin
	open output reenvout
	move "N" to ws-in-eof
	if kind-elements then
		move oldHeader to envelope-header-record
		move newCount to envl-hdr-count
		move spaces to newRunId
		string "RE" ws-time-raw(1:6) delimited by size into newRunId
		move newRunId to envl-hdr-run-id
		move oldRunId to envl-hdr-source-id
		write reenvout-record from envelope-header-record
		perform copyOneElement until input-eof
		move "TRL " to envl-trl-tag
		move newCount to envl-trl-count
		move newHash to envl-trl-hash
		write reenvout-record from envelope-trailer-record
	else
		move "CTL " to tc-tag
		move addCount to tc-add-count
		move changeCount to tc-change-count
		move deleteCount to tc-delete-count
		move newHash to tc-value-hash
		write reenvout-record from transaction-control-detail
		perform copyOneTransaction until input-eof
	end-if
	close reenvin
	close reenvout.

	copyOneElement.
	read reenvin
		at end move "Y" to ws-in-eof
		not at end
			if reenvin-record(1:4) not = "HDR "
			and reenvin-record(1:4) not = "TRL " then
				write reenvout-record from reenvin-record
			end-if
	end-read.

	copyOneTransaction.
	read reenvin
		at end move "Y" to ws-in-eof
		not at end
			if reenvin-record(1:4) not = "CTL " then
				write reenvout-record from reenvin-record
			end-if
	end-read.

	*> appended: REENVLOG is the standing record of every renewal.
	writeAuditLine.
	perform getProcessingDate
	move pdt-date to re-date
	move ws-time-raw(1:6) to re-time
	move fileKind to re-file
	move operatorId to re-operator
	move oldCount to re-old-count
	move oldHash to re-old-hash
	move newCount to re-new-count
	move newHash to re-new-hash
	move oldRunId to re-source-id
	move newRunId to re-new-run-id
	move renewReason to re-reason
	open extend reenvlog
	if ws-log-status not = "00" then
		open output reenvlog
	end-if
	write reenvlog-record from reenvelope-detail
	close reenvlog.

	*> the OPERID card is the batch run's identity, and the initials
	*> ride on the REENVLOG line this run writes.
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
			display "reEnvelope: authorization check not available, refusing"
			move rc-invalid-input to return-code
	end-call.

	*> a training run is turned onto the sandbox before anything is
	*> opened (see trainGuard.cbl); one with no sandbox stops here.
	checkTrainingMode.
	move "reEnvelope" to tg-program
	call 'trainGuard' using training-request
		on exception move "P" to tg-mode
	end-call.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "reEnvelope" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
