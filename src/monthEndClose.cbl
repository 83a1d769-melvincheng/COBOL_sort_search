identification division.
program-id. monthEndClose.

*> month-end close for the saved array: holds ARRAYKSD still while
*> finance reconciles, instead of asking everyone not to run
*> ksdsUpdate or ksdsMaint and hoping. a FREEZE run
*>   - checks the close date against the RUNSCHED calendar through
*>     schedLookup: deck MECLOSE, listed with the MONTHEND pattern,
*>     must be scheduled that day (an unlisted deck is let through
*>     with a warning, schedLookup's convention),
*>   - snapshots ARRAYKSD (position order, record by record, so a
*>     file larger than the in-storage array is taken whole) into
*>     ARRAYCAT as the entry ME plus the closed yyyymm (ME202610 for
*>     October 2026), written the way an arrayCatalog SAVE writes it
*>     and protected so no purge removes it -- 99999 records at most,
*>     the most a catalog entry's positions hold,
*>   - and sets the KSDSFRZ freeze record (see FRZREC.cpy) FROZEN.
*> while the freeze is on, every program that writes ARRAYKSD asks
*> freezeCheck first and refuses, saying why. an UNFREEZE run lifts
*> it. both are logged with who did them to the FRZLOG history.
*>
*> the MECPARM card says what to do:
*>   columns  1- 8  FREEZE (the default) or UNFREEZE
*>   columns 10-12  the operator's initials; when blank, the OPERID
*>                  card's identity is used
*>   columns 14-21  FREEZE only: the close date, yyyymmdd (default
*>                  today)
*> with no card present the run is a FREEZE for today. there must be
*> an operator identity, and it must hold a current AUTHFILE grant
*> for monthEndClose (checked through authCheck, see AUTHREC.cpy),
*> action FREEZE or REOPEN. RETURN-CODE: rc-success when the freeze
*> was set or lifted, rc-not-found when there was nothing to do
*> (already frozen, not frozen, or not the month-end date),
*> rc-invalid-input for a bad card, no identity or no grant, or a
*> snapshot that could not be taken.
*> under the TRAINING DD the run works on the training sandbox (see
*> trainGuard.cbl); with no sandbox to run against it ends
*> rc-invalid-input before anything is opened.
environment division.
	input-output section.
	file-control.
		select mecparm assign to "MECPARM"
			organization line sequential
			file status is ws-parm-status.
		select operid assign to "OPERID"
			organization line sequential
			file status is ws-operid-status.
		select ksdsfrz assign to "KSDSFRZ"
			organization line sequential
			file status is ws-frz-status.
		select frzlog assign to "FRZLOG"
			organization line sequential
			file status is ws-log-status.
		select arraycat assign to "ARRAYCAT"
			organization indexed
			access mode is dynamic
			record key is ac-key
			file status is ws-cat-status.
		select arrayksds assign to "ARRAYKSD"
			organization indexed
			access mode is dynamic
			record key is ak-position
			file status is ws-ksds-status.

data division.
	file section.
	fd mecparm.
	01 mecparm-record.
		05 mp-action pic x(8).
		05 filler pic x(1).
		05 mp-operator pic x(3).
		05 filler pic x(1).
		05 mp-date pic x(8).

	fd operid.
	01 operid-record.
		05 oi-initials pic x(3).

	fd ksdsfrz.
	01 ksdsfrz-record pic x(80).

	fd frzlog.
	01 frzlog-record pic x(80).

	fd arraycat.
	copy "CATREC.cpy".

	fd arrayksds.
	01 arrayksds-record.
		05 ak-position pic 9(6).
		05 ak-element copy "ELEMPIC.cpy".

	working-storage section.
		01 ws-parm-status pic x(2).
		01 ws-operid-status pic x(2).
		01 ws-frz-status pic x(2).
		01 ws-log-status pic x(2).
		01 ws-cat-status pic x(2).
		01 ws-ksds-status pic x(2).
		01 closeAction pic x(8) value "FREEZE".
		01 operatorId pic x(3) value spaces.
		01 cardOperator pic x(3) value spaces.
		01 cardDate pic x(8) value spaces.
		01 closeDate pic 9(8).
		01 closeMonth pic 9(6).
		01 authProgram pic x(18) value "monthEndClose".
		01 authAction pic x(6).
		01 deckName pic x(8) value "MECLOSE".
		01 scheduleFlag pic x(1).
		01 ws-stamp-date pic 9(8).
		01 ws-clock-date pic 9(8).
		01 ws-stamp-time pic 9(8).
		01 ws-run-stamp pic 9(14).
		01 ws-log-line pic x(80).
		copy "FRZREC.cpy".

		*> the snapshot goes straight from ARRAYKSD to its catalog
		*> entry; an entry's positions run to 99999.
		78 snapshotMax value 99999.
		01 catalogName pic x(8).
		01 snapshotSize pic 9(6) value 0.
		01 copiedCount pic 9(6) value 0.
		01 ws-save-date pic 9(6).
		01 ws-ksds-eof pic x(1).
			88 ksds-eof value "Y".
		01 ws-cat-eof pic x(1).
			88 catalog-eof value "Y".
		copy "CATVREQ.cpy".
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
	perform readCloseCard
	if cardOperator not = spaces then
		move cardOperator to operatorId.
	if operatorId = spaces then
		display "monthEndClose: no operator identity on MECPARM or OPERID, nothing done"
		move rc-invalid-input to return-code
		goback.
	evaluate closeAction
		when "FREEZE"
			move "FREEZE" to authAction
		when "UNFREEZE"
			move "REOPEN" to authAction
		when other
			display "monthEndClose: action " closeAction " not recognized, use FREEZE or UNFREEZE"
			move rc-invalid-input to return-code
			goback
	end-evaluate
	perform checkAuthorization
	if return-code not = rc-success then
		display "monthEndClose: operator " operatorId " is not authorized to " closeAction " ARRAYKSD"
		move rc-invalid-input to return-code
		goback.
	*> the run stamp is the clock's, so the journal stays in time order
	*> through midnight and date-override reruns; the business date
	*> (see procDate) is kept for what it dates.
	perform getProcessingDate
	move pdt-date to ws-stamp-date
	accept ws-clock-date from date yyyymmdd
	accept ws-stamp-time from time
	compute ws-run-stamp =
		ws-clock-date * 1000000 + ws-stamp-time / 100
	perform readFreezeRecord
	if closeAction = "FREEZE" then
		perform freezeArray
	else
		perform releaseArray
	end-if
	goback.

	*> MECPARM when the job supplies one; no card is a FREEZE for
	*> today.
	readCloseCard.
	open input mecparm
	if ws-parm-status = "00" then
		read mecparm
			at end continue
			not at end
				if mp-action not = spaces then
					move mp-action to closeAction
				end-if
				move mp-operator to cardOperator
				move mp-date to cardDate
		end-read
		close mecparm
	end-if.

	*> a missing KSDSFRZ is a freeze never set: open.
	readFreezeRecord.
	move spaces to freeze-record
	move "OPEN" to fz-state
	open input ksdsfrz
	if ws-frz-status = "00" then
		read ksdsfrz into freeze-record
			at end continue
		end-read
		close ksdsfrz
	end-if.

	freezeArray.
	if fz-frozen then
		display "monthEndClose: ARRAYKSD is already frozen for " fz-month
			" (snapshot " fz-snapshot ", by " fz-frozen-by
			" at " fz-frozen-stamp "), nothing done"
		move rc-not-found to return-code
		goback.
	if cardDate = spaces then
		move ws-stamp-date to closeDate
	else
		if cardDate is not numeric then
			display "monthEndClose: close date " cardDate " is not a yyyymmdd date"
			move rc-invalid-input to return-code
			goback
		end-if
		move cardDate to closeDate
	end-if
	perform checkCalendar
	if scheduleFlag = "N" then
		display "monthEndClose: RUNSCHED does not schedule " deckName " on " closeDate " -- not the month-end date, nothing frozen"
		move rc-not-found to return-code
		goback.
	if scheduleFlag = "U" then
		display "monthEndClose: " deckName " is not on the RUNSCHED calendar, closing " closeDate " on the operator's word".
	compute closeMonth = closeDate / 100
	move spaces to catalogName
	string "ME" closeMonth delimited by size into catalogName
	perform takeSnapshot
	if return-code not = rc-success then
		display "monthEndClose: the snapshot of ARRAYKSD could not be taken, nothing frozen"
		move rc-invalid-input to return-code
		goback.
	move spaces to freeze-record
	move "FROZEN" to fz-state
	move closeMonth to fz-month
	move catalogName to fz-snapshot
	move operatorId to fz-frozen-by
	move ws-run-stamp to fz-frozen-stamp
	move spaces to fz-released-by
	move 0 to fz-released-stamp
	perform writeFreezeRecord
	move spaces to ws-log-line
	string ws-run-stamp " FREEZE   " closeMonth " snapshot " catalogName
		" by " operatorId
		delimited by size into ws-log-line
	perform writeFreezeLog
	display "monthEndClose: ARRAYKSD frozen for " closeMonth
		", snapshot " catalogName " (" snapshotSize " element(s)) by " operatorId
	move rc-success to return-code.

	releaseArray.
	if not fz-frozen then
		display "monthEndClose: ARRAYKSD is not frozen, nothing to release"
		move rc-not-found to return-code
		goback.
	move operatorId to fz-released-by
	move ws-run-stamp to fz-released-stamp
	move "OPEN" to fz-state
	perform writeFreezeRecord
	move spaces to ws-log-line
	string ws-run-stamp " UNFREEZE " fz-month " snapshot " fz-snapshot
		" released by " operatorId " (frozen by " fz-frozen-by ")"
		delimited by size into ws-log-line
	perform writeFreezeLog
	display "monthEndClose: the " fz-month " freeze is lifted, released by " operatorId
	move rc-success to return-code.

	*> schedLookup's "U" (deck unlisted, or no calendar at all) is
	*> left for the caller to decide on.
	checkCalendar.
	move "U" to scheduleFlag
	call 'schedLookup' using deckName, closeDate, scheduleFlag
		on exception continue
	end-call.

	*> ARRAYKSD into the catalog record by record, never through the
	*> in-storage array (arrayMaxSize): one pass counts it, since
	*> every record of an entry carries the entry's size, and a second
	*> writes the directory record and the elements the way an
	*> arrayCatalog SAVE does, the entry protected from the start.
	*> an entry already under the name is kept as a version first,
	*> as a SAVE would.
	takeSnapshot.
	perform countKsdsRecords
	if return-code = rc-success then
		perform keepPriorSnapshot
	end-if
	if return-code = rc-success then
		perform copyKsdsToCatalog
	end-if.

	countKsdsRecords.
	move 0 to snapshotSize
	open input arrayksds
	if ws-ksds-status not = "00" then
		display "monthEndClose: unable to open ARRAYKSD, status " ws-ksds-status
		move rc-invalid-input to return-code
	else
		move "N" to ws-ksds-eof
		perform countOneKsdsRecord until ksds-eof
		close arrayksds
		evaluate true
			when snapshotSize = 0
				display "monthEndClose: ARRAYKSD is empty"
				move rc-invalid-input to return-code
			when snapshotSize > snapshotMax
				display "monthEndClose: ARRAYKSD holds more than " snapshotMax
					" elements, more than a catalog entry holds"
				move rc-invalid-input to return-code
			when other
				continue
		end-evaluate
	end-if.

	countOneKsdsRecord.
	read arrayksds next record
		at end move "Y" to ws-ksds-eof
		not at end
			add 1 to snapshotSize
			if snapshotSize > snapshotMax then
				move "Y" to ws-ksds-eof
			end-if
	end-read.

	keepPriorSnapshot.
	move "KEEP" to vq-action
	move catalogName to vq-name
	move operatorId to vq-operator
	call 'catalogVersion' using catalog-version-request
		on exception
			display "monthEndClose: catalog versioning not available"
			move rc-invalid-input to return-code
	end-call
	if return-code not = rc-success then
		display "monthEndClose: the entry now under " catalogName " could not be kept as a version"
		move rc-invalid-input to return-code
	end-if.

	*> the first save ever has no catalog file yet, so a failed i-o
	*> open falls back to output. ARRAYKSD is not frozen until the
	*> snapshot is in, so a copy that does not come to the count
	*> taken is removed again rather than left as a short entry.
	copyKsdsToCatalog.
	perform getProcessingDate
	move pdt-date(3:6) to ws-save-date
	open i-o arraycat
	if ws-cat-status = "35" then
		open output arraycat.
	if ws-cat-status not = "00" then
		display "monthEndClose: unable to open ARRAYCAT, status " ws-cat-status
		move rc-invalid-input to return-code
	else
		perform deleteExistingEntry
		move 0 to copiedCount
		move 0 to ak-element
		perform writeSnapshotRecord
		open input arrayksds
		if ws-ksds-status not = "00" then
			display "monthEndClose: unable to reopen ARRAYKSD, status " ws-ksds-status
		else
			move "N" to ws-ksds-eof
			perform copyOneKsdsRecord until ksds-eof
			close arrayksds
		end-if
		if copiedCount not = snapshotSize then
			display "monthEndClose: ARRAYKSD changed while it was copied ("
				copiedCount " of " snapshotSize " element(s)), snapshot removed"
			perform deleteExistingEntry
			move rc-invalid-input to return-code
		end-if
		close arraycat
	end-if.

	copyOneKsdsRecord.
	read arrayksds next record
		at end move "Y" to ws-ksds-eof
		not at end
			if copiedCount = snapshotSize then
				add 1 to copiedCount
				move "Y" to ws-ksds-eof
			else
				add 1 to copiedCount
				perform writeSnapshotRecord
			end-if
	end-read.

	*> position 000 is the directory record, element zero.
	writeSnapshotRecord.
	move catalogName to ac-name
	move copiedCount to ac-position
	move ak-element to ac-element
	move snapshotSize to ac-size
	move ws-save-date to ac-save-date
	move operatorId to ac-operator
	move "N" to ac-type
	move spaces to ac-alpha
	move spaces to ac-branch
	move 0 to ac-balance
	move 0 to ac-expiry
	move "P" to ac-protect
	write arraycat-record.

	*> a save over an existing name first deletes every record the
	*> old entry wrote, so a longer old entry leaves nothing past the
	*> new one's end.
	deleteExistingEntry.
	move catalogName to ac-name
	move 0 to ac-position
	start arraycat key is not less than ac-key
		invalid key continue
		not invalid key
			move "N" to ws-cat-eof
			perform deleteOneRecord until catalog-eof
	end-start.

	deleteOneRecord.
	read arraycat next record
		at end move "Y" to ws-cat-eof
		not at end
			if ac-name = catalogName then
				delete arraycat record
			else
				move "Y" to ws-cat-eof
			end-if
	end-read.

	writeFreezeRecord.
	open output ksdsfrz
	write ksdsfrz-record from freeze-record
	close ksdsfrz.

	writeFreezeLog.
	open extend frzlog
	if ws-log-status not = "00" then
		open output frzlog.
	write frzlog-record from ws-log-line
	close frzlog.

	checkAuthorization.
	call 'authCheck' using operatorId, authProgram, authAction
		on exception
			display "monthEndClose: authorization check not available, refusing"
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
	move "monthEndClose" to tg-program
	call 'trainGuard' using training-request
		on exception move "P" to tg-mode
	end-call.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "monthEndClose" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
