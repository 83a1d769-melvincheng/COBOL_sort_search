identification division.
program-id. ksdsLoad.

*> loads ARRAYKSD and its ARRAYVAL value-keyed companion straight
*> from an element-per-line file -- a SORTOUT from externalMergeSort,
*> a MERGEOUT from bandMerge, any enveloped sorted file allocated to
*> LOADIN -- without going through the working array, so a saved
*> array is no longer capped at arrayMaxSize: arrayToKsds can only
*> save what the array holds, and anything bigger could not be kept
*> for valueLookup or valueInquiry. the file is read as a stream,
*> position 1 being its first value, up to the 999999 positions the
*> ARRAYKSD key holds; a larger file is refused whole.
*> not menu-listed in MAIN, for the externalMergeSort reason: it
*> reads its own input file instead of taking the array.
*>
*> the envelope is verified before anything is touched: a first pass
*> counts and hash-totals the data records (see FILEENVL.cpy) and a
*> header or trailer that does not agree, a missing trailer, or a
*> record that is not a number refuses the run with ARRAYKSD left as
*> it stands. a bare legacy file with no HDR passes unverified, as it
*> does everywhere else, and the run says so.
*>
*> the reload is journaled to KSDSJRNL exactly as arrayToKsds does
*> it -- a DELETE image of each record the old file held, then an
*> ADD image of each record written, every line sealed onto the check
*> chain through chainLink (see CHAINREC.cpy) -- so ksdsBackout can
*> restore the file as it stood before the load.
*>
*> every 10000 records the load checkpoints to KLDCHKPT (the
*> XMSCHKPT convention): how many records are on the file, the run
*> stamp the journal lines carry, and the LOADIN count, hash, and run
*> identifier. a load cancelled part way resumes on the next run
*> against the same file instead of starting over -- the old file's
*> images are already journaled, the input is re-read only to skip
*> past what is loaded, and the rest is journaled under the same run
*> stamp, so the whole load backs out as one run. a record already
*> on the file past the checkpoint went in just before the cancel
*> and is passed over. a live checkpoint for a different file is set
*> aside and the load starts over, journaling the half-loaded file as
*> the old one. a finished load leaves the spent sentinel behind.
*>
*> the OPERID card's operator needs an AUTHFILE grant for ksdsLoad
*> (see authCheck.cbl). while a month-end freeze is on (see
*> monthEndClose) the load is refused: freezeCheck says why and
*> ARRAYKSD is left as it stands. under the TRAINING DD the run works
*> on the training sandbox (see trainGuard.cbl); with no sandbox to
*> run against it ends rc-invalid-input before anything is opened.
*> RETURN-CODE: rc-success when the file is loaded, rc-not-found when
*> LOADIN holds no values, rc-invalid-input when the operator is not
*> authorized, a freeze is on, LOADIN is missing, does not verify, or
*> is larger than ARRAYKSD holds, or a file cannot be opened or
*> written (a load that stops part way leaves its checkpoint live).
environment division.
	input-output section.
	file-control.
		select loadin assign to "LOADIN"
			organization line sequential
			file status is ws-load-status.
		select arrayksds assign to "ARRAYKSD"
			organization indexed
			access mode is dynamic
			record key is ak-position
			file status is ws-arrayksds-status.
		select arrayval assign to "ARRAYVAL"
			organization indexed
			access mode is dynamic
			record key is av-key
			file status is ws-arrayval-status.
		select ksdsjrnl assign to "KSDSJRNL"
			organization line sequential
			file status is ws-jrnl-status.
		select checkpointfile assign to "KLDCHKPT"
			organization line sequential
			file status is ws-chkpt-status.
		select operid assign to "OPERID"
			organization line sequential
			file status is ws-operid-status.

data division.
	file section.
	fd loadin.
	01 loadin-record pic x(80).

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

	fd checkpointfile.
	01 checkpoint-record.
		05 ck-phase pic x(1).
		05 ck-records-loaded pic 9(6).
		05 ck-run-stamp pic 9(14).
		05 ck-input-count pic 9(6).
		05 ck-input-hash pic 9(12).
		05 ck-input-run-id pic x(8).
		05 ck-complete pic x(1).

	fd operid.
	01 operid-record.
		05 oi-initials pic x(3).

	working-storage section.
		01 ws-load-status pic x(2).
		01 ws-arrayksds-status pic x(2).
		01 ws-arrayval-status pic x(2).
		01 ws-jrnl-status pic x(2).
		01 ws-chkpt-status pic x(2).
		01 ws-operid-status pic x(2).
		01 operatorId pic x(3) value spaces.
		01 authProgram pic x(18) value "ksdsLoad".
		01 freezeProgram pic x(18) value "ksdsLoad".
		copy "TRAINREQ.cpy".
		copy "RETCODE.cpy".
		copy "KSDSJREC.cpy".
		copy "CHAINREC.cpy".
		copy "FILEENVL.cpy".
		01 ws-run-stamp pic 9(14).
		01 ws-stamp-date pic 9(8).
		01 ws-stamp-time pic 9(8).
		01 ws-load-eof pic x(1) value "N".
			88 load-eof value "Y".
		01 ws-old-eof pic x(1).
			88 old-file-done value "Y".
		01 ws-enveloped pic x(1) value "N".
			88 input-enveloped value "Y".
		01 ws-trailer-seen pic x(1) value "N".
			88 trailer-seen value "Y".
		01 ws-resuming pic x(1) value "N".
			88 resuming value "Y".
		01 ws-load-failed pic x(1) value "N".
			88 load-failed value "Y".
		*> maps the signed element range onto unsigned digits so the
		*> indexed key collates in true numeric order; valueLookup
		*> applies the same offset when it builds a search key.
		78 signedValueOffset value 1000000000.
		*> the positions the ARRAYKSD key holds, and how often the
		*> load stops to checkpoint.
		78 ksdsPositionMax value 999999.
		78 checkpointInterval value 10000.

		01 loadValue copy "ELEMPIC.cpy".
		01 inputCount pic 9(7) value 0.
		01 unreadableCount pic 9(7) value 0.
		01 hashWork pic s9(12) comp-3 value 0.
		01 hashCompare pic 9(12).
		01 loadPosition pic 9(6) value 0.
		01 resumePosition pic 9(6) value 0.
		01 skippedRecords pic 9(6).
		01 sinceCheckpoint pic 9(6) value 0.
		01 writtenCount pic 9(6) value 0.
		01 passedOverCount pic 9(6) value 0.
		01 out-count pic zzzzzz9.

procedure division.
	main.
	perform checkTrainingMode
	if return-code not = rc-success then
		move rc-invalid-input to return-code
		goback.
	perform readOperatorCard
	perform checkAuthorization
	if return-code not = rc-success then
		display "ksdsLoad: operator " operatorId " is not authorized to run ksdsLoad"
		move rc-invalid-input to return-code
		goback.
	perform checkFreeze
	if return-code not = rc-success then
		move rc-invalid-input to return-code
		goback.
	perform verifyLoadFile
	if return-code not = rc-success then
		goback.
	perform loadCheckpoint
	if resuming then
		perform resumeLoad
	else
		perform startLoad
	end-if
	if load-failed then
		move rc-invalid-input to return-code
		goback.
	perform loadOneRecord until load-eof or load-failed
	close loadin
	close arrayksds
	close arrayval
	close ksdsjrnl
	if load-failed then
		display "ksdsLoad: load stopped after position " loadPosition
			", KLDCHKPT left to resume it"
		move rc-invalid-input to return-code
		goback.
	perform clearLoadCheckpoint
	move loadPosition to out-count
	display "ksdsLoad: ARRAYKSD and ARRAYVAL hold " out-count " element(s) from LOADIN"
	if resuming then
		move writtenCount to out-count
		display "ksdsLoad: " out-count " written by this run, resumed after position " resumePosition
		if passedOverCount > 0 then
			move passedOverCount to out-count
			display "ksdsLoad: " out-count " already on the file from the cancelled run, passed over"
		end-if
	end-if
	move rc-success to return-code
	goback.

	*> the first pass: count and hash-total the data records and hold
	*> them against the envelope before a single record is touched.
	verifyLoadFile.
	open input loadin
	if ws-load-status not = "00" then
		display "ksdsLoad: LOADIN not available, ARRAYKSD left as it stands"
		move rc-invalid-input to return-code
	else
		perform verifyOneRecord until load-eof
		close loadin
		perform judgeLoadFile
	end-if.

	verifyOneRecord.
	read loadin
		at end move "Y" to ws-load-eof
		not at end
			evaluate true
				when loadin-record(1:4) = "HDR "
					move "Y" to ws-enveloped
					move loadin-record to envelope-header-record
				when loadin-record(1:4) = "TRL "
					move "Y" to ws-trailer-seen
					move loadin-record to envelope-trailer-record
				when loadin-record = spaces
					continue
				when function test-numval(function trim(loadin-record(1:20))) not = 0
					add 1 to unreadableCount
				when other
					add 1 to inputCount
					compute loadValue =
						function numval(function trim(loadin-record(1:20)))
					add loadValue to hashWork
			end-evaluate
	end-read.

	judgeLoadFile.
	move hashWork to hashCompare
	move rc-success to return-code
	evaluate true
		when unreadableCount > 0
			move unreadableCount to out-count
			display "ksdsLoad: LOADIN holds " out-count " record(s) that are not numbers, nothing loaded"
			move rc-invalid-input to return-code
		when input-enveloped and not trailer-seen
			display "ksdsLoad: LOADIN has a header but no trailer -- truncated? nothing loaded"
			move rc-invalid-input to return-code
		when input-enveloped
		and (envl-hdr-count not = inputCount
			or envl-trl-count not = inputCount
			or envl-trl-hash not = hashCompare)
			display "ksdsLoad: LOADIN envelope did not verify, nothing loaded"
			move rc-invalid-input to return-code
		when inputCount = 0
			display "ksdsLoad: LOADIN holds no values, ARRAYKSD left as it stands"
			move rc-not-found to return-code
		when inputCount > ksdsPositionMax
			move inputCount to out-count
			display "ksdsLoad: LOADIN holds " out-count " values, more than the "
				ksdsPositionMax " positions ARRAYKSD holds, nothing loaded"
			move rc-invalid-input to return-code
		when not input-enveloped
			display "ksdsLoad: LOADIN carries no envelope, loaded unverified"
			move spaces to envl-hdr-run-id
		when other
			continue
	end-evaluate.

	*> a checkpoint left behind by a cancelled load of this same file
	*> (same count, hash, and run identifier) resumes it; a spent
	*> sentinel, a record without its write-complete marker, or one
	*> for another file means start fresh.
	loadCheckpoint.
	open input checkpointfile
	if ws-chkpt-status = "00" then
		read checkpointfile
			at end continue
			not at end
				if ck-complete = "C" and ck-phase = "L" then
					if ck-input-count = inputCount
					and ck-input-hash = hashCompare
					and ck-input-run-id = envl-hdr-run-id then
						move "Y" to ws-resuming
						move ck-records-loaded to resumePosition
						move ck-run-stamp to ws-run-stamp
					else
						display "ksdsLoad: KLDCHKPT is for a different LOADIN, starting the load over"
					end-if
				end-if
		end-read
		close checkpointfile
	end-if.

	*> a fresh load: the old file is journaled as the before image,
	*> then replaced, and the checkpoint goes live before the first
	*> record is written.
	startLoad.
	perform startJournal
	perform journalOldFile
	open output arrayksds
	if ws-arrayksds-status not = "00" then
		display "ksdsLoad: unable to open ARRAYKSD, status " ws-arrayksds-status
		close ksdsjrnl
		move "Y" to ws-load-failed
	else
		open output arrayval
		if ws-arrayval-status not = "00" then
			display "ksdsLoad: unable to open ARRAYVAL, status " ws-arrayval-status
			close arrayksds
			close ksdsjrnl
			move "Y" to ws-load-failed
		else
			perform writeLoadCheckpoint
			perform openLoadFile
		end-if
	end-if.

	*> a resumed load keeps the cancelled run's stamp, so every image
	*> of the one load backs out together.
	resumeLoad.
	display "ksdsLoad: resuming the load after position " resumePosition
	perform continueJournal
	open i-o arrayksds
	if ws-arrayksds-status not = "00" then
		display "ksdsLoad: unable to open ARRAYKSD, status " ws-arrayksds-status
		close ksdsjrnl
		move "Y" to ws-load-failed
	else
		open i-o arrayval
		if ws-arrayval-status not = "00" then
			display "ksdsLoad: unable to open ARRAYVAL, status " ws-arrayval-status
			close arrayksds
			close ksdsjrnl
			move "Y" to ws-load-failed
		else
			perform openLoadFile
			move 0 to skippedRecords
			perform skipLoadedRecord
				until skippedRecords = resumePosition or load-eof
			move resumePosition to loadPosition
		end-if
	end-if.

	openLoadFile.
	move "N" to ws-load-eof
	open input loadin.

	*> re-reads LOADIN only far enough to stand where the checkpoint
	*> stood: envelope control records and blank lines pass by.
	skipLoadedRecord.
	read loadin
		at end move "Y" to ws-load-eof
		not at end
			if loadin-record(1:4) not = "HDR "
			and loadin-record(1:4) not = "TRL "
			and loadin-record not = spaces then
				add 1 to skippedRecords
			end-if
	end-read.

	loadOneRecord.
	read loadin
		at end move "Y" to ws-load-eof
		not at end
			if loadin-record(1:4) not = "HDR "
			and loadin-record(1:4) not = "TRL "
			and loadin-record not = spaces then
				add 1 to loadPosition
				compute loadValue =
					function numval(function trim(loadin-record(1:20)))
				perform writeKsdsRecord
			end-if
	end-read.

	*> positions are given in file order; an ARRAYKSD record already
	*> there can only be one the cancelled run wrote past its last
	*> checkpoint, from this same verified file, and its ADD image
	*> went out with it.
	writeKsdsRecord.
	move loadPosition to ak-position
	move loadValue to ak-element
	write arrayksds-record
	evaluate ws-arrayksds-status
		when "00"
			add 1 to writtenCount
			move ws-run-stamp to kj-run-stamp
			move "ksdsLoad" to kj-program
			move "ADD" to kj-action
			move loadPosition to kj-position
			move 0 to kj-before
			move loadValue to kj-after
			move operatorId to kj-operator
			perform sealJournalEntry
			perform writeValueRecord
		when "22"
			add 1 to passedOverCount
			perform writeValueRecord
		when other
			display "ksdsLoad: ARRAYKSD write failed at position " loadPosition
				", status " ws-arrayksds-status
			subtract 1 from loadPosition
			move "Y" to ws-load-failed
	end-evaluate
	if not load-failed then
		add 1 to sinceCheckpoint
		if sinceCheckpoint = checkpointInterval then
			perform writeLoadCheckpoint
		end-if
	end-if.

	writeValueRecord.
	compute av-value-key = loadValue + signedValueOffset
	move loadPosition to av-position
	move loadValue to av-element
	write arrayval-record
	if ws-arrayval-status not = "00" and ws-arrayval-status not = "22" then
		display "ksdsLoad: ARRAYVAL write failed at position " loadPosition
			", status " ws-arrayval-status
		move "Y" to ws-load-failed
	end-if.

	writeLoadCheckpoint.
	move "L" to ck-phase
	move loadPosition to ck-records-loaded
	perform putLoadCheckpoint
	move 0 to sinceCheckpoint.

	*> a finished load leaves no usable checkpoint behind: the spent
	*> sentinel keeps the next run from resuming a load that finished.
	clearLoadCheckpoint.
	move "0" to ck-phase
	move 0 to ck-records-loaded
	perform putLoadCheckpoint.

	putLoadCheckpoint.
	move ws-run-stamp to ck-run-stamp
	move inputCount to ck-input-count
	move hashCompare to ck-input-hash
	move envl-hdr-run-id to ck-input-run-id
	move "C" to ck-complete
	open output checkpointfile
	write checkpoint-record
	close checkpointfile.

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

	*> one run stamp for every journal record this run writes, and the
	*> journal opened once for the whole run (a reload writes a lot of
	*> images); a missing journal on the very first run is created.
	startJournal.
	accept ws-stamp-date from date yyyymmdd
	accept ws-stamp-time from time
	compute ws-run-stamp =
		ws-stamp-date * 1000000 + ws-stamp-time / 100
	perform continueJournal.

	continueJournal.
	move "TAIL" to cr-action
	move "KSDSJRNL" to cr-log
	call 'chainLink' using chain-request
		on exception move 0 to cr-value
	end-call
	open extend ksdsjrnl
	if ws-jrnl-status not = "00" then
		open output ksdsjrnl.

	*> the load replaces the whole file, so the whole old file is its
	*> before image: journal a DELETE per old record before the open
	*> output wipes them.
	journalOldFile.
	open input arrayksds
	if ws-arrayksds-status = "00" then
		move "N" to ws-old-eof
		perform journalOneOldRecord until old-file-done
		close arrayksds
	end-if.

	journalOneOldRecord.
	read arrayksds next record
		at end move "Y" to ws-old-eof
		not at end
			move ws-run-stamp to kj-run-stamp
			move "ksdsLoad" to kj-program
			move "DELETE" to kj-action
			move ak-position to kj-position
			move ak-element to kj-before
			move 0 to kj-after
			move operatorId to kj-operator
			perform sealJournalEntry
	end-read.

	*> every journal record goes out sealed onto the chain (see
	*> CHAINREC.cpy), so an edited or missing line shows.
	sealJournalEntry.
	move ksds-journal-detail to cr-line
	move "SEAL" to cr-action
	call 'chainLink' using chain-request
		on exception continue
	end-call
	write ksdsjrnl-record from cr-line.

	*> a training run is turned onto the sandbox before anything is
	*> opened (see trainGuard.cbl); one with no sandbox stops here.
	checkTrainingMode.
	move "ksdsLoad" to tg-program
	call 'trainGuard' using training-request
		on exception move "P" to tg-mode
	end-call.

	*> the signed-on operator against the AUTHFILE grants (see
	*> authCheck.cbl); a refusal has already gone out as an OPERALRT
	*> alert from there.
	checkAuthorization.
	call 'authCheck' using operatorId, authProgram
		on exception
			display "ksdsLoad: authorization check not available, refusing"
			move rc-invalid-input to return-code
	end-call.

	*> a month-end freeze (see monthEndClose) holds ARRAYKSD still;
	*> freezeCheck has already told the operator why when it refuses.
	*> without the module there is no freeze to honor.
	checkFreeze.
	call 'freezeCheck' using freezeProgram
		on exception move rc-success to return-code
	end-call.
