*> one. RETURN-CODE: rc-success, rc-not-found when the named file is
*> not in the set, rc-invalid-input for a missing set or a failed
*> verification.
*> the XREFWORD description index is not in the set: it is cut
*> afresh from XREFFILE's entries as they are restored (see
*> XWRDGEN.cpy), so the two cannot come back out of step.
*> the operator must hold a current AUTHFILE grant for stateRestore
*> (checked through authCheck, see AUTHREC.cpy) before anything is
*> read or written; a refused operator ends the run with
*> rc-invalid-input and an OPERALRT alert.
*> under the TRAINING DD the files rebuilt are the training sandbox's
*> (see trainGuard.cbl) -- trainSetup restores the sandbox this way
*> -- and with no sandbox to run against it ends rc-invalid-input
*> before anything is read.
environment division.
	input-output section.
	file-control.
			access mode is dynamic
			record key is xr-key
			file status is ws-xref-status.
		select xrefword assign to "XREFWORD"
			organization indexed
			access mode is dynamic
			record key is xw-key
			file status is ws-word-status.
		select seedfile assign to "SEEDST"
			organization line sequential
			file status is ws-seq-status.
		select ksdsjrnl assign to "KSDSJRNL"
			organization line sequential
			file status is ws-seq-status.
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

	fd arraycat.
		05 xr-key pic 9(10).
		05 xr-description pic x(30).

	fd xrefword.
	copy "XWRDREC.cpy".

	fd seedfile.
	01 seedfile-record pic x(100).
	fd perfhist.
	fd ksdsjrnl.
	01 ksdsjrnl-record pic x(100).

	fd operid.
	01 operid-record.
		05 oi-initials pic x(3).

	working-storage section.
		01 ws-bkp-status pic x(2).
		01 ws-parm-status pic x(2).
		01 ws-val-status pic x(2).
		01 ws-cat-status pic x(2).
		01 ws-xref-status pic x(2).
		01 ws-word-status pic x(2).
		01 fragmentSource pic x(30).
		01 fragmentIndex pic 9(2).
		01 ws-seq-status pic x(2).
		01 ws-bkp-eof pic x(1).
			88 backup-done value "Y".
		01 restoredFiles pic 9(2) value 0.

		01 ksds-backup-line.
			05 kb-position pic 9(6).
			05 filler pic x(1).
			05 kb-element pic s9(9) sign leading separate.
		01 val-backup-line.
			05 vb-value-key pic 9(10).
			05 filler pic x(1).
			05 vb-position pic 9(6).
			05 filler pic x(1).
			05 vb-element pic s9(9) sign leading separate.
		*> the same two lines as a set written while the saved-array
		*> position was five digits has them, told apart by where the
		*> separator falls.
		01 ksds-backup-line5.
			05 kb5-position pic 9(5).
			05 filler pic x(1).
			05 kb5-element pic s9(9) sign leading separate.
		01 val-backup-line5.
			05 vb5-value-key pic 9(10).
			05 filler pic x(1).
			05 vb5-position pic 9(5).
			05 filler pic x(1).
			05 vb5-element pic s9(9) sign leading separate.
		01 cat-backup-line.
			05 cb-name pic x(8).
			05 filler pic x(1).
			05 xb-key pic 9(10).
			05 filler pic x(1).
			05 xb-description pic x(30).
		01 ws-operid-status pic x(2).
		01 operatorId pic x(3) value spaces.
		01 authProgram pic x(18) value "stateRestore".
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
		display "stateRestore: operator " operatorId " is not authorized to run stateRestore"
		move rc-invalid-input to return-code
		goback.
	perform readRestoreParm
	open input backupst
	if ws-bkp-status not = "00" then
			open output arraycat
		when "XREFFILE"
			open output xreffile
			open output xrefword
		when "SEEDST"
			open output seedfile
		when "PERFHIST"
			close arraycat
		when "XREFFILE"
			close xreffile
			close xrefword
		when "SEEDST"
			close seedfile
		when "PERFHIST"
	restoreOneRecord.
	evaluate sectionName
		when "ARRAYKSD"
			perform takeKsdsBackupLine
			move kb-position to ak-position
			compute ak-element = function numval(kb-element)
			write arrayksds-record
		when "ARRAYVAL"
			perform takeValBackupLine
			move vb-value-key to av-value-key
			move vb-position to av-position
			compute av-element = function numval(vb-element)
			move xb-description to xr-description
			write xreffile-record
				invalid key continue
				not invalid key
					move xr-key to xw-value-key
					move xr-description to xw-description
					move xr-description to fragmentSource
					perform generateFragments
			end-write
		when "SEEDST"
			write seedfile-record from backupst-record
		when "KSDSJRNL"
			write ksdsjrnl-record from backupst-record
	end-evaluate.

	*> a saved-array line in either width, into the six-digit form.
	takeKsdsBackupLine.
	if backupst-record(6:1) = space then
		move backupst-record(1:16) to ksds-backup-line5
		move kb5-position to kb-position
		move kb5-element to kb-element
	else
		move backupst-record(1:17) to ksds-backup-line
	end-if.

	takeValBackupLine.
	if backupst-record(17:1) = space then
		move backupst-record(1:27) to val-backup-line5
		move vb5-value-key to vb-value-key
		move vb5-position to vb-position
		move vb5-element to vb-element
	else
		move backupst-record(1:28) to val-backup-line
	end-if.

	writeWordEntry.
	write xref-word-record
		invalid key continue
	end-write.

	copy "XWRDGEN.cpy"
		replacing ==:FRAGMENT-ACTION:== by ==writeWordEntry==.

	*> the signed-on operator against the AUTHFILE grants (see
	*> authCheck.cbl); a refusal has already gone out as an OPERALRT
	*> alert from there.
	checkAuthorization.
	call 'authCheck' using operatorId, authProgram
		on exception
			display "stateRestore: authorization check not available, refusing"
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
	move "stateRestore" to tg-program
	call 'trainGuard' using training-request
		on exception move "P" to tg-mode
	end-call.
