identification division.
program-id. trainSetup.

*> refreshes the training sandbox (see TRAINDD.cpy) that training
*> runs are turned onto by trainGuard, so a trainee works against
*> yesterday's shape of production without touching it or seeing a
*> real account number. runs only with the TRAINING DD allocated --
*> without it the restore below would land on production, so it
*> refuses. the latest stateBackup set comes in on TRNSRCE (read
*> only), and the refresh goes
*>   1. every value in the set's ARRAYKSD, ARRAYVAL, ARRAYCAT (the
*>      numeric and record entries' keys), and XREFFILE sections is
*>      collected once and passed through maskArray (past its 9999,
*>      through maskArray's rank rule applied here; 99999 at most), so
*>      the same value masks the same way in every file and the masked
*>      values keep their order (ARRAYVAL's and XREFFILE's keys stay
*>      in sequence)
*>   2. a masked copy of the set is written to the sandbox's BACKUPST
*>      with every section's control totals recomputed, the KSDSJRNL
*>      section left empty (production's journal chain means nothing
*>      against masked values), and everything else verbatim
*>   3. stateRestore rebuilds the sandbox's state files from it --
*>      the one restore path the system has, verification included;
*>      the operator needs the stateRestore grant
*>   4. the sandbox's queues, logs, and histories are emptied, so the
*>      trainee starts with nothing queued, held, or alerted
*>   5. the TRAINSBX certificate is written, without which trainGuard
*>      refuses every training run
*> a failure before the restore leaves the sandbox and its
*> certificate as they were; once the restore begins the certificate
*> is withdrawn until a refresh completes. the steps go to TRNSRPT
*> and the console. RETURN-CODE: rc-success when refreshed,
*> rc-invalid-input when refused or failed.
environment division.
	input-output section.
	file-control.
		select trnsrce assign to "TRNSRCE"
			organization line sequential
			file status is ws-src-status.
		select backupst assign to "BACKUPST"
			organization line sequential
			file status is ws-bkp-status.
		select maskin assign to "MASKIN"
			organization line sequential
			file status is ws-mask-status.
		select maskout assign to "MASKOUT"
			organization line sequential
			file status is ws-mask-status.
		select restparm assign to "RESTPARM"
			organization line sequential
			file status is ws-parm-status.
		select trnclear assign to "TRNCLEAR"
			organization line sequential
			file status is ws-clear-status.
		select trainsbx assign to "TRAINSBX"
			organization line sequential
			file status is ws-cert-status.
		select trnsrpt assign to "TRNSRPT"
			organization line sequential
			file status is ws-rpt-status.
		select operid assign to "OPERID"
			organization line sequential
			file status is ws-operid-status.

data division.
	file section.
	fd trnsrce.
	01 trnsrce-record pic x(100).

	fd backupst.
	01 backupst-record pic x(100).

	fd maskin.
	01 maskin-record pic x(80).

	fd maskout.
	01 maskout-record pic x(80).

	fd restparm.
	01 restparm-record pic x(80).

	fd trnclear.
	01 trnclear-record pic x(80).

	fd trainsbx.
	01 trainsbx-record pic x(80).

	fd trnsrpt.
	01 trnsrpt-record pic x(80).

	fd operid.
	01 operid-record.
		05 oi-initials pic x(3).

	working-storage section.
		01 ws-src-status pic x(2).
		01 ws-bkp-status pic x(2).
		01 ws-mask-status pic x(2).
		01 ws-parm-status pic x(2).
		01 ws-clear-status pic x(2).
		01 ws-cert-status pic x(2).
		01 ws-rpt-status pic x(2).
		01 ws-operid-status pic x(2).
		01 operatorId pic x(3) value spaces.
		01 ws-src-eof pic x(1).
			88 source-done value "Y".
		copy "TRAINREQ.cpy".
		copy "TRAINDD.cpy".
		01 sandboxIndex pic 9(2).
		01 clearName pic x(12).
		01 clearValue pic x(60).
		01 clearedCount pic 9(2) value 0.

		*> every distinct value in the set, ascending, and its mask.
		*> up to maskArray's own ceiling the masks come from maskArray;
		*> past it, from the same rank rule applied here. the table
		*> (and the certificate's masked count) holds 99999.
		78 distinctMax value 99999.
		78 maskArrayMax value 9999.
		78 maskScale value 1009.
		78 maskOffset value 777.
		01 maskShift pic 9(4) value 0.
		01 shiftTries pic 9(4).
		01 ws-collision pic x(1).
			88 mask-collides value "Y".
		01 distinctCount pic 9(6) value 0.
		01 distinctTable.
			05 distinctEntry occurs 99999 times.
				10 dv-value pic s9(9) comp-3.
				10 dv-mask pic s9(9) comp-3.
		01 ws-too-many pic x(1) value "N".
			88 too-many-values value "Y".
		01 workValue pic s9(9) comp-3.
		01 searchLow pic 9(6).
		01 searchHigh pic 9(6).
		01 searchMid pic 9(6).
		01 ws-value-found pic x(1).
			88 value-found value "Y".
		01 shiftIndex pic 9(6).
		01 maskIndex pic 9(6).
		78 signedValueOffset value 1000000000.

		*> the set's lines, as stateBackup writes them.
		01 sourceSetHeader pic x(19) value spaces.
		01 sectionName pic x(8).
		01 sectionCount pic 9(7).
		01 hashWork pic s9(12) comp-3.
		01 hashCompare pic 9(12).
		01 hashByteIndex pic 9(2).
		01 ws-bkp-line pic x(100).
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
			05 cb-position pic 9(5).
			05 filler pic x(1).
			05 cb-type pic x(1).
			05 filler pic x(1).
			05 cb-element pic s9(9) sign leading separate.
			05 filler pic x(73).
		01 xref-backup-line.
			05 xb-key pic 9(10).
			05 filler pic x(90).
		01 ws-cat-masked pic x(1).
			88 cat-element-masked value "Y".

		01 maskedCount pic 9(7) value 0.
		01 ws-set-date pic 9(8).
		01 ws-set-time pic 9(8).
		01 out-value pic -Z(8)9.
		01 out-count pic zzzzzz9.
		01 ws-rpt-line pic x(80).
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

procedure division.
	main.
	perform readOperatorCard
	move "trainSetup" to tg-program
	move "SETUP" to tg-action
	call 'trainGuard' using training-request
		on exception
			move "P" to tg-mode
	end-call
	if not tg-training then
		display "trainSetup: the TRAINING DD is not allocated -- refusing, the restore would land on production"
		move rc-invalid-input to return-code
		goback.
	perform getProcessingDate
	move pdt-date to ws-set-date
	accept ws-set-time from time
	open output trnsrpt
	move spaces to ws-rpt-line
	string tg-stamp "  sandbox " tg-sandbox
		delimited by size into ws-rpt-line
	write trnsrpt-record from ws-rpt-line
	move spaces to ws-rpt-line
	string "training sandbox refresh, " ws-set-date
		delimited by size into ws-rpt-line
	write trnsrpt-record from ws-rpt-line
	open input trnsrce
	if ws-src-status not = "00" then
		move "TRNSRCE backup set not available, nothing refreshed"
			to ws-rpt-line
		perform failSetup
		goback.
	move "N" to ws-src-eof
	perform collectOneLine until source-done or too-many-values
	close trnsrce
	if too-many-values then
		move "more than 99999 distinct values, nothing refreshed"
			to ws-rpt-line
		perform failSetup
		goback.
	if sourceSetHeader = spaces then
		move "TRNSRCE is not a stateBackup set, nothing refreshed"
			to ws-rpt-line
		perform failSetup
		goback.
	if distinctCount > 0 then
		perform maskDistinctValues
		if return-code not = rc-success then
			move "the values could not be masked, nothing refreshed"
				to ws-rpt-line
			perform failSetup
			goback
		end-if
	end-if
	perform writeMaskedSet
	perform restoreSandbox
	if return-code not = rc-success then
		move "stateRestore did not restore the sandbox, certificate withdrawn"
			to ws-rpt-line
		perform failSetup
		goback.
	move 1 to sandboxIndex
	perform clearOneFile until sandboxIndex > sandboxFileCount
	perform writeCertificate
	perform writeSetupSummary
	close trnsrpt
	move rc-success to return-code
	goback.

	*> ---- pass 1: the distinct values ------------------------------
	collectOneLine.
	read trnsrce
		at end move "Y" to ws-src-eof
		not at end
			evaluate true
				when trnsrce-record(1:4) = "BKP "
					move trnsrce-record(1:19) to sourceSetHeader
				when trnsrce-record(1:4) = "FIL "
					move trnsrce-record(5:8) to sectionName
				when trnsrce-record(1:4) = "EOF "
					move spaces to sectionName
				when sectionName = "ARRAYKSD"
					move trnsrce-record to ws-bkp-line
					perform takeKsdsBackupLine
					compute workValue = function numval(kb-element)
					perform addDistinctValue
				when sectionName = "ARRAYVAL"
					move trnsrce-record to ws-bkp-line
					perform takeValBackupLine
					compute workValue = function numval(vb-element)
					perform addDistinctValue
				when sectionName = "ARRAYCAT"
					move trnsrce-record to cat-backup-line
					perform checkCatalogElement
					if cat-element-masked then
						compute workValue = function numval(cb-element)
						perform addDistinctValue
					end-if
				when sectionName = "XREFFILE"
					move trnsrce-record to xref-backup-line
					compute workValue = xb-key - signedValueOffset
					perform addDistinctValue
				when other
					continue
			end-evaluate
	end-read.

	*> a catalog entry's directory record (position 000) and an
	*> alphanumeric entry carry no value in ac-element.
	checkCatalogElement.
	if cb-position > 0 and cb-type not = "A" then
		move "Y" to ws-cat-masked
	else
		move "N" to ws-cat-masked
	end-if.

	addDistinctValue.
	perform findDistinctValue
	if not value-found then
		if distinctCount = distinctMax then
			move "Y" to ws-too-many
		else
			move distinctCount to shiftIndex
			perform shiftOneUp until shiftIndex < searchLow
			move workValue to dv-value(searchLow)
			move 0 to dv-mask(searchLow)
			add 1 to distinctCount
		end-if
	end-if.

	shiftOneUp.
	move distinctEntry(shiftIndex) to distinctEntry(shiftIndex + 1)
	subtract 1 from shiftIndex.

	*> binary search; not found leaves searchLow at the slot the
	*> value belongs in.
	findDistinctValue.
	move "N" to ws-value-found
	move 1 to searchLow
	move distinctCount to searchHigh
	perform probeOnce until searchLow > searchHigh or value-found.

	probeOnce.
	compute searchMid = (searchLow + searchHigh) / 2
	evaluate true
		when dv-value(searchMid) = workValue
			move "Y" to ws-value-found
			move searchMid to searchLow
		when dv-value(searchMid) < workValue
			compute searchLow = searchMid + 1
		when other
			if searchMid = 1 then
				move 0 to searchHigh
			else
				compute searchHigh = searchMid - 1
			end-if
	end-evaluate.

	*> ---- the masking -----------------------------------------------
	maskDistinctValues.
	if distinctCount > maskArrayMax then
		perform maskPastCeiling
	else
		perform maskThroughMaskArray
	end-if.

	maskThroughMaskArray.
	open output maskin
	move 1 to maskIndex
	perform writeOneMaskInput until maskIndex > distinctCount
	close maskin
	call 'maskArray'
		on exception
			display "trainSetup: maskArray not available"
			move rc-invalid-input to return-code
	end-call
	if return-code = rc-success then
		open input maskout
		move 0 to maskIndex
		move "N" to ws-src-eof
		perform readOneMask until source-done
		close maskout
		if maskIndex not = distinctCount then
			move rc-invalid-input to return-code
		end-if
	end-if.

	writeOneMaskInput.
	move dv-value(maskIndex) to out-value
	move spaces to maskin-record
	move out-value to maskin-record
	write maskin-record
	add 1 to maskIndex.

	readOneMask.
	read maskout
		at end move "Y" to ws-src-eof
		not at end
			if maskout-record(1:4) not = "HDR " and not = "TRL "
			and maskIndex < distinctCount then
				add 1 to maskIndex
				compute dv-mask(maskIndex) =
					function numval(function trim(maskout-record(1:20)))
			end-if
	end-read.

	*> more values than maskArray holds: its rule, applied here. rank
	*> r masks to r * maskScale + maskOffset + maskShift, the shift
	*> moving the whole mapping up by one while any mask coincides
	*> with an original value -- the same masks maskArray would give,
	*> and the same refusal when no shift clears within 1000 tries.
	maskPastCeiling.
	move 0 to maskShift
	move 0 to shiftTries
	move "Y" to ws-collision
	perform testMaskShift
		until not mask-collides or shiftTries > 1000
	if mask-collides then
		move rc-invalid-input to return-code
	else
		move 1 to maskIndex
		perform assignOneMask until maskIndex > distinctCount
	end-if.

	testMaskShift.
	move "N" to ws-collision
	move 1 to maskIndex
	perform testOneRank until maskIndex > distinctCount or mask-collides
	if mask-collides then
		add 1 to maskShift
		add 1 to shiftTries.

	*> the originals are in ascending order, so the collision test is
	*> the binary search, not a scan.
	testOneRank.
	compute workValue = maskIndex * maskScale + maskOffset + maskShift
	perform findDistinctValue
	if value-found then
		move "Y" to ws-collision.
	add 1 to maskIndex.

	assignOneMask.
	compute dv-mask(maskIndex) =
		maskIndex * maskScale + maskOffset + maskShift
	add 1 to maskIndex.

	maskOneValue.
	perform findDistinctValue
	if value-found then
		move dv-mask(searchLow) to workValue
		add 1 to maskedCount
	end-if.

	*> ---- pass 2: the masked set -----------------------------------
	writeMaskedSet.
	open input trnsrce
	open output backupst
	move "N" to ws-src-eof
	perform copyOneLine until source-done
	close trnsrce
	close backupst
	move maskedCount to out-count
	move spaces to ws-rpt-line
	string "values masked into the sandbox set: " out-count
		delimited by size into ws-rpt-line
	write trnsrpt-record from ws-rpt-line.

	copyOneLine.
	read trnsrce
		at end move "Y" to ws-src-eof
		not at end
			move trnsrce-record to ws-bkp-line
			evaluate true
				when ws-bkp-line(1:4) = "BKP "
					write backupst-record from ws-bkp-line
				when ws-bkp-line(1:4) = "FIL "
					move ws-bkp-line(5:8) to sectionName
					move 0 to sectionCount
					move 0 to hashWork
					write backupst-record from ws-bkp-line
				when ws-bkp-line(1:4) = "EOF "
					move hashWork to hashCompare
					move spaces to ws-bkp-line
					string "EOF " sectionName " " sectionCount " "
						hashCompare delimited by size into ws-bkp-line
					write backupst-record from ws-bkp-line
					move spaces to sectionName
				when sectionName = "KSDSJRNL"
					continue
				when other
					perform maskSectionLine
					perform writeSectionLine
			end-evaluate
	end-read.

	maskSectionLine.
	evaluate sectionName
		when "ARRAYKSD"
			perform takeKsdsBackupLine
			compute workValue = function numval(kb-element)
			perform maskOneValue
			move workValue to kb-element
			move spaces to ws-bkp-line
			move ksds-backup-line to ws-bkp-line
		when "ARRAYVAL"
			perform takeValBackupLine
			compute workValue = function numval(vb-element)
			perform maskOneValue
			move workValue to vb-element
			compute vb-value-key = workValue + signedValueOffset
			move spaces to ws-bkp-line
			move val-backup-line to ws-bkp-line
		when "ARRAYCAT"
			move ws-bkp-line to cat-backup-line
			perform checkCatalogElement
			if cat-element-masked then
				compute workValue = function numval(cb-element)
				perform maskOneValue
				move workValue to cb-element
				move cat-backup-line to ws-bkp-line
			end-if
		when "XREFFILE"
			move ws-bkp-line to xref-backup-line
			compute workValue = xb-key - signedValueOffset
			perform maskOneValue
			compute xb-key = workValue + signedValueOffset
			move xref-backup-line to ws-bkp-line
		when other
			continue
	end-evaluate.

	*> a saved-array line in either width, into the six-digit form.
	takeKsdsBackupLine.
	if ws-bkp-line(6:1) = space then
		move ws-bkp-line(1:16) to ksds-backup-line5
		move kb5-position to kb-position
		move kb5-element to kb-element
	else
		move ws-bkp-line(1:17) to ksds-backup-line
	end-if.

	takeValBackupLine.
	if ws-bkp-line(17:1) = space then
		move ws-bkp-line(1:27) to val-backup-line5
		move vb5-value-key to vb-value-key
		move vb5-position to vb-position
		move vb5-element to vb-element
	else
		move ws-bkp-line(1:28) to val-backup-line
	end-if.

	*> one data line into the open section, tallied into its count
	*> and its first-ten-bytes hash total (the stateBackup rule).
	writeSectionLine.
	write backupst-record from ws-bkp-line
	add 1 to sectionCount
	move 1 to hashByteIndex
	perform addOneHashByte until hashByteIndex > 10.

	addOneHashByte.
	add function ord(ws-bkp-line(hashByteIndex:1)) to hashWork
	add 1 to hashByteIndex.

	*> ---- the restore and the rest -----------------------------------
	*> the old certificate goes first: from here on the sandbox is
	*> not the one it described.
	restoreSandbox.
	open output trainsbx
	close trainsbx
	open output restparm
	move spaces to restparm-record
	move "ALL" to restparm-record
	write restparm-record
	close restparm
	call 'stateRestore'
		on exception
			display "trainSetup: stateRestore not available"
			move rc-invalid-input to return-code
	end-call.

	*> an emptied file is opened for output under its sandbox name
	*> and closed again, TRNCLEAR turned onto it the way trainGuard
	*> turns every ddname (see TRAINDD.cpy).
	clearOneFile.
	if sb-emptied(sandboxIndex) then
		move spaces to clearName
		move spaces to clearValue
		move "DD_TRNCLEAR" to clearName
		string function trim(tg-sandbox) sb-ddname(sandboxIndex)
			delimited by space into clearValue
		display clearName upon environment-name
		display clearValue upon environment-value
		open output trnclear
		close trnclear
		add 1 to clearedCount
	end-if
	add 1 to sandboxIndex.

	writeCertificate.
	move spaces to sandbox-certificate
	move "TRN" to sc-tag
	move ws-set-date to sc-date
	move ws-set-time(1:6) to sc-time
	move sourceSetHeader to sc-source-set
	move operatorId to sc-operator
	move distinctCount to sc-masked
	open output trainsbx
	write trainsbx-record from sandbox-certificate
	close trainsbx.

	writeSetupSummary.
	move clearedCount to out-count
	move spaces to ws-rpt-line
	string "queues, logs, and histories emptied:  " out-count
		delimited by size into ws-rpt-line
	write trnsrpt-record from ws-rpt-line
	move spaces to ws-rpt-line
	string "refreshed from " sourceSetHeader ", certificate written"
		delimited by size into ws-rpt-line
	write trnsrpt-record from ws-rpt-line
	display "trainSetup: " ws-rpt-line.

	*> the reason is already in ws-rpt-line.
	failSetup.
	write trnsrpt-record from ws-rpt-line
	display "trainSetup: " ws-rpt-line
	close trnsrpt
	move rc-invalid-input to return-code.

	*> the OPERID card is the batch run's identity: whoever (or
	*> whatever automation) submitted the job names itself there, and
	*> the initials go on the certificate.
	readOperatorCard.
	open input operid
	if ws-operid-status = "00" then
		read operid
			at end continue
			not at end move oi-initials to operatorId
		end-read
		close operid
	end-if.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "trainSetup" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
