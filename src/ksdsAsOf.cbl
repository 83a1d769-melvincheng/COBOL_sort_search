identification division.
program-id. ksdsAsOf.

*> the auditors' read-only question -- "what did the whole saved
*> array look like at close of business on the 3rd?" -- answered
*> without restoring a scratch copy and running a backout: starts
*> from the saved array and walks the KSDSJRNL journal's before-
*> images backward (see KSDSJREC.cpy) to a requested stamp, the
*> ksdsBackout reversal rules applied to a table in memory instead
*> of to the file:
*>   ADD     the position did not exist yet
*>   CHANGE  the position held the before image
*>   DELETE  the position still held the before image
*> every journal entry stamped after the requested stamp is unwound,
*> newest first, so the result is the array as it stood once every
*> run up to and including that stamp had finished. nothing is
*> opened for output but this program's own two files: ARRAYKSD,
*> KSDSJRNL, and the backup set are all read-only here.
*>
*> the ASOFPARM card drives it:
*>   columns  1-14  the as-of stamp, yyyymmddhhmmss
*>   columns 16-21  BACKUP to start from the ARRAYKSD section of a
*>                  stateBackup set (BACKUPST) instead of the live
*>                  file; blank starts from the live ARRAYKSD
*> starting from a backup set unwinds only the journal entries
*> between the as-of stamp and the set's own BKP stamp -- the later
*> ones were never in the set -- and the section must prove its
*> count and hash totals (the stateRestore check) before it is used.
*> an as-of stamp later than the starting point cannot be reached
*> with before-images and is refused. the table holds every position
*> the ARRAYKSD key can; a position it cannot place (a zero key, a
*> line that is not a position) refuses the run rather than leaving
*> it out of the answer.
*>
*> outputs:
*>   ASOFOUT  the reconstructed array, element per line in position
*>            order, under the FILEENVL.cpy envelope (run id AO plus
*>            HHMMSS), ready for any element-per-line consumer
*>   ASOFRPT  the journal entries unwound, then every position that
*>            differs from today's live ARRAYKSD -- changed since,
*>            added since, or deleted since -- with the counts
*> RETURN-CODE: rc-success when the as-of array matches today's,
*> rc-not-found when positions differ (the report has lines to
*> read), rc-invalid-input for a missing or unusable card or file,
*> or a position the table cannot place.
environment division.
	input-output section.
	file-control.
		select asofparm assign to "ASOFPARM"
			organization line sequential
			file status is ws-parm-status.
		select arrayksds assign to "ARRAYKSD"
			organization indexed
			access mode is sequential
			record key is ak-position
			file status is ws-ksds-status.
		select backupst assign to "BACKUPST"
			organization line sequential
			file status is ws-bkp-status.
		select ksdsjrnl assign to "KSDSJRNL"
			organization line sequential
			file status is ws-jrnl-status.
		select asofout assign to "ASOFOUT"
			organization line sequential
			file status is ws-out-status.
		select asofrpt assign to "ASOFRPT"
			organization line sequential
			file status is ws-rpt-status.

data division.
	file section.
	fd asofparm.
	01 asofparm-record.
		05 ap-stamp pic x(14).
		05 filler pic x(1).
		05 ap-source pic x(6).

	fd arrayksds.
	01 arrayksds-record.
		05 ak-position pic 9(6).
		05 ak-element copy "ELEMPIC.cpy".

	fd backupst.
	01 backupst-record pic x(100).

	fd ksdsjrnl.
	01 ksdsjrnl-record pic x(80).

	fd asofout.
	01 asofout-record pic x(80).

	fd asofrpt.
	01 asofrpt-record pic x(80).

	working-storage section.
		01 ws-parm-status pic x(2).
		01 ws-ksds-status pic x(2).
		01 ws-bkp-status pic x(2).
		01 ws-jrnl-status pic x(2).
		01 ws-out-status pic x(2).
		01 ws-rpt-status pic x(2).
		01 ws-file-eof pic x(1).
			88 file-done value "Y".
		copy "KSDSJREC.cpy".
		copy "FILEENVL.cpy".
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

		01 asOfStamp pic 9(14) value 0.
		01 ceilingStamp pic 9(14) value 99999999999999.
		01 ws-from-backup pic x(1) value "N".
			88 from-backup value "Y".
		01 ws-today-loaded pic x(1) value "N".
			88 today-loaded value "Y".

		*> one slot per position: today's live contents, and the
		*> contents being wound back to the as-of stamp.
		78 positionMax value 999999.
		01 positionTable.
			05 positionEntry occurs 999999 times.
				10 pt-today-present pic x(1).
				10 pt-today-value pic s9(9) comp-3.
				10 pt-asof-present pic x(1).
				10 pt-asof-value pic s9(9) comp-3.
		01 positionIndex pic 9(7).
		01 highestPosition pic 9(6) value 0.
		01 outOfRangeCount pic 9(7) value 0.

		*> the journal entries to unwind, in journal order; sized as
		*> ksdsBackout's table is (2000000), for a wholesale reload at
		*> the ARRAYKSD key ceiling under one stamp.
		78 unwindTableMax value 2000000.
		01 unwindTable.
			05 unwindEntry occurs 2000000 times.
				10 uw-stamp pic 9(14).
				10 uw-action pic x(6).
				10 uw-position pic 9(6).
				10 uw-before pic s9(9) comp-3.
				10 uw-after pic s9(9) comp-3.
		01 unwindCount pic 9(7) value 0.
		01 unwindIndex pic 9(7).

		*> the backup set's ARRAYKSD section and its control totals
		*> (the stateRestore columns).
		01 ws-in-section pic x(1) value "N".
			88 in-ksds-section value "Y".
		01 ws-section-seen pic x(1) value "N".
			88 ksds-section-seen value "Y".
		01 ws-section-ok pic x(1) value "N".
			88 ksds-section-ok value "Y".
		01 ksds-backup-line.
			05 kb-position pic 9(6).
			05 filler pic x(1).
			05 kb-element pic s9(9) sign leading separate.
		*> the same line in a set written while the position was five
		*> digits, told apart by where the separator falls.
		01 ksds-backup-line5.
			05 kb5-position pic 9(5).
			05 filler pic x(1).
			05 kb5-element pic s9(9) sign leading separate.
		01 sectionCount pic 9(7).
		01 sectionExpected pic 9(7).
		01 sectionHashExpected pic 9(12).
		01 hashWork pic s9(12) comp-3.
		01 hashCompare pic 9(12).
		01 hashByteIndex pic 9(2).
		01 backupDate pic 9(8).
		01 backupTime pic 9(6).

		01 ws-bad-setup pic x(1) value "N".
			88 bad-setup value "Y".
		01 asOfCount pic 9(6) value 0.
		01 envelopeHashWork pic s9(12) comp-3 value 0.
		01 ws-envl-date pic 9(8).
		01 ws-envl-time-raw pic 9(8).
		01 changedCount pic 9(6) value 0.
		01 addedCount pic 9(6) value 0.
		01 deletedCount pic 9(6) value 0.
		01 unwoundCount pic 9(7) value 0.
		01 differCount pic 9(7).
		01 ws-rpt-line pic x(80).
		01 out-value copy "ELEMEDIT.cpy".
		01 out-today copy "ELEMEDIT.cpy".
		01 out-position pic zzzzz9.
		01 out-count pic zzzzzz9.

procedure division.
	main.
	perform readAsOfCard
	if bad-setup then
		move rc-invalid-input to return-code
		goback.
	move 1 to positionIndex
	perform clearOnePosition until positionIndex > positionMax
	perform loadTodayContents
	if from-backup then
		perform loadBackupContents
	else
		if not today-loaded then
			display "ksdsAsOf: unable to open ARRAYKSD, status " ws-ksds-status
			move "Y" to ws-bad-setup
		end-if
		move 1 to positionIndex
		perform copyTodayToAsOf until positionIndex > positionMax
	end-if
	if outOfRangeCount > 0 then
		move outOfRangeCount to out-count
		display "ksdsAsOf: " out-count " record(s) carry no position the table can place, refusing"
		move "Y" to ws-bad-setup
	end-if
	if not bad-setup then
		perform collectUnwindEntries
	end-if
	if bad-setup then
		move rc-invalid-input to return-code
		goback.
	open output asofrpt
	perform writeReportHeader
	move unwindCount to unwindIndex
	perform unwindOneEntry until unwindIndex < 1
	perform writeAsOfFile
	perform reportDifferences
	close asofrpt
	compute differCount = changedCount + addedCount + deletedCount
	if differCount = 0 then
		move rc-success to return-code
	else
		move rc-not-found to return-code
	end-if
	goback.

	readAsOfCard.
	open input asofparm
	if ws-parm-status not = "00" then
		display "ksdsAsOf: ASOFPARM card not available, no as-of stamp to work back to"
		move "Y" to ws-bad-setup
	else
		read asofparm
			at end
				display "ksdsAsOf: ASOFPARM is empty"
				move "Y" to ws-bad-setup
			not at end
				if ap-stamp is numeric then
					move ap-stamp to asOfStamp
				else
					display "ksdsAsOf: as-of stamp " ap-stamp " is not yyyymmddhhmmss"
					move "Y" to ws-bad-setup
				end-if
				if ap-source = "BACKUP" then
					move "Y" to ws-from-backup
				end-if
		end-read
		close asofparm
	end-if.

	clearOnePosition.
	move "N" to pt-today-present(positionIndex)
	move 0 to pt-today-value(positionIndex)
	move "N" to pt-asof-present(positionIndex)
	move 0 to pt-asof-value(positionIndex)
	add 1 to positionIndex.

	*> today's live contents are what the differences are measured
	*> against, and the starting point unless a backup set is named.
	loadTodayContents.
	open input arrayksds
	if ws-ksds-status = "00" then
		move "Y" to ws-today-loaded
		move "N" to ws-file-eof
		perform loadOneTodayRecord until file-done
		close arrayksds
	end-if.

	loadOneTodayRecord.
	read arrayksds next record
		at end move "Y" to ws-file-eof
		not at end
			if ak-position >= 1 and ak-position <= positionMax then
				move "Y" to pt-today-present(ak-position)
				move ak-element to pt-today-value(ak-position)
				if ak-position > highestPosition then
					move ak-position to highestPosition
				end-if
			else
				add 1 to outOfRangeCount
			end-if
	end-read.

	copyTodayToAsOf.
	move pt-today-present(positionIndex) to pt-asof-present(positionIndex)
	move pt-today-value(positionIndex) to pt-asof-value(positionIndex)
	add 1 to positionIndex.

	*> the ARRAYKSD section of the set, proved by its EOF totals; the
	*> set's BKP stamp caps the journal entries to unwind.
	loadBackupContents.
	open input backupst
	if ws-bkp-status not = "00" then
		display "ksdsAsOf: BACKUP named on ASOFPARM but BACKUPST is not available"
		move "Y" to ws-bad-setup
	else
		move "N" to ws-file-eof
		perform loadOneBackupLine until file-done
		close backupst
		if not ksds-section-seen then
			display "ksdsAsOf: the backup set carries no ARRAYKSD section"
			move "Y" to ws-bad-setup
		end-if
		if ksds-section-seen and not ksds-section-ok then
			display "ksdsAsOf: the backup set's ARRAYKSD section failed its control totals"
			move "Y" to ws-bad-setup
		end-if
	end-if
	if not today-loaded then
		display "ksdsAsOf: live ARRAYKSD not available, differences are against an empty file"
	end-if.

	loadOneBackupLine.
	read backupst
		at end move "Y" to ws-file-eof
		not at end
			evaluate true
				when backupst-record(1:4) = "BKP "
					move backupst-record(5:8) to backupDate
					move backupst-record(14:6) to backupTime
					compute ceilingStamp =
						backupDate * 1000000 + backupTime
				when backupst-record(1:4) = "FIL "
					if backupst-record(5:8) = "ARRAYKSD" then
						move "Y" to ws-in-section
						move "Y" to ws-section-seen
						move 0 to sectionCount
						move 0 to hashWork
					end-if
				when backupst-record(1:4) = "EOF "
					if in-ksds-section then
						perform checkSectionTotals
						move "N" to ws-in-section
					end-if
				when in-ksds-section
					add 1 to sectionCount
					perform addLineToHash
					perform takeKsdsBackupLine
					if kb-position is numeric
					and kb-position >= 1 and kb-position <= positionMax then
						move "Y" to pt-asof-present(kb-position)
						move kb-element to pt-asof-value(kb-position)
						if kb-position > highestPosition then
							move kb-position to highestPosition
						end-if
					else
						add 1 to outOfRangeCount
					end-if
				when other
					continue
			end-evaluate
	end-read.

	*> a set's line in either width, into the six-digit form.
	takeKsdsBackupLine.
	if backupst-record(6:1) = space then
		move backupst-record(1:16) to ksds-backup-line5
		move kb5-position to kb-position
		move kb5-element to kb-element
	else
		move backupst-record(1:17) to ksds-backup-line
	end-if.

	checkSectionTotals.
	move backupst-record(14:7) to sectionExpected
	move backupst-record(22:12) to sectionHashExpected
	move hashWork to hashCompare
	if sectionExpected = sectionCount
	and sectionHashExpected = hashCompare then
		move "Y" to ws-section-ok
	end-if.

	addLineToHash.
	move 1 to hashByteIndex
	perform addOneHashByte until hashByteIndex > 10.

	addOneHashByte.
	add function ord(backupst-record(hashByteIndex:1)) to hashWork
	add 1 to hashByteIndex.

	*> one forward pass collects the entries stamped after the as-of
	*> stamp (and, from a backup set, before the set was taken).
	collectUnwindEntries.
	if asOfStamp >= ceilingStamp then
		display "ksdsAsOf: as-of stamp " asOfStamp " is not before the starting point " ceilingStamp
		move "Y" to ws-bad-setup
	else
		open input ksdsjrnl
		if ws-jrnl-status not = "00" then
			display "ksdsAsOf: KSDSJRNL not available, the starting point is the answer"
		else
			move "N" to ws-file-eof
			perform collectOneEntry until file-done
			close ksdsjrnl
		end-if
	end-if.

	collectOneEntry.
	read ksdsjrnl
		at end move "Y" to ws-file-eof
		not at end
			move ksdsjrnl-record(1:68) to ksds-journal-detail
			if kj-run-stamp > asOfStamp and kj-run-stamp < ceilingStamp
			and kj-action not = "ANCHOR" then
				if unwindCount >= unwindTableMax then
					display "ksdsAsOf: more than " unwindTableMax " journal entries to unwind, refusing -- choose a later stamp or start from a later backup set"
					move "Y" to ws-bad-setup
					move "Y" to ws-file-eof
				else
					add 1 to unwindCount
					move kj-run-stamp to uw-stamp(unwindCount)
					move kj-action to uw-action(unwindCount)
					move kj-position to uw-position(unwindCount)
					move kj-before to uw-before(unwindCount)
					move kj-after to uw-after(unwindCount)
				end-if
			end-if
	end-read.

	*> the ksdsBackout reversal rules, applied to the as-of table.
	*> every journal position is one the table holds.
	unwindOneEntry.
	move uw-position(unwindIndex) to positionIndex
	if positionIndex >= 1 then
		evaluate uw-action(unwindIndex)
			when "ADD"
				move "N" to pt-asof-present(positionIndex)
				move 0 to pt-asof-value(positionIndex)
				add 1 to unwoundCount
			when "CHANGE"
				move "Y" to pt-asof-present(positionIndex)
				move uw-before(unwindIndex) to pt-asof-value(positionIndex)
				add 1 to unwoundCount
			when "DELETE"
				move "Y" to pt-asof-present(positionIndex)
				move uw-before(unwindIndex) to pt-asof-value(positionIndex)
				add 1 to unwoundCount
			when other
				display "ksdsAsOf: journal action " uw-action(unwindIndex) " not recognized, skipped"
		end-evaluate
		if positionIndex > highestPosition then
			move positionIndex to highestPosition
		end-if
	end-if
	move uw-position(unwindIndex) to out-position
	move spaces to ws-rpt-line
	string "unwound " uw-stamp(unwindIndex) "  " uw-action(unwindIndex)
		"  position " out-position
		delimited by size into ws-rpt-line
	write asofrpt-record from ws-rpt-line
	subtract 1 from unwindIndex.

	writeReportHeader.
	move spaces to ws-rpt-line
	string "saved array as of " asOfStamp
		delimited by size into ws-rpt-line
	write asofrpt-record from ws-rpt-line
	move spaces to ws-rpt-line
	if from-backup then
		string "starting point: backup set taken " backupDate " "
			backupTime
			delimited by size into ws-rpt-line
	else
		string "starting point: live ARRAYKSD"
			delimited by size into ws-rpt-line
	end-if
	write asofrpt-record from ws-rpt-line
	move spaces to ws-rpt-line
	write asofrpt-record from ws-rpt-line.

	*> the as-of array, position order, under a fresh envelope.
	writeAsOfFile.
	move 0 to asOfCount
	move 1 to positionIndex
	perform countOneAsOf until positionIndex > highestPosition
	open output asofout
	perform getProcessingDate
	move pdt-date to ws-envl-date
	move ws-envl-date to envl-hdr-date
	move asOfCount to envl-hdr-count
	accept ws-envl-time-raw from time
	move spaces to envl-hdr-run-id
	string "AO" ws-envl-time-raw(1:6)
		delimited by size into envl-hdr-run-id
	move spaces to envl-hdr-source-id
	write asofout-record from envelope-header-record
	move 1 to positionIndex
	perform writeOneAsOf until positionIndex > highestPosition
	move asOfCount to envl-trl-count
	move envelopeHashWork to envl-trl-hash
	write asofout-record from envelope-trailer-record
	close asofout.

	countOneAsOf.
	if pt-asof-present(positionIndex) = "Y" then
		add 1 to asOfCount.
	add 1 to positionIndex.

	writeOneAsOf.
	if pt-asof-present(positionIndex) = "Y" then
		move pt-asof-value(positionIndex) to out-value
		add pt-asof-value(positionIndex) to envelopeHashWork
		move spaces to asofout-record
		string out-value delimited by size into asofout-record
		write asofout-record
	end-if
	add 1 to positionIndex.

	reportDifferences.
	move spaces to ws-rpt-line
	write asofrpt-record from ws-rpt-line
	move "   pos       as of      today  since" to ws-rpt-line
	write asofrpt-record from ws-rpt-line
	move 1 to positionIndex
	perform compareOnePosition until positionIndex > highestPosition
	move spaces to ws-rpt-line
	write asofrpt-record from ws-rpt-line
	move unwoundCount to out-count
	move spaces to ws-rpt-line
	string "journal entries unwound:      " out-count
		delimited by size into ws-rpt-line
	write asofrpt-record from ws-rpt-line
	display "ksdsAsOf: " ws-rpt-line
	move asOfCount to out-count
	move spaces to ws-rpt-line
	string "positions in the as-of array: " out-count
		delimited by size into ws-rpt-line
	write asofrpt-record from ws-rpt-line
	display "ksdsAsOf: " ws-rpt-line
	move changedCount to out-count
	move spaces to ws-rpt-line
	string "changed since:                " out-count
		delimited by size into ws-rpt-line
	write asofrpt-record from ws-rpt-line
	display "ksdsAsOf: " ws-rpt-line
	move addedCount to out-count
	move spaces to ws-rpt-line
	string "added since:                  " out-count
		delimited by size into ws-rpt-line
	write asofrpt-record from ws-rpt-line
	display "ksdsAsOf: " ws-rpt-line
	move deletedCount to out-count
	move spaces to ws-rpt-line
	string "deleted since:                " out-count
		delimited by size into ws-rpt-line
	write asofrpt-record from ws-rpt-line
	display "ksdsAsOf: " ws-rpt-line.

	compareOnePosition.
	move positionIndex to out-position
	move pt-asof-value(positionIndex) to out-value
	move pt-today-value(positionIndex) to out-today
	move spaces to ws-rpt-line
	evaluate true
		when pt-asof-present(positionIndex) = "Y"
		and pt-today-present(positionIndex) = "Y"
			if pt-asof-value(positionIndex) not = pt-today-value(positionIndex) then
				add 1 to changedCount
				string out-position "  " out-value " " out-today "  CHANGED"
					delimited by size into ws-rpt-line
				write asofrpt-record from ws-rpt-line
			end-if
		when pt-asof-present(positionIndex) = "Y"
			add 1 to deletedCount
			string out-position "  " out-value " " "          " "  DELETED"
				delimited by size into ws-rpt-line
			write asofrpt-record from ws-rpt-line
		when pt-today-present(positionIndex) = "Y"
			add 1 to addedCount
			string out-position "  " "          " " " out-today "  ADDED"
				delimited by size into ws-rpt-line
			write asofrpt-record from ws-rpt-line
		when other
			continue
	end-evaluate
	add 1 to positionIndex.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "ksdsAsOf" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
