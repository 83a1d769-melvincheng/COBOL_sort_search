identification division.
program-id. nameStandardize.

*> front-end standardization for the ARRAYINX name list before
*> createArrayAlpha loads it: the upstream alpha lists spell the same
*> name several ways ("ACME CORP." and "ACME CORPORATION", doubled or
*> leading blanks, trailing punctuation), so they sort apart and a
*> binarySearchAlpha lookup misses. every name is cleaned the same
*> way and written to ARRAYINS (point createArrayAlpha's ARRAYINX DD
*> at it), left-justified in its pic x(20) slot:
*>   - periods and apostrophes are dropped ("ST." is ST, "O'NEIL" is
*>     ONEIL); any other character but a letter, a digit, or & parts
*>     two words, as a blank does
*>   - each word is looked up on the NAMESUBS substitution table and
*>     replaced by its standard form
*>   - the words are joined again with single blanks
*> NAMESUBS is the maintained table, one substitution per line:
*>   columns  1-20  the word as it arrives, without its punctuation
*>   columns 22-41  its standard form; blank drops the word
*> words match exactly as given. without NAMESUBS the names are still
*> respaced and stripped, with a warning.
*>
*> the NAMERPT report shows every name the cleaning changed, before
*> and after, and flags as a probable duplicate every name that comes
*> out the same as an earlier one it did not match as received -- a
*> pair to look at, since a search now finds either at one index.
*> a cleaned name longer than twenty characters is cut to fit and
*> reported.
*>
*> an ARRAYINX envelope (see FILEENVL.cpy, alphanumeric hash as in
*> createArrayAlpha) is verified as the file is read, and the cleaned
*> file always goes out in a fresh one whose count and hash describe
*> the cleaned names, carrying the input's date and run identifier
*> forward. RETURN-CODE: rc-success when the cleaned file is written
*> and nothing needs a look, rc-not-found when it is written with
*> probable duplicates flagged (or the input held no names),
*> rc-invalid-input when ARRAYINX is missing, its envelope does not
*> verify, or it holds more names than an array can.
environment division.
	input-output section.
	file-control.
		select arrayinx assign to "ARRAYINX"
			organization line sequential
			file status is ws-in-status.
		select arrayins assign to "ARRAYINS"
			organization line sequential
			file status is ws-out-status.
		select namesubs assign to "NAMESUBS"
			organization line sequential
			file status is ws-subs-status.
		select namerpt assign to "NAMERPT"
			organization line sequential
			file status is ws-rpt-status.

data division.
	file section.
	fd arrayinx.
	01 arrayinx-record pic x(80).

	fd arrayins.
	01 arrayins-record pic x(80).

	fd namesubs.
	01 namesubs-record.
		05 ns-word pic x(20).
		05 filler pic x(1).
		05 ns-standard pic x(20).

	fd namerpt.
	01 namerpt-record pic x(80).

	working-storage section.
		01 ws-in-status pic x(2).
		01 ws-out-status pic x(2).
		01 ws-subs-status pic x(2).
		01 ws-rpt-status pic x(2).
		01 ws-in-eof pic x(1).
			88 input-eof value "Y".
		01 ws-subs-eof pic x(1).
			88 subs-eof value "Y".
		01 ws-enveloped pic x(1) value "N".
			88 input-enveloped value "Y".
		01 ws-trailer-seen pic x(1) value "N".
			88 trailer-seen value "Y".
		01 ws-envelope-bad pic x(1) value "N".
			88 envelope-mismatch value "Y".
		01 ws-too-many pic x(1) value "N".
			88 too-many-names value "Y".
		01 ws-sub-found pic x(1).
			88 substitution-found value "Y".
		01 ws-truncated pic x(1).
			88 name-truncated value "Y".

		*> the substitution table as loaded from NAMESUBS.
		78 substituteMax value 200.
		01 substituteTable.
			05 substituteEntry occurs 200 times.
				10 st-word pic x(20).
				10 st-standard pic x(20).
		01 substituteCount pic 9(3) value 0.
		01 subIndex pic 9(3).

		*> every name, as received and as cleaned; one array's worth.
		78 nameMax value 999.
		01 nameTable.
			05 nameEntry occurs 999 times.
				10 nt-original pic x(40).
				10 nt-clean pic x(20).
				10 nt-truncated pic x(1).
		01 nameCount pic 9(4) value 0.
		01 nameIndex pic 9(4).
		01 matchIndex pic 9(4).

		*> the name being cleaned, a character and a word at a time.
		01 nameText pic x(80).
		01 nameChar pic x(1).
		01 charIndex pic 9(3).
		01 wordText pic x(80).
		01 wordLength pic 9(3).
		01 cleanText pic x(80).
		01 cleanPointer pic 9(3).
		01 standardText pic x(20).
		01 standardLength pic 9(3).

		copy "FILEENVL.cpy".
		01 inputCount pic 9(6) value 0.
		01 inputHashWork pic s9(12) comp-3 value 0.
		01 cleanHashWork pic s9(12) comp-3 value 0.
		01 envelopeHashWork pic s9(12) comp-3.
		01 envelopeHashCompare pic 9(12).
		01 hashByteIndex pic 9(2).
		01 hashRecordWork pic x(20).
		01 ws-envl-in-date pic 9(8) value 0.
		01 ws-envl-time-raw pic 9(8).
		*> the consumed input's run identifier, copied forward into
		*> ARRAYINS's header so the cleaned hop keeps its lineage.
		01 arrayinxRunId pic x(8) value spaces.

		01 changedCount pic 9(6) value 0.
		01 truncatedCount pic 9(6) value 0.
		01 duplicateCount pic 9(6) value 0.
		01 ws-rpt-line pic x(80).
		01 out-line pic zzzzz9.
		01 out-match pic zzzzz9.
		01 out-count pic zzzzz9.
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

procedure division.
	main.
	open input arrayinx
	if ws-in-status not = "00" then
		display "nameStandardize: ARRAYINX not available, nothing to standardize"
		move rc-invalid-input to return-code
		goback.
	perform loadSubstitutions
	move "N" to ws-in-eof
	perform loadOneName until input-eof
	close arrayinx
	if input-enveloped and not trailer-seen then
		display "nameStandardize: ARRAYINX ended without its trailer record"
		move "Y" to ws-envelope-bad.
	if envelope-mismatch then
		display "nameStandardize: ARRAYINX envelope did not verify, nothing written"
		move rc-invalid-input to return-code
		goback.
	if too-many-names then
		display "nameStandardize: ARRAYINX holds more than " nameMax " names, nothing written"
		move rc-invalid-input to return-code
		goback.
	open output namerpt
	move spaces to ws-rpt-line
	string "name standardization of ARRAYINX, " substituteCount
		" substitution(s) on NAMESUBS"
		delimited by size into ws-rpt-line
	write namerpt-record from ws-rpt-line
	move spaces to ws-rpt-line
	write namerpt-record from ws-rpt-line
	move 1 to nameIndex
	perform reportOneChange until nameIndex > nameCount
	move spaces to ws-rpt-line
	write namerpt-record from ws-rpt-line
	move 1 to nameIndex
	perform checkOneDuplicate until nameIndex > nameCount
	perform writeCleanedFile
	perform writeNameSummary
	close namerpt
	evaluate true
		when nameCount = 0
			display "nameStandardize: ARRAYINX holds no names"
			move rc-not-found to return-code
		when duplicateCount > 0
			move rc-not-found to return-code
		when other
			move rc-success to return-code
	end-evaluate
	goback.

	loadSubstitutions.
	open input namesubs
	if ws-subs-status not = "00" then
		display "nameStandardize: NAMESUBS not available, names respaced and stripped only"
	else
		move "N" to ws-subs-eof
		perform loadOneSubstitution until subs-eof
		close namesubs
	end-if.

	loadOneSubstitution.
	read namesubs
		at end move "Y" to ws-subs-eof
		not at end
			evaluate true
				when ns-word = spaces
					continue
				when substituteCount >= substituteMax
					display "nameStandardize: substitution table full, ignored: " ns-word
				when other
					add 1 to substituteCount
					move function trim(ns-word) to st-word(substituteCount)
					move function trim(ns-standard) to st-standard(substituteCount)
			end-evaluate
	end-read.

	*> reads the names, absorbing the envelope records on the way; the
	*> trailer is verified on the spot against the names read.
	loadOneName.
	read arrayinx
		at end move "Y" to ws-in-eof
		not at end
			evaluate true
				when arrayinx-record(1:4) = "HDR "
					move "Y" to ws-enveloped
					move arrayinx-record(1:37) to envelope-header-record
					move envl-hdr-date to ws-envl-in-date
					move envl-hdr-run-id to arrayinxRunId
				when arrayinx-record(1:4) = "TRL "
					move "Y" to ws-trailer-seen
					move arrayinx-record to envelope-trailer-record
					move inputHashWork to envelopeHashCompare
					if envl-trl-count not = inputCount
					or envl-trl-hash not = envelopeHashCompare then
						move "Y" to ws-envelope-bad
					end-if
				when other
					add 1 to inputCount
					move arrayinx-record to hashRecordWork
					move 0 to envelopeHashWork
					perform addRecordToHash
					add envelopeHashWork to inputHashWork
					if nameCount >= nameMax then
						move "Y" to ws-too-many
					else
						add 1 to nameCount
						move arrayinx-record to nt-original(nameCount)
						move arrayinx-record to nameText
						perform cleanOneName
						move cleanText to nt-clean(nameCount)
						move ws-truncated to nt-truncated(nameCount)
					end-if
			end-evaluate
	end-read.

	*> ----------------------------------------------------------------
	*> the cleaning itself: nameText in, cleanText out.
	*> ----------------------------------------------------------------
	cleanOneName.
	move spaces to cleanText
	move 1 to cleanPointer
	move "N" to ws-truncated
	move spaces to wordText
	move 0 to wordLength
	move 1 to charIndex
	perform scanOneCharacter until charIndex > 80
	perform finishWord
	if cleanPointer > 21 then
		move "Y" to ws-truncated.

	scanOneCharacter.
	move nameText(charIndex:1) to nameChar
	evaluate true
		when nameChar = "." or nameChar = "'"
			continue
		when (nameChar >= "A" and nameChar <= "Z")
		or (nameChar >= "a" and nameChar <= "z")
		or (nameChar >= "0" and nameChar <= "9")
		or nameChar = "&"
			add 1 to wordLength
			move nameChar to wordText(wordLength:1)
		when other
			perform finishWord
	end-evaluate
	add 1 to charIndex.

	*> a word ends at a blank or a separator: it is swapped for its
	*> standard form, then added to the name behind one blank.
	finishWord.
	if wordLength > 0 then
		perform substituteWord
		if standardLength > 0 then
			if cleanPointer > 1 then
				add 1 to cleanPointer
			end-if
			if cleanPointer + standardLength > 81 then
				move "Y" to ws-truncated
			else
				move wordText(1:standardLength) to cleanText(cleanPointer:standardLength)
				add standardLength to cleanPointer
			end-if
		end-if
		move spaces to wordText
		move 0 to wordLength
	end-if.

	substituteWord.
	move wordLength to standardLength
	move "N" to ws-sub-found
	if wordLength <= 20 then
		move 1 to subIndex
		perform findSubstitution
			until subIndex > substituteCount or substitution-found
	end-if
	if substitution-found then
		move st-standard(subIndex) to standardText
		move spaces to wordText
		if standardText = spaces then
			move 0 to standardLength
		else
			move standardText to wordText
			compute standardLength = function length(function trim(standardText trailing))
		end-if
	end-if.

	findSubstitution.
	if st-word(subIndex) = wordText(1:20) then
		move "Y" to ws-sub-found
	else
		add 1 to subIndex.

	*> ----------------------------------------------------------------
	*> report: each change, then the probable duplicates.
	*> ----------------------------------------------------------------
	reportOneChange.
	if nt-clean(nameIndex) not = nt-original(nameIndex) then
		add 1 to changedCount
		move nameIndex to out-line
		move spaces to ws-rpt-line
		string "line " out-line "  <" function trim(nt-original(nameIndex)(1:30) trailing)
			">  becomes  " nt-clean(nameIndex)
			delimited by size into ws-rpt-line
		write namerpt-record from ws-rpt-line
	end-if
	if nt-truncated(nameIndex) = "Y" then
		add 1 to truncatedCount
		move nameIndex to out-line
		move spaces to ws-rpt-line
		string "line " out-line "  cleaned name longer than 20 characters, cut to "
			nt-clean(nameIndex)
			delimited by size into ws-rpt-line
		write namerpt-record from ws-rpt-line
		display "nameStandardize: " ws-rpt-line
	end-if
	add 1 to nameIndex.

	*> each name against the first earlier name that cleaned the same:
	*> a pair that differed as received is a probable duplicate; a
	*> pair that arrived identical is createArrayAlpha's to report.
	checkOneDuplicate.
	if nt-clean(nameIndex) not = spaces then
		move 1 to matchIndex
		perform findEarlierMatch
			until matchIndex >= nameIndex
			or nt-clean(matchIndex) = nt-clean(nameIndex)
		if matchIndex < nameIndex
		and nt-original(matchIndex) not = nt-original(nameIndex) then
			add 1 to duplicateCount
			move nameIndex to out-line
			move matchIndex to out-match
			move spaces to ws-rpt-line
			string "probable duplicate: line " out-line " and line " out-match
				" both become " nt-clean(nameIndex)
				delimited by size into ws-rpt-line
			write namerpt-record from ws-rpt-line
			display "nameStandardize: " ws-rpt-line
		end-if
	end-if
	add 1 to nameIndex.

	findEarlierMatch.
	add 1 to matchIndex.

	*> the cleaned names inside a fresh envelope: the input's date and
	*> run identifier carried forward, count and hash recomputed.
	writeCleanedFile.
	open output arrayins
	if ws-envl-in-date = 0 then
		perform getProcessingDate
		move pdt-date to ws-envl-in-date.
	move ws-envl-in-date to envl-hdr-date
	move nameCount to envl-hdr-count
	accept ws-envl-time-raw from time
	move spaces to envl-hdr-run-id
	string "NS" ws-envl-time-raw(1:6)
		delimited by size into envl-hdr-run-id
	move arrayinxRunId to envl-hdr-source-id
	move spaces to envl-hdr-sort-spec
	write arrayins-record from envelope-header-record
	move 1 to nameIndex
	perform writeOneCleanName until nameIndex > nameCount
	move nameCount to envl-trl-count
	move cleanHashWork to envl-trl-hash
	write arrayins-record from envelope-trailer-record
	close arrayins.

	writeOneCleanName.
	move nt-clean(nameIndex) to arrayins-record
	write arrayins-record
	move nt-clean(nameIndex) to hashRecordWork
	move 0 to envelopeHashWork
	perform addRecordToHash
	add envelopeHashWork to cleanHashWork
	add 1 to nameIndex.

	*> the alphanumeric hash contribution of hashRecordWork: the sum
	*> of its first ten bytes' ordinal values (createArrayAlpha's).
	addRecordToHash.
	move 1 to hashByteIndex
	perform addOneHashByte until hashByteIndex > 10.

	addOneHashByte.
	add function ord(hashRecordWork(hashByteIndex:1))
		to envelopeHashWork
	add 1 to hashByteIndex.

	writeNameSummary.
	move spaces to ws-rpt-line
	write namerpt-record from ws-rpt-line
	move nameCount to out-count
	move spaces to ws-rpt-line
	string "names read:          " out-count
		delimited by size into ws-rpt-line
	write namerpt-record from ws-rpt-line
	move changedCount to out-count
	move spaces to ws-rpt-line
	string "names changed:       " out-count
		delimited by size into ws-rpt-line
	write namerpt-record from ws-rpt-line
	move truncatedCount to out-count
	move spaces to ws-rpt-line
	string "names cut to fit:    " out-count
		delimited by size into ws-rpt-line
	write namerpt-record from ws-rpt-line
	move duplicateCount to out-count
	move spaces to ws-rpt-line
	string "probable duplicates: " out-count
		delimited by size into ws-rpt-line
	write namerpt-record from ws-rpt-line
	move nameCount to out-count
	move changedCount to out-line
	move duplicateCount to out-match
	move spaces to ws-rpt-line
	string function trim(out-count) " name(s) read, "
		function trim(out-line) " changed, "
		function trim(out-match) " probable duplicate(s), written to ARRAYINS"
		delimited by size into ws-rpt-line
	display "nameStandardize: " ws-rpt-line.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "nameStandardize" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
