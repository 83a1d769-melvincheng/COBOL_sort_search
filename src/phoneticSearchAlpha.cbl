identification division.
program-id. phoneticSearchAlpha.

*> sound-alike counterpart to linearSearchAlpha.cbl: instead of an
*> exact (or case-folded) match it finds every element that sounds
*> like the target -- "Smyth" for SMITH, "Catherine" for KATHRYN --
*> which is how vendor and customer names arrive when someone took
*> them down over the phone.
*>
*> the sound-alike code is four characters built the soundex way:
*> letters fold to their sound group (B F P V 1, C G J K Q S X Z 2,
*> D T 3, L 4, M N 5, R 6), a run of the same group counts once, the
*> vowels and Y break a run, H and W do not, and the code is padded
*> out with zeros. unlike the textbook soundex the first letter is
*> coded by its group too (a vowel or H W Y as 0), so a C and a K
*> that sound alike at the front of a name still match. anything
*> that is not a letter is passed over.
*>
*> every element whose code equals the target's is a candidate. the
*> candidates are listed best first by a closeness score: for each
*> letter of the target, two points when the element has the same
*> letter in the same place, one point when it is one place off,
*> scaled to 100 for a letter-for-letter match. each line carries
*> the rank, the element's position in the array, and its score.
*>
*> arraySize and array are optional: MAIN's menu and batchDriver's
*> NAMESRCH card hold only the numeric workspace, so when no array is
*> passed this program builds the alphanumeric one itself from
*> ARRAYINX through createArrayAlpha, sized to the data records on
*> the file. searchTarget lets an unattended caller pass the name
*> instead of answering the ACCEPT, same convention as
*> linearSearchAlpha's.
*>
*> every execution is logged to the SRCHLOG findings file (see
*> SRCHLREC.cpy); sf-target is zero for a name search and sf-detail
*> carries the name, its code, and the candidate count, with sf-index
*> the best candidate's position. RETURN-CODE follows RETCODE.cpy:
*> rc-success with at least one candidate, rc-not-found with none,
*> rc-invalid-input when the target has no letters or the array
*> cannot be built.
environment division.
	input-output section.
	file-control.
		select array-in-x assign to "ARRAYINX"
			organization line sequential
			file status is ws-in-status.
		select srchlog assign to "SRCHLOG"
			organization line sequential
			file status is ws-srchlog-status.

data division.
	file section.
	fd array-in-x.
	01 array-in-x-record pic x(23).

	fd srchlog.
	01 srchlog-record pic x(100).

	working-storage section.
		01 target pic x(20).
		01 targetCode pic x(4).
		01 targetLength pic 9(2).
		01 probeValue pic x(20).
		01 probeCode pic x(4).
		01 arrayIndex pic 9(3).
		01 searchSize pic 9(3).

		*> the array this program builds for itself when none is passed,
		*> declared directly: the copybook's 78-level only needs
		*> declaring once per program, and the linkage copy below has it.
		01 ownSize pic 9(3) value 0.
		01 ownArray.
			05 ownElement pic x(20) occurs 0 to 999 times
				depending on ownSize.
		01 ws-own-array pic x(1) value "N".
			88 own-array value "Y".
		01 ws-in-status pic x(2).
		01 ws-in-eof pic x(1).
			88 in-done value "Y".

		*> soundInput in, soundCode out, for buildSoundCode.
		01 soundInput pic x(20).
		01 soundCode pic x(4).
		01 soundWork pic x(20).
		01 soundChar pic x(1).
		01 soundLast pic x(1).
		01 soundLength pic 9(1).
		01 scanIndex pic 9(2).

		*> closeness scoring of one candidate against the target.
		01 scoreCredit pic 9(3).
		01 scoreValue pic 9(3).
		01 letterIndex pic 9(2).

		01 candidateTable.
			05 candidateEntry occurs 999 times.
				10 cand-position pic 9(3).
				10 cand-score pic 9(3).
		01 candidateCount pic 9(3) value 0.
		01 candidateHold pic x(6).
		01 rankIndex pic 9(3).
		01 rankInner pic 9(3).
		01 ws-rank-swapped pic x(1).
			88 rank-swapped value "Y".

		01 out-rank pic zz9.
		01 out-position pic zz9.
		01 out-score pic zz9.
		01 out-count pic zz9.

		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".
		01 ws-srchlog-status pic x(2).
		copy "SRCHLREC.cpy".
		01 ws-finding-date pic 9(8).
		01 ws-finding-time pic 9(8).

	linkage section.
		01 arraySize pic 9(3).
		copy "ARRAYRECX.cpy"
			replacing ==:ARRAY-RECORD-NAME:==  by ==array==
			          ==:ARRAY-ELEMENT-NAME:== by ==ws-element==
			          ==:ARRAY-SIZE-NAME:==    by ==arraySize==.
		01 searchTarget pic x(20).

procedure division using optional arraySize, optional array,
		optional searchTarget.
	main.
	move 0 to candidateCount
	if address of searchTarget not = null then
		move searchTarget to target
	else
		display "Please enter the name to sound out"
		accept target.
	move function upper-case(target) to target
	move target to soundInput
	perform buildSoundCode
	move soundCode to targetCode
	if targetCode = spaces then
		display "phoneticSearchAlpha: the name has no letters to sound out"
		move rc-invalid-input to return-code
		move "ABORTED" to sf-outcome
		move 0 to sf-index
		move "target has no letters" to sf-detail
		perform writeSearchFinding
		goback.
	if address of array not = null and address of arraySize not = null then
		move "N" to ws-own-array
		move arraySize to searchSize
	else
		perform buildOwnArray
		if return-code = rc-invalid-input then
			display "phoneticSearchAlpha: no alphanumeric array to search, ARRAYINX not usable"
			move "ABORTED" to sf-outcome
			move 0 to sf-index
			move "ARRAYINX not usable" to sf-detail
			perform writeSearchFinding
			goback
		end-if
		move ownSize to searchSize
	end-if
	perform measureTarget
	display "phoneticSearchAlpha: " target " sounds like code " targetCode
	move 0 to arrayIndex
	perform testOneElement until arrayIndex = searchSize
	if candidateCount = 0 then
		display "No sound-alike names found"
		move rc-not-found to return-code
		move "NOT-FOUND" to sf-outcome
		move 0 to sf-index
	else
		perform rankCandidates
		display "rank  position  score  name"
		move 1 to rankIndex
		perform listOneCandidate until rankIndex > candidateCount
		move rc-success to return-code
		move "FOUND" to sf-outcome
		move cand-position(1) to sf-index
	end-if
	move candidateCount to out-count
	move spaces to sf-detail
	string target " " targetCode " " out-count
		delimited by size into sf-detail
	perform writeSearchFinding
	goback.

	*> no array passed: size it to the data records on ARRAYINX
	*> (envelope control records are not elements) and let
	*> createArrayAlpha do the load and the envelope check.
	buildOwnArray.
	move "Y" to ws-own-array
	move 0 to ownSize
	open input array-in-x
	if ws-in-status not = "00" then
		move rc-invalid-input to return-code
	else
		move "N" to ws-in-eof
		perform countOneInputRecord until in-done
		close array-in-x
		if ownSize = 0 then
			move rc-invalid-input to return-code
		else
			move rc-success to return-code
			call 'createArrayAlpha' using ownSize, ownArray, omitted
		end-if
	end-if.

	countOneInputRecord.
	read array-in-x
		at end move "Y" to ws-in-eof
		not at end
			if array-in-x-record(1:4) not = "HDR "
			and array-in-x-record(1:4) not = "TRL " then
				if ownSize < alphaArrayMaxSize then
					add 1 to ownSize
				end-if
			end-if
	end-read.

	*> how many places of the target count towards the score: up to
	*> its last non-blank character.
	measureTarget.
	move 20 to targetLength
	perform shortenTarget
		until targetLength = 0 or target(targetLength:1) not = space.

	shortenTarget.
	subtract 1 from targetLength.

	testOneElement.
	add 1 to arrayIndex
	if own-array then
		move ownElement(arrayIndex) to probeValue
	else
		move ws-element(arrayIndex) to probeValue
	end-if
	move function upper-case(probeValue) to probeValue
	move probeValue to soundInput
	perform buildSoundCode
	if soundCode = targetCode then
		perform scoreCandidate
		add 1 to candidateCount
		move arrayIndex to cand-position(candidateCount)
		move scoreValue to cand-score(candidateCount)
	end-if.

	*> the four-character sound-alike code of soundInput (already
	*> folded to upper case) into soundCode; spaces when the input
	*> carries no letters at all.
	buildSoundCode.
	move soundInput to soundWork
	inspect soundWork converting "0123456789" to "          "
	inspect soundWork converting "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
		to "01230129022455012623019202"
	move spaces to soundCode
	move 0 to soundLength
	move space to soundLast
	move 1 to scanIndex
	perform codeOneCharacter until scanIndex > 20 or soundLength = 4
	if soundLength > 0 then
		inspect soundCode replacing all space by "0".

	codeOneCharacter.
	move soundWork(scanIndex:1) to soundChar
	if soundChar is numeric then
		if soundLength = 0 then
			add 1 to soundLength
			if soundChar = "9" then
				move "0" to soundCode(1:1)
			else
				move soundChar to soundCode(1:1)
			end-if
			move soundChar to soundLast
		else
			evaluate soundChar
				when "0"
					move "0" to soundLast
				when "9"
					continue
				when other
					if soundChar not = soundLast then
						add 1 to soundLength
						move soundChar to soundCode(soundLength:1)
						move soundChar to soundLast
					end-if
			end-evaluate
		end-if
	end-if
	add 1 to scanIndex.

	*> two points per target letter matched in place, one per letter
	*> matched a place to either side, as a percentage of a perfect
	*> letter-for-letter match.
	scoreCandidate.
	move 0 to scoreCredit
	move 1 to letterIndex
	perform scoreOneLetter until letterIndex > targetLength
	compute scoreValue = scoreCredit * 50 / targetLength
	if scoreValue > 100 then
		move 100 to scoreValue.

	scoreOneLetter.
	evaluate true
		when target(letterIndex:1) = space
			continue
		when probeValue(letterIndex:1) = target(letterIndex:1)
			add 2 to scoreCredit
		when letterIndex > 1
		and probeValue(letterIndex - 1:1) = target(letterIndex:1)
			add 1 to scoreCredit
		when letterIndex < 20
		and probeValue(letterIndex + 1:1) = target(letterIndex:1)
			add 1 to scoreCredit
		when other
			continue
	end-evaluate
	add 1 to letterIndex.

	*> exchange passes, best score first, array order among equals.
	rankCandidates.
	move "Y" to ws-rank-swapped
	perform rankOnePass until not rank-swapped.

	rankOnePass.
	move "N" to ws-rank-swapped
	move 1 to rankIndex
	perform rankOnePair until rankIndex >= candidateCount.

	rankOnePair.
	compute rankInner = rankIndex + 1
	if cand-score(rankInner) > cand-score(rankIndex) then
		move candidateEntry(rankIndex) to candidateHold
		move candidateEntry(rankInner) to candidateEntry(rankIndex)
		move candidateHold to candidateEntry(rankInner)
		move "Y" to ws-rank-swapped
	end-if
	add 1 to rankIndex.

	listOneCandidate.
	move cand-position(rankIndex) to arrayIndex
	if own-array then
		move ownElement(arrayIndex) to probeValue
	else
		move ws-element(arrayIndex) to probeValue
	end-if
	move rankIndex to out-rank
	move arrayIndex to out-position
	move cand-score(rankIndex) to out-score
	display " " out-rank "     " out-position "    " out-score "  " probeValue
	add 1 to rankIndex.

	*> appends this execution's finding to SRCHLOG (layout in
	*> SRCHLREC.cpy); sf-outcome, sf-index, and sf-detail are set by
	*> the caller before the perform.
	writeSearchFinding.
	perform getProcessingDate
	move pdt-date to ws-finding-date
	accept ws-finding-time from time
	move ws-finding-date to sf-date
	compute sf-time = ws-finding-time / 100
	move "phoneticSearchAlpha" to sf-program
	move 0 to sf-target
	open extend srchlog
	if ws-srchlog-status not = "00" then
		open output srchlog.
	write srchlog-record from search-findings-detail
	close srchlog.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "phoneticSearchAlpha" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
