identification division.
program-id. xrefInquiry.

*> full-screen description search, valueInquiry's panel turned the
*> other way round for the phone question that actually comes in:
*> "what's the account number for Northside Hardware?" the operator
*> keys a word or phrase, and the panel lists every cross-referenced
*> value whose description contains it, upper or lower case alike,
*> with the positions holding each value in the saved array. the
*> search is xrefSearch's -- one START on the XREFWORD description
*> index (see XWRDREC.cpy) and a read forward over the keys that begin
*> with the phrase -- so an answer comes back while the caller is
*> still on the line however large the cross-reference grows; the
*> positions come from ARRAYVAL the way valueInquiry finds them. F3
*> (or a blank phrase) ends the session. without ARRAYVAL the panel
*> still lists the values, without positions.
*>
*> batch has no business here: xrefSearch covers the card-driven case.
environment division.
	configuration section.
	special-names.
		crt status is ws-crt-status.
	input-output section.
	file-control.
		select xrefword assign to "XREFWORD"
			organization indexed
			access mode is dynamic
			record key is xw-key
			file status is ws-word-status.
		select arrayval assign to "ARRAYVAL"
			organization indexed
			access mode is dynamic
			record key is av-key
			file status is ws-arrayval-status.

data division.
	file section.
	fd xrefword.
	copy "XWRDREC.cpy".

	fd arrayval.
	01 arrayval-record.
		05 av-key.
			10 av-value-key pic 9(10).
			10 av-position pic 9(6).
		05 av-element copy "ELEMPIC.cpy".

	working-storage section.
		01 ws-crt-status pic 9(4).
		88 fkey-exit value 1003.

		01 ws-word-status pic x(2).
		01 ws-arrayval-status pic x(2).
		01 ws-word-eof pic x(1).
			88 word-scan-done value "Y".
		01 ws-val-eof pic x(1).
			88 lookup-done value "Y".
		01 ws-have-positions pic x(1) value "Y".
			88 have-positions value "Y".
		01 ws-value-seen pic x(1).
			88 value-seen value "Y".
		78 signedValueOffset value 1000000000.
		78 valueLinesShown value 8.
		78 positionsListed value 3.

		01 queryText pic x(30).
		01 queryLength pic 9(2).
		*> the values already shown for this phrase: a description can
		*> hold the phrase more than once, and each is its own key.
		01 hitTable.
			05 hitValueKey pic 9(10) occurs 8 times.
		01 hitCount pic 9(5).
		01 hitIndex pic 9(2).
		01 lineIndex pic 9(2).
		01 positionCount pic 9(5).
		01 positionText pic x(25).
		01 positionPointer pic 9(2).
		01 workValue copy "ELEMPIC.cpy".
		01 out-value copy "ELEMEDIT.cpy".
		01 out-position pic zzzzz9.

		01 ws-session-done pic x(1) value "N".
			88 session-done value "Y".

		01 inquiry-state.
			05 iq-phrase pic x(30).
			05 iq-count pic 9(5).
			05 iq-result-line pic x(76) occurs 8 times.
			05 iq-message pic x(50).
		copy "RETCODE.cpy".

	screen section.
	01 inquiryPanel.
		05 blank screen.
		05 line 1 column 23 value "CROSS-REFERENCE DESCRIPTION SEARCH".
		05 line 3 column 3 value "description contains:".
		05 line 3 column 26 pic x(30) using iq-phrase.
		05 line 5 column 3 value "values found:".
		05 line 5 column 17 pic 9(5) from iq-count.
		05 line 6 column 3 value "     value  description                     in the saved array at".
		05 line 7 column 3 pic x(76) from iq-result-line(1).
		05 line 8 column 3 pic x(76) from iq-result-line(2).
		05 line 9 column 3 pic x(76) from iq-result-line(3).
		05 line 10 column 3 pic x(76) from iq-result-line(4).
		05 line 11 column 3 pic x(76) from iq-result-line(5).
		05 line 12 column 3 pic x(76) from iq-result-line(6).
		05 line 13 column 3 pic x(76) from iq-result-line(7).
		05 line 14 column 3 pic x(76) from iq-result-line(8).
		05 line 16 column 3 pic x(50) from iq-message.
		05 line 18 column 3
			value "enter a word or phrase and press enter; F3 or blank to exit".

procedure division.
	main.
	open input xrefword
	if ws-word-status not = "00" then
		display "xrefInquiry: XREFWORD not available, status " ws-word-status
		move rc-invalid-input to return-code
		goback.
	open input arrayval
	if ws-arrayval-status not = "00" then
		move "N" to ws-have-positions.
	move spaces to iq-phrase
	perform clearPanelState
	perform inquireOnce until session-done
	close xrefword
	if have-positions then
		close arrayval.
	move rc-success to return-code
	goback.

	clearPanelState.
	move 0 to iq-count
	move 1 to lineIndex
	perform clearOneResultLine until lineIndex > valueLinesShown
	move spaces to iq-message.

	clearOneResultLine.
	move spaces to iq-result-line(lineIndex)
	add 1 to lineIndex.

	inquireOnce.
	display inquiryPanel
	accept inquiryPanel
	if fkey-exit or iq-phrase = spaces then
		move "Y" to ws-session-done
	else
		perform searchOnePhrase.

	searchOnePhrase.
	perform clearPanelState
	move function upper-case(function trim(iq-phrase)) to queryText
	compute queryLength = function length(function trim(iq-phrase))
	move 0 to hitCount
	move queryText to xw-fragment
	move 0 to xw-value-key
	move "N" to ws-word-eof
	start xrefword key is not less than xw-key
		invalid key move "Y" to ws-word-eof
	end-start
	perform readOneIndexEntry until word-scan-done
	move hitCount to iq-count
	evaluate true
		when hitCount = 0
			move "no cross-referenced description contains it" to iq-message
		when hitCount > valueLinesShown
			move valueLinesShown to iq-count
			move "more values than the panel shows, narrow the phrase" to iq-message
		when other
			move "all values shown" to iq-message
	end-evaluate
	if not have-positions then
		move "positions not shown, ARRAYVAL not available" to iq-message.

	*> the keys run in phrase order: the first one that no longer
	*> begins with the phrase ends the search, and one past the panel's
	*> lines is enough to know there are more.
	readOneIndexEntry.
	read xrefword next record
		at end move "Y" to ws-word-eof
		not at end
			if xw-fragment(1:queryLength) not = queryText(1:queryLength) then
				move "Y" to ws-word-eof
			else
				perform showOneValue
			end-if
	end-read.

	showOneValue.
	move "N" to ws-value-seen
	move 1 to hitIndex
	perform checkOneHit until hitIndex > hitCount or value-seen
	if not value-seen then
		add 1 to hitCount
		if hitCount > valueLinesShown then
			move "Y" to ws-word-eof
		else
			move xw-value-key to hitValueKey(hitCount)
			compute workValue = xw-value-key - signedValueOffset
			move workValue to out-value
			move spaces to positionText
			if have-positions then
				perform findPositions
				if positionCount = 0 then
					move " not in it" to positionText
				end-if
			end-if
			move spaces to iq-result-line(hitCount)
			string out-value "  " xw-description "  " positionText
				delimited by size into iq-result-line(hitCount)
		end-if
	end-if.

	checkOneHit.
	if hitValueKey(hitIndex) = xw-value-key then
		move "Y" to ws-value-seen
	else
		add 1 to hitIndex.

	*> the same consecutive-key walk valueInquiry does on ARRAYVAL.
	findPositions.
	move 0 to positionCount
	move 1 to positionPointer
	move xw-value-key to av-value-key
	move 0 to av-position
	move "N" to ws-val-eof
	start arrayval key is not less than av-key
		invalid key move "Y" to ws-val-eof
	end-start
	perform readOnePosition until lookup-done.

	readOnePosition.
	read arrayval next record
		at end move "Y" to ws-val-eof
		not at end
			if av-value-key not = xw-value-key then
				move "Y" to ws-val-eof
			else
				add 1 to positionCount
				evaluate true
					when positionCount <= positionsListed
						move av-position to out-position
						move out-position to positionText(positionPointer + 1:6)
						add 7 to positionPointer
					when positionCount = positionsListed + 1
						move " ..." to positionText(positionPointer:4)
						move "Y" to ws-val-eof
				end-evaluate
			end-if
	end-read.
