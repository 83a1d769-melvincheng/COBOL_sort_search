identification division.
program-id. xrefSearch.

*> the reverse of xrefLookup: "what's the account number for
*> Northside Hardware?" takes a word or phrase and lists every
*> cross-referenced value whose description contains it, upper or
*> lower case alike, with where each value sits in the saved array.
*> reads the XREFWORD description index (see XWRDREC.cpy), not
*> XREFFILE: every phrase is one START on the index and a read forward
*> over the keys that begin with it, however large the cross-reference
*> grows. XSRCHPRM carries the phrases, one per line (columns 1-30);
*> XSRCHRPT gets, per phrase, one line per value found -- the value,
*> its description, and the positions holding it in ARRAYKSD, taken
*> from the ARRAYVAL value-keyed companion the way valueLookup does,
*> or "not in the saved array". without ARRAYVAL the values are still
*> listed, the positions left out. xrefInquiry is the same search on
*> a panel.
*>
*> RETURN-CODE: rc-success when every phrase found something,
*> rc-not-found when any phrase found nothing, rc-invalid-input when
*> XSRCHPRM or XREFWORD is not available (xrefLoad builds the index).
environment division.
	input-output section.
	file-control.
		select xsrchprm assign to "XSRCHPRM"
			organization line sequential
			file status is ws-parm-status.
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
		select xsrchrpt assign to "XSRCHRPT"
			organization line sequential
			file status is ws-rpt-status.

data division.
	file section.
	fd xsrchprm.
	01 xsrchprm-record.
		05 sp-phrase pic x(30).

	fd xrefword.
	copy "XWRDREC.cpy".

	fd arrayval.
	01 arrayval-record.
		05 av-key.
			10 av-value-key pic 9(10).
			10 av-position pic 9(6).
		05 av-element copy "ELEMPIC.cpy".

	fd xsrchrpt.
	01 xsrchrpt-record pic x(80).

	working-storage section.
		01 ws-parm-status pic x(2).
		01 ws-word-status pic x(2).
		01 ws-arrayval-status pic x(2).
		01 ws-rpt-status pic x(2).
		01 ws-parm-eof pic x(1) value "N".
			88 parm-eof value "Y".
		01 ws-word-eof pic x(1).
			88 word-scan-done value "Y".
		01 ws-val-eof pic x(1).
			88 lookup-done value "Y".
		01 ws-have-positions pic x(1) value "Y".
			88 have-positions value "Y".
		01 ws-value-seen pic x(1).
			88 value-seen value "Y".
		78 signedValueOffset value 1000000000.

		01 queryText pic x(30).
		01 queryLength pic 9(2).

		*> the values already listed for this phrase: a description can
		*> hold the phrase more than once, and each is its own key.
		78 hitMax value 500.
		01 hitTable.
			05 hitValueKey pic 9(10) occurs 500 times.
		01 hitCount pic 9(3).
		01 hitIndex pic 9(3).
		01 ws-hits-dropped pic x(1).
			88 hits-dropped value "Y".

		78 positionsListed value 5.
		01 positionCount pic 9(5).
		01 positionText pic x(39).
		01 positionPointer pic 9(2).
		01 workValue copy "ELEMPIC.cpy".

		01 phraseCount pic 9(5) value 0.
		01 missedCount pic 9(5) value 0.
		01 ws-rpt-line pic x(80).
		01 out-value copy "ELEMEDIT.cpy".
		01 out-position pic zzzzz9.
		01 out-count pic zzzz9.
		copy "RETCODE.cpy".

procedure division.
	main.
	open input xsrchprm
	if ws-parm-status not = "00" then
		display "xrefSearch: XSRCHPRM not available, nothing to search for"
		move rc-invalid-input to return-code
		goback.
	open input xrefword
	if ws-word-status not = "00" then
		display "xrefSearch: XREFWORD not available, status " ws-word-status
		close xsrchprm
		move rc-invalid-input to return-code
		goback.
	open input arrayval
	if ws-arrayval-status not = "00" then
		display "xrefSearch: ARRAYVAL not available, positions not shown"
		move "N" to ws-have-positions.
	open output xsrchrpt
	perform searchOneCard until parm-eof
	perform writeSearchSummary
	close xsrchprm
	close xrefword
	if have-positions then
		close arrayval.
	close xsrchrpt
	if missedCount = 0 then
		move rc-success to return-code
	else
		move rc-not-found to return-code
	end-if
	goback.

	searchOneCard.
	read xsrchprm
		at end move "Y" to ws-parm-eof
		not at end
			if sp-phrase not = spaces then
				perform searchOnePhrase
			end-if
	end-read.

	*> every index key beginning with the phrase names a description
	*> containing it; the keys run in phrase order, so the first one
	*> past it ends the search.
	searchOnePhrase.
	add 1 to phraseCount
	move function upper-case(function trim(sp-phrase)) to queryText
	compute queryLength = function length(function trim(sp-phrase))
	move spaces to ws-rpt-line
	write xsrchrpt-record from ws-rpt-line
	move spaces to ws-rpt-line
	string "descriptions containing " queryText(1:queryLength)
		delimited by size into ws-rpt-line
	write xsrchrpt-record from ws-rpt-line
	move 0 to hitCount
	move "N" to ws-hits-dropped
	move queryText to xw-fragment
	move 0 to xw-value-key
	move "N" to ws-word-eof
	start xrefword key is not less than xw-key
		invalid key move "Y" to ws-word-eof
	end-start
	perform readOneIndexEntry until word-scan-done
	move hitCount to out-count
	move spaces to ws-rpt-line
	if hitCount = 0 then
		add 1 to missedCount
		move "  no cross-referenced description contains it" to ws-rpt-line
	else
		string "  value(s) found: " out-count
			delimited by size into ws-rpt-line
	end-if
	write xsrchrpt-record from ws-rpt-line
	if hits-dropped then
		move "  more values than one search lists, narrow the phrase" to ws-rpt-line
		write xsrchrpt-record from ws-rpt-line
	end-if
	display "xrefSearch: " queryText(1:queryLength) ", " out-count " value(s)".

	readOneIndexEntry.
	read xrefword next record
		at end move "Y" to ws-word-eof
		not at end
			if xw-fragment(1:queryLength) not = queryText(1:queryLength) then
				move "Y" to ws-word-eof
			else
				perform reportOneValue
			end-if
	end-read.

	reportOneValue.
	move "N" to ws-value-seen
	move 1 to hitIndex
	perform checkOneHit until hitIndex > hitCount or value-seen
	evaluate true
		when value-seen
			continue
		when hitCount >= hitMax
			move "Y" to ws-hits-dropped
		when other
			add 1 to hitCount
			move xw-value-key to hitValueKey(hitCount)
			compute workValue = xw-value-key - signedValueOffset
			move workValue to out-value
			move spaces to ws-rpt-line
			string "  " out-value "  " xw-description
				delimited by size into ws-rpt-line
			write xsrchrpt-record from ws-rpt-line
			if have-positions then
				perform findPositions
				move spaces to ws-rpt-line
				if positionCount = 0 then
					move "      not in the saved array" to ws-rpt-line
				else
					move positionCount to out-count
					string "      in the saved array at" positionText
						"  (" function trim(out-count) " in all)"
						delimited by size into ws-rpt-line
				end-if
				write xsrchrpt-record from ws-rpt-line
			end-if
	end-evaluate.

	checkOneHit.
	if hitValueKey(hitIndex) = xw-value-key then
		move "Y" to ws-value-seen
	else
		add 1 to hitIndex.

	*> the same consecutive-key walk valueLookup does on ARRAYVAL: the
	*> START lands on the value's first position, and every record
	*> still carrying its value key is one more.
	findPositions.
	move 0 to positionCount
	move spaces to positionText
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
				end-evaluate
			end-if
	end-read.

	writeSearchSummary.
	move spaces to ws-rpt-line
	write xsrchrpt-record from ws-rpt-line
	move phraseCount to out-count
	move spaces to ws-rpt-line
	string "phrases searched:      " out-count
		delimited by size into ws-rpt-line
	write xsrchrpt-record from ws-rpt-line
	move missedCount to out-count
	move spaces to ws-rpt-line
	string "phrases with no match: " out-count
		delimited by size into ws-rpt-line
	write xsrchrpt-record from ws-rpt-line.
