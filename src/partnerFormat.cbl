identification division.
program-id. partnerFormat.

*> the outbound formatter: turns one of our enveloped files into the
*> layout an external partner asked for, from that partner's cards in
*> the PARTLAY layout file (see PLAYREC.cpy) -- field order, widths,
*> padding, sign style, header and trailer -- instead of a one-off
*> edit job per partner. one PARTPARM card says what to format:
*>   columns  1- 8  the partner identifier on the PARTLAY cards
*>   columns 10-16  ELEMENT for an element-per-line file (SORTOUT,
*>                  MERGEOUT), RECORD for a record file (SORTOUTR)
*>   columns 18-25  our file's name, for the log (e.g. SORTOUT)
*> our file arrives on PARTIN and the partner's goes to PARTOUT. the
*> input is read twice: the first pass verifies our HDR/TRL envelope
*> (see FILEENVL.cpy; count and hash total, as every consumer checks)
*> and formats every value without writing, so a value too wide for
*> the partner's field, or negative in an unsigned one, refuses the
*> whole run before anything goes out; the second pass writes. a
*> bare legacy file passes unverified and is logged as such. every
*> run, sent or refused, appends a line to the XMITLOG transmission
*> log (see XMITREC.cpy); a refusal also raises OPERALRT 0024.
*> RETURN-CODE: rc-success, rc-not-found for an input with no detail
*> records (the partner's header and trailer still go out),
*> rc-invalid-input for a bad card, an unknown partner or bad layout,
*> a missing input, or a refusal.
*> under the TRAINING DD the run works on the training sandbox (see
*> trainGuard.cbl), its OPERALRT alerts included; with no sandbox to
*> run against it ends rc-invalid-input before anything is opened.
environment division.
	input-output section.
	file-control.
		select partparm assign to "PARTPARM"
			organization line sequential
			file status is ws-parm-status.
		select partlay assign to "PARTLAY"
			organization line sequential
			file status is ws-layout-status.
		select partin assign to "PARTIN"
			organization line sequential
			file status is ws-in-status.
		select partout assign to "PARTOUT"
			organization line sequential
			file status is ws-out-status.
		select xmitlog assign to "XMITLOG"
			organization line sequential
			file status is ws-log-status.
		select operalrt assign to "OPERALRT"
			organization line sequential
			file status is ws-alert-status.

data division.
	file section.
	fd partparm.
	01 partparm-record.
		05 pp-partner pic x(8).
		05 filler pic x(1).
		05 pp-kind pic x(7).
		05 filler pic x(1).
		05 pp-source pic x(8).

	fd partlay.
	copy "PLAYREC.cpy".

	fd partin.
	01 partin-record.
		05 pi-key pic x(10).
		05 pi-branch pic x(4).
		05 pi-balance pic x(11).
		05 filler pic x(55).

	fd partout.
	01 partout-record pic x(200).

	fd xmitlog.
	01 xmitlog-record pic x(80).

	fd operalrt.
	01 operalrt-record pic x(80).

	working-storage section.
		01 ws-parm-status pic x(2).
		01 ws-layout-status pic x(2).
		01 ws-in-status pic x(2).
		01 ws-out-status pic x(2).
		01 ws-log-status pic x(2).
		01 ws-alert-status pic x(2).
		01 ws-layout-eof pic x(1).
			88 layout-eof value "Y".
		01 ws-in-eof pic x(1).
			88 input-eof value "Y".
		copy "FILEENVL.cpy".
		copy "XMITREC.cpy".
		copy "ALERTREC.cpy".
		copy "TRAINREQ.cpy".
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

		01 partnerId pic x(8) value spaces.
		01 inputKind pic x(7) value spaces.
			88 element-input value "ELEMENT".
			88 record-input value "RECORD".
		01 sourceName pic x(8) value spaces.

		*> the partner's layout, as its PARTLAY cards gave it.
		01 layoutErrors pic 9(3) value 0.
		01 layoutCards pic 9(3) value 0.
		01 ws-have-header pic x(1) value "N".
			88 have-header value "Y".
		01 ws-have-trailer pic x(1) value "N".
			88 have-trailer value "Y".
		01 headerLiteral pic x(20) value spaces.
		01 headerLiteralLength pic 9(2) value 0.
		01 headerDateStyle pic x(8) value spaces.
		01 headerCountWidth pic 9(2) value 0.
		01 detailLiteral pic x(20) value spaces.
		01 detailLiteralLength pic 9(2) value 0.
		01 trailerLiteral pic x(20) value spaces.
		01 trailerLiteralLength pic 9(2) value 0.
		01 trailerCountWidth pic 9(2) value 0.
		01 trailerHashWidth pic 9(2) value 0.
		01 cardLiteralLength pic 9(2).
		01 cardCountWidth pic 9(2).
		01 cardHashWidth pic 9(2).
		78 fieldTableMax value 20.
		01 fieldTable.
			05 fieldEntry occurs 20 times.
				10 fl-name pic x(8).
				10 fl-width pic 9(2).
				10 fl-padding pic x(1).
				10 fl-sign pic x(1).
				10 fl-decimal pic x(1).
		01 fieldCount pic 9(2) value 0.
		01 fieldIndex pic 9(2).
		01 lineWidth pic 9(3) value 0.
		78 partnerLineMax value 200.

		*> the pass over our file: the envelope's claims and what was
		*> actually read.
		01 ws-envelope pic x(1) value "N".
			88 input-enveloped value "Y".
		01 ws-trailer-seen pic x(1) value "N".
			88 trailer-seen value "Y".
		01 ws-refused pic x(1) value "N".
			88 run-refused value "Y".
		01 refuseReason pic x(40) value spaces.
		01 expectedCount pic 9(6) value 0.
		01 detailCount pic 9(6) value 0.
		01 firstPassCount pic 9(6) value 0.
		01 hashWork pic s9(12) comp-3 value 0.
		01 hashCompare pic 9(12).
		01 fileDate pic 9(8).
		01 fileDateParts redefines fileDate.
			05 fileDateYyyy pic 9(4).
			05 fileDateYy redefines fileDateYyyy.
				10 filler pic 9(2).
				10 fileDateShortYear pic 9(2).
			05 fileDateMm pic 9(2).
			05 fileDateDd pic 9(2).
		01 sourceRunId pic x(8) value spaces.
		01 ws-writing pic x(1) value "N".
			88 writing-output value "Y".

		*> one detail record's values, and the formatting scratch.
		01 currentKey pic s9(9).
		01 currentBranch pic x(4).
		01 currentBalance pic s9(7)v99.
		01 ws-out-line pic x(200).
		01 outPos pic 9(3).
		01 fieldText pic x(20).
		01 ws-negative pic x(1).
			88 value-negative value "Y".
		01 absAmount pic 9(11)v99.
		01 numberDigits pic 9(14).
		01 numberText redefines numberDigits pic x(14).
		01 pointDigits.
			05 pointWhole pic 9(11).
			05 pointMark pic x(1) value ".".
			05 pointCents pic 9(2).
		01 bodyWidth pic 9(2).
		01 droppedWidth pic 9(2).
		01 droppedZeros pic 9(2).
		01 blankIndex pic 9(2).
		01 blankLimit pic 9(2).
		01 signChar pic x(1).
		01 countDigits pic 9(12).
		01 countText redefines countDigits pic x(12).
		01 dateText pic x(8).
		01 dateWidth pic 9(1).
		01 scanIndex pic 9(2).

		01 ws-log-time-raw pic 9(8).
		01 ws-alert-date pic 9(8).
		01 ws-alert-time-raw pic 9(8).

procedure division.
	main.
	perform checkTrainingMode
	if return-code not = rc-success then
		move rc-invalid-input to return-code
		goback.
	perform readPartnerCard
	if return-code = rc-invalid-input then
		goback.
	perform loadPartnerLayout
	if layoutCards = 0 then
		display "partnerFormat: no PARTLAY layout for partner " partnerId
		move rc-invalid-input to return-code
		goback.
	if layoutErrors > 0 or fieldCount = 0 then
		display "partnerFormat: partner " partnerId " layout has " layoutErrors " bad card(s) and " fieldCount " field(s) -- nothing formatted"
		move rc-invalid-input to return-code
		goback.
	perform getProcessingDate
	move pdt-date to fileDate
	move "N" to ws-writing
	perform passOverInput
	if run-refused then
		perform refuseTransmission
		goback.
	move detailCount to firstPassCount
	move "Y" to ws-writing
	perform passOverInput
	perform logTransmission
	display "partnerFormat: " detailCount " record(s) of " sourceName " formatted for " partnerId ", status " xl-status
	if detailCount = 0 then
		move rc-not-found to return-code
	else
		move rc-success to return-code
	end-if
	goback.

	readPartnerCard.
	move rc-success to return-code
	open input partparm
	if ws-parm-status = "00" then
		read partparm
			at end continue
			not at end
				move pp-partner to partnerId
				move pp-kind to inputKind
				move pp-source to sourceName
		end-read
		close partparm
	end-if
	if partnerId = spaces
	or (not element-input and not record-input) then
		display "partnerFormat: PARTPARM needs a partner and ELEMENT or RECORD"
		move rc-invalid-input to return-code
	end-if
	if sourceName = spaces then
		move "PARTIN" to sourceName.

	loadPartnerLayout.
	open input partlay
	if ws-layout-status = "00" then
		move "N" to ws-layout-eof
		perform loadOneLayoutCard until layout-eof
		close partlay
	end-if.

	loadOneLayoutCard.
	read partlay
		at end move "Y" to ws-layout-eof
		not at end
			if pl-partner = partnerId then
				add 1 to layoutCards
				evaluate true
					when pl-header
						perform takeHeaderCard
					when pl-detail
						perform takeLiteralLength
						move pl-literal to detailLiteral
						move cardLiteralLength to detailLiteralLength
					when pl-trailer
						perform takeTrailerCard
					when pl-field
						perform takeFieldCard
					when other
						display "partnerFormat: PARTLAY card type " pl-type " not recognized"
						add 1 to layoutErrors
				end-evaluate
			end-if
	end-read.

	takeHeaderCard.
	perform takeLiteralLength
	perform takeCountWidth
	move "Y" to ws-have-header
	move pl-literal to headerLiteral
	move cardLiteralLength to headerLiteralLength
	move cardCountWidth to headerCountWidth
	evaluate pl-date-style
		when "YYYYMMDD"
		when "DDMMYYYY"
		when "MMDDYYYY"
		when "YYMMDD"
		when spaces
			move pl-date-style to headerDateStyle
		when other
			display "partnerFormat: PARTLAY date style " pl-date-style " not recognized"
			add 1 to layoutErrors
	end-evaluate.

	takeTrailerCard.
	perform takeLiteralLength
	perform takeCountWidth
	move "Y" to ws-have-trailer
	move pl-literal to trailerLiteral
	move cardLiteralLength to trailerLiteralLength
	move cardCountWidth to trailerCountWidth
	move 0 to cardHashWidth
	if pl-hash-width not = spaces then
		if pl-hash-width is numeric and pl-hash-width <= "12" then
			move pl-hash-width to cardHashWidth
		else
			display "partnerFormat: PARTLAY hash width " pl-hash-width " is not 00 to 12"
			add 1 to layoutErrors
		end-if
	end-if
	move cardHashWidth to trailerHashWidth.

	*> a blank length runs to the literal's last non-blank character;
	*> an explicit one keeps trailing blanks the partner wants.
	takeLiteralLength.
	if pl-literal-length = spaces then
		move 20 to scanIndex
		perform backOverBlank until scanIndex = 0
			or pl-literal(scanIndex:1) not = space
		move scanIndex to cardLiteralLength
	else
		if pl-literal-length is numeric and pl-literal-length <= "20" then
			move pl-literal-length to cardLiteralLength
		else
			display "partnerFormat: PARTLAY literal length " pl-literal-length " is not 00 to 20"
			add 1 to layoutErrors
			move 0 to cardLiteralLength
		end-if
	end-if.

	backOverBlank.
	subtract 1 from scanIndex.

	takeCountWidth.
	move 0 to cardCountWidth
	if pl-count-width not = spaces then
		if pl-count-width is numeric and pl-count-width <= "12" then
			move pl-count-width to cardCountWidth
		else
			display "partnerFormat: PARTLAY count width " pl-count-width " is not 00 to 12"
			add 1 to layoutErrors
		end-if
	end-if.

	takeFieldCard.
	if fieldCount = fieldTableMax then
		display "partnerFormat: more than " fieldTableMax " FLD cards for " partnerId
		add 1 to layoutErrors
	else
		add 1 to fieldCount
		move pl-field-name to fl-name(fieldCount)
		move pl-padding to fl-padding(fieldCount)
		move pl-sign-style to fl-sign(fieldCount)
		move pl-decimal-style to fl-decimal(fieldCount)
		if pl-width is numeric and pl-width >= "01" and pl-width <= "20" then
			move pl-width to fl-width(fieldCount)
		else
			display "partnerFormat: PARTLAY field " pl-field-name " width " pl-width " is not 01 to 20"
			add 1 to layoutErrors
			move 1 to fl-width(fieldCount)
		end-if
		add fl-width(fieldCount) to lineWidth
		perform checkFieldCard
	end-if.

	*> the field must exist in this kind of file, and its styles must
	*> leave room for the number they shape.
	checkFieldCard.
	evaluate true
		when fl-name(fieldCount) = "KEY" or fl-name(fieldCount) = "VALUE"
		or fl-name(fieldCount) = "FILLER"
			continue
		when (fl-name(fieldCount) = "BRANCH" or fl-name(fieldCount) = "BALANCE")
		and record-input
			continue
		when other
			display "partnerFormat: PARTLAY field " fl-name(fieldCount) " not available in a " inputKind " file"
			add 1 to layoutErrors
	end-evaluate
	if fl-padding(fieldCount) not = "Z" and fl-padding(fieldCount) not = "S" then
		display "partnerFormat: PARTLAY field " fl-name(fieldCount) " padding " fl-padding(fieldCount) " is not Z or S"
		add 1 to layoutErrors.
	if fl-name(fieldCount) = "KEY" or fl-name(fieldCount) = "VALUE"
	or fl-name(fieldCount) = "BALANCE" then
		if fl-sign(fieldCount) not = "L" and fl-sign(fieldCount) not = "T"
		and fl-sign(fieldCount) not = "N" then
			display "partnerFormat: PARTLAY field " fl-name(fieldCount) " sign " fl-sign(fieldCount) " is not L, T, or N"
			add 1 to layoutErrors
		end-if
		if fl-sign(fieldCount) = "N" then
			move fl-width(fieldCount) to bodyWidth
		else
			compute bodyWidth = fl-width(fieldCount) - 1
		end-if
		if bodyWidth < 1 or bodyWidth > 14 then
			display "partnerFormat: PARTLAY field " fl-name(fieldCount) " width leaves no room for its digits"
			add 1 to layoutErrors
		end-if
	end-if
	if fl-name(fieldCount) = "BALANCE" then
		if fl-decimal(fieldCount) = "P" and bodyWidth < 4 then
			display "partnerFormat: PARTLAY field BALANCE is too narrow for a decimal point"
			add 1 to layoutErrors
		end-if
		if fl-decimal(fieldCount) not = "I" and fl-decimal(fieldCount) not = "P" then
			display "partnerFormat: PARTLAY field BALANCE decimal style " fl-decimal(fieldCount) " is not I or P"
			add 1 to layoutErrors
		end-if
	end-if
	if lineWidth + detailLiteralLength > partnerLineMax then
		display "partnerFormat: PARTLAY detail record for " partnerId " is wider than " partnerLineMax
		add 1 to layoutErrors.

	*> the same pass serves both runs over the file: the first
	*> verifies and formats without writing, the second writes.
	passOverInput.
	open input partin
	if ws-in-status not = "00" then
		move "Y" to ws-refused
		move "PARTIN not available" to refuseReason
	else
		move "N" to ws-in-eof
		move "N" to ws-envelope
		move "N" to ws-trailer-seen
		move 0 to detailCount
		move 0 to hashWork
		if writing-output then
			open output partout
			if have-header then
				perform writePartnerHeader
			end-if
		end-if
		perform processOneInputRecord until input-eof or run-refused
		close partin
		if not writing-output and not run-refused then
			perform checkEnvelopeClose
		end-if
		if writing-output then
			if have-trailer then
				perform writePartnerTrailer
			end-if
			close partout
		end-if
	end-if.

	processOneInputRecord.
	read partin
		at end move "Y" to ws-in-eof
		not at end
			evaluate true
				when partin-record(1:4) = "HDR "
					move partin-record to envelope-header-record
					move "Y" to ws-envelope
					move envl-hdr-count to expectedCount
					move envl-hdr-date to fileDate
					move envl-hdr-run-id to sourceRunId
				when partin-record(1:4) = "TRL "
					move partin-record to envelope-trailer-record
					move "Y" to ws-trailer-seen
					move "Y" to ws-in-eof
				when other
					add 1 to detailCount
					perform takeDetailValues
					add currentKey to hashWork
					perform formatDetailLine
					if writing-output and not run-refused then
						write partout-record from ws-out-line
					end-if
			end-evaluate
	end-read.

	*> an envelope that promised a trailer must deliver one whose
	*> count and hash agree with what was read.
	checkEnvelopeClose.
	if input-enveloped then
		move hashWork to hashCompare
		evaluate true
			when not trailer-seen
				move "Y" to ws-refused
				move "envelope has no trailer" to refuseReason
			when envl-trl-count not = detailCount
			or expectedCount not = detailCount
				move "Y" to ws-refused
				move "envelope record count mismatch" to refuseReason
			when envl-trl-hash not = hashCompare
				move "Y" to ws-refused
				move "envelope hash total mismatch" to refuseReason
			when other
				continue
		end-evaluate
	end-if.

	takeDetailValues.
	compute currentKey = function numval(function trim(pi-key))
	if record-input then
		move pi-branch to currentBranch
		compute currentBalance = function numval(function trim(pi-balance))
	else
		move spaces to currentBranch
		move 0 to currentBalance
	end-if.

	formatDetailLine.
	move spaces to ws-out-line
	move 1 to outPos
	if detailLiteralLength > 0 then
		move detailLiteral(1:detailLiteralLength) to ws-out-line(outPos:detailLiteralLength)
		add detailLiteralLength to outPos
	end-if
	move 1 to fieldIndex
	perform formatOneField until fieldIndex > fieldCount or run-refused.

	formatOneField.
	move spaces to fieldText
	evaluate fl-name(fieldIndex)
		when "KEY"
		when "VALUE"
			move currentKey to absAmount
			if currentKey < 0 then
				move "Y" to ws-negative
			else
				move "N" to ws-negative
			end-if
			compute numberDigits = absAmount
			perform shapeNumber
		when "BALANCE"
			move currentBalance to absAmount
			if currentBalance < 0 then
				move "Y" to ws-negative
			else
				move "N" to ws-negative
			end-if
			if fl-decimal(fieldIndex) = "P" then
				move absAmount to pointWhole
				compute pointCents = (absAmount - pointWhole) * 100
				move pointDigits to numberText
			else
				compute numberDigits = absAmount * 100
			end-if
			perform shapeNumber
		when "BRANCH"
			if fl-width(fieldIndex) < 4 then
				if currentBranch(fl-width(fieldIndex) + 1:) not = spaces then
					move "Y" to ws-refused
					move "branch code wider than its field" to refuseReason
				end-if
			end-if
			move currentBranch to fieldText
		when other
			if fl-padding(fieldIndex) = "Z" then
				move all "0" to fieldText
			end-if
	end-evaluate
	move fieldText(1:fl-width(fieldIndex)) to ws-out-line(outPos:fl-width(fieldIndex))
	add fl-width(fieldIndex) to outPos
	add 1 to fieldIndex.

	*> numberText holds the value's fourteen characters, zero filled
	*> on the left; the field keeps the low-order ones its width
	*> allows, refusing the run when anything but zeros would go.
	shapeNumber.
	if value-negative and fl-sign(fieldIndex) = "N" then
		move "Y" to ws-refused
		move "negative value for an unsigned field" to refuseReason
	end-if
	if fl-sign(fieldIndex) = "N" then
		move fl-width(fieldIndex) to bodyWidth
	else
		compute bodyWidth = fl-width(fieldIndex) - 1
	end-if
	compute droppedWidth = 14 - bodyWidth
	if droppedWidth > 0 then
		move 0 to droppedZeros
		inspect numberText(1:droppedWidth) tallying droppedZeros for all "0"
		if droppedZeros not = droppedWidth then
			move "Y" to ws-refused
			move "value wider than the partner field" to refuseReason
		end-if
	end-if
	move numberText(droppedWidth + 1:bodyWidth) to fieldText
	if fl-padding(fieldIndex) = "S" then
		if fl-name(fieldIndex) = "BALANCE" and fl-decimal(fieldIndex) = "P" then
			compute blankLimit = bodyWidth - 3
		else
			move bodyWidth to blankLimit
		end-if
		move 1 to blankIndex
		perform blankOneZero until blankIndex >= blankLimit
			or fieldText(blankIndex:1) not = "0"
	end-if
	if value-negative then
		move "-" to signChar
	else
		move "+" to signChar
	end-if
	evaluate fl-sign(fieldIndex)
		when "L"
			move fieldText to numberText
			move spaces to fieldText
			move signChar to fieldText(1:1)
			move numberText(1:bodyWidth) to fieldText(2:bodyWidth)
		when "T"
			move signChar to fieldText(bodyWidth + 1:1)
		when other
			continue
	end-evaluate.

	blankOneZero.
	move space to fieldText(blankIndex:1)
	add 1 to blankIndex.

	writePartnerHeader.
	move spaces to ws-out-line
	move 1 to outPos
	if headerLiteralLength > 0 then
		move headerLiteral(1:headerLiteralLength) to ws-out-line(1:headerLiteralLength)
		add headerLiteralLength to outPos
	end-if
	move spaces to dateText
	move 8 to dateWidth
	evaluate headerDateStyle
		when "YYYYMMDD"
			move fileDate to dateText
		when "DDMMYYYY"
			string fileDateDd fileDateMm fileDateYyyy
				delimited by size into dateText
		when "MMDDYYYY"
			string fileDateMm fileDateDd fileDateYyyy
				delimited by size into dateText
		when "YYMMDD"
			string fileDateShortYear fileDateMm fileDateDd
				delimited by size into dateText
			move 6 to dateWidth
		when other
			move 0 to dateWidth
	end-evaluate
	if dateWidth > 0 then
		move dateText(1:dateWidth) to ws-out-line(outPos:dateWidth)
		add dateWidth to outPos
	end-if
	if headerCountWidth > 0 then
		move firstPassCount to countDigits
		move countText(13 - headerCountWidth:headerCountWidth)
			to ws-out-line(outPos:headerCountWidth)
	end-if
	write partout-record from ws-out-line.

	*> the header's count comes from the first pass, which has
	*> already counted every detail record the second will write.
	writePartnerTrailer.
	move spaces to ws-out-line
	move 1 to outPos
	if trailerLiteralLength > 0 then
		move trailerLiteral(1:trailerLiteralLength) to ws-out-line(1:trailerLiteralLength)
		add trailerLiteralLength to outPos
	end-if
	if trailerCountWidth > 0 then
		move detailCount to countDigits
		move countText(13 - trailerCountWidth:trailerCountWidth)
			to ws-out-line(outPos:trailerCountWidth)
		add trailerCountWidth to outPos
	end-if
	if trailerHashWidth > 0 then
		move hashWork to countDigits
		move countText(13 - trailerHashWidth:trailerHashWidth)
			to ws-out-line(outPos:trailerHashWidth)
	end-if
	write partout-record from ws-out-line.

	refuseTransmission.
	display "partnerFormat: " sourceName " for " partnerId " refused -- " refuseReason
	move "E" to oa-severity
	move "0024" to oa-reason
	move spaces to oa-text
	string "to " partnerId " refused: " refuseReason
		delimited by size into oa-text
	perform writeOperatorAlert
	perform logTransmission
	move rc-invalid-input to return-code.

	logTransmission.
	perform getProcessingDate
	move pdt-date to xl-date
	accept ws-log-time-raw from time
	compute xl-time = ws-log-time-raw / 100
	move partnerId to xl-partner
	move sourceName to xl-source
	move sourceRunId to xl-source-run
	move detailCount to xl-count
	move hashWork to xl-hash
	evaluate true
		when run-refused
			move "REFUSED" to xl-status
		when input-enveloped
			move "SENT" to xl-status
		when other
			move "UNVERIFD" to xl-status
	end-evaluate
	open extend xmitlog
	if ws-log-status not = "00" then
		open output xmitlog.
	write xmitlog-record from transmission-log-detail
	close xmitlog.

	*> appends one fixed-layout alert record (see ALERTREC.cpy) for
	*> the console automation; oa-severity, oa-reason, and oa-text are
	*> set by the caller before the perform.
	writeOperatorAlert.
	perform getProcessingDate
	move pdt-date to ws-alert-date
	accept ws-alert-time-raw from time
	move ws-alert-date to oa-date
	compute oa-time = ws-alert-time-raw / 100
	move "partnerFormat" to oa-program
	open extend operalrt
	if ws-alert-status not = "00" then
		open output operalrt.
	write operalrt-record from operator-alert-detail
	close operalrt.

	*> a training run is turned onto the sandbox before anything is
	*> opened (see trainGuard.cbl); one with no sandbox stops here.
	checkTrainingMode.
	move "partnerFormat" to tg-program
	call 'trainGuard' using training-request
		on exception move "P" to tg-mode
	end-call.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "partnerFormat" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
