identification division.
program-id. goldenRegression.

*> end-to-end regression of the overnight deck: stages testBedBuild's
*> generated inputs and deck from a fixed seed, runs the deck through
*> batchDriver, and compares every output it produced against a
*> stored golden set field by field -- so a changed program is caught
*> by what the whole deck now writes, not by the handful of cases
*> regressionTest feeds the sorts and searches directly. the outputs
*> compared, in order:
*>   SORTOUT MERGEOUT RUNSTAT RUNSUMM SRCHLOG KSDSJRNL
*>   ARRAYRPT ARRAYCSV SORTCERT
*> the job's DDs point every one of them, and BDCHKPT, RUNCTL, TBPARM,
*> and the test-bed inputs, at the regression's own datasets: the run
*> empties the outputs, the deck checkpoint, and the run-control
*> claims before it starts, so it must never be pointed at production.
*>
*> run dates and times are masked before anything is compared or
*> blessed: a field holding tonight's date (yyyymmdd, yymmdd, or
*> MM/DD/YY) reads <DATE>, a six-digit time inside the run window
*> just after one reads <TIME>, an hh:mm:ss reads <TIME>, a
*> fourteen-digit stamp on tonight's date reads <STAMP>, a run
*> identifier (two letters and HHMMSS, see FILEENVL.cpy) reads
*> <RUNID>, and the KSDSJRNL chain value (columns 68-76), which
*> carries the stamp forward, reads <CHAIN>. fields are the
*> blank-separated words of each line, so a report that only
*> shifts its spacing is not a difference.
*>
*> the GOLDCTL card, optional (no card is a RUN):
*>   columns  1- 5  RUN or BLESS
*>   columns  7-11  test-bed volume
*>   columns 13-20  randNum seed
*> a RUN takes the volume and seed the golden set was blessed with;
*> a card that names different ones is refused, since it could never
*> match. a BLESS replaces GOLDSET with tonight's masked outputs, and
*> needs an OPERID card whose operator authCheck clears for
*> goldenRegression BLESS; its volume and seed default to the current
*> golden set's, or 00100 and 12345678 for a first blessing.
*>
*> GOLDSET holds a header (blessed date, time, operator, volume, seed)
*> and then one record per output line: the file, its line number,
*> and the masked fields joined by single blanks. every difference is
*> listed on GOLDRPT -- a changed field with the golden and tonight's
*> values, a line tonight has that the golden set does not, and a
*> golden line tonight did not produce -- with a count per file.
*>
*> RETURN-CODE: rc-success when every output matches (or the set was
*> blessed), rc-not-found when any output differs -- the promotion
*> gate -- and rc-invalid-input for a bad card, no golden set to run
*> against, a refused BLESS, or a deck that could not be staged.
environment division.
	input-output section.
	file-control.
		select goldctl assign to "GOLDCTL"
			organization line sequential
			file status is ws-ctl-status.
		select operid assign to "OPERID"
			organization line sequential
			file status is ws-operid-status.
		select goldset assign to "GOLDSET"
			organization line sequential
			file status is ws-gold-status.
		select goldrpt assign to "GOLDRPT"
			organization line sequential
			file status is ws-rpt-status.
		select tbparm assign to "TBPARM"
			organization line sequential
			file status is ws-parm-status.
		select bdchkpt assign to "BDCHKPT"
			organization line sequential
			file status is ws-stage-status.
		select runctl assign to "RUNCTL"
			organization line sequential
			file status is ws-stage-status.
		select sortout assign to "SORTOUT"
			organization line sequential
			file status is ws-live-status.
		select mergeout assign to "MERGEOUT"
			organization line sequential
			file status is ws-live-status.
		select runstat assign to "RUNSTAT"
			organization line sequential
			file status is ws-live-status.
		select runsumm assign to "RUNSUMM"
			organization line sequential
			file status is ws-live-status.
		select srchlog assign to "SRCHLOG"
			organization line sequential
			file status is ws-live-status.
		select ksdsjrnl assign to "KSDSJRNL"
			organization line sequential
			file status is ws-live-status.
		select arrayrpt assign to "ARRAYRPT"
			organization line sequential
			file status is ws-live-status.
		select arraycsv assign to "ARRAYCSV"
			organization line sequential
			file status is ws-live-status.
		select sortcert assign to "SORTCERT"
			organization line sequential
			file status is ws-live-status.

data division.
	file section.
	fd goldctl.
	01 goldctl-record.
		05 gc-action pic x(5).
		05 filler pic x(1).
		05 gc-volume pic x(5).
		05 filler pic x(1).
		05 gc-seed pic x(8).

	fd operid.
	01 operid-record.
		05 oi-initials pic x(3).

	fd goldset.
	01 goldset-record.
		05 gs-file pic x(8).
		05 filler pic x(1).
		05 gs-line pic 9(6).
		05 filler pic x(1).
		05 gs-text pic x(124).
	01 goldset-header.
		05 gh-tag pic x(8).
		05 filler pic x(1).
		05 gh-zero pic 9(6).
		05 filler pic x(1).
		05 gh-date pic 9(8).
		05 filler pic x(1).
		05 gh-time pic 9(6).
		05 filler pic x(1).
		05 gh-operator pic x(3).
		05 filler pic x(1).
		05 gh-volume pic 9(5).
		05 filler pic x(1).
		05 gh-seed pic 9(8).
		05 filler pic x(90).

	fd goldrpt.
	01 goldrpt-record pic x(80).

	fd tbparm.
	01 tbparm-record pic x(80).

	fd bdchkpt.
	01 bdchkpt-record pic x(80).

	fd runctl.
	01 runctl-record pic x(80).

	fd sortout.
	01 sortout-record pic x(124).
	fd mergeout.
	01 mergeout-record pic x(124).
	fd runstat.
	01 runstat-record pic x(124).
	fd runsumm.
	01 runsumm-record pic x(124).
	fd srchlog.
	01 srchlog-record pic x(124).
	fd ksdsjrnl.
	01 ksdsjrnl-record pic x(124).
	fd arrayrpt.
	01 arrayrpt-record pic x(124).
	fd arraycsv.
	01 arraycsv-record pic x(124).
	fd sortcert.
	01 sortcert-record pic x(124).

	working-storage section.
		01 ws-ctl-status pic x(2).
		01 ws-operid-status pic x(2).
		01 ws-gold-status pic x(2).
		01 ws-rpt-status pic x(2).
		01 ws-parm-status pic x(2).
		01 ws-stage-status pic x(2).
		01 ws-live-status pic x(2).
		01 ws-gold-eof pic x(1).
			88 gold-done value "Y".
		01 ws-live-eof pic x(1).
			88 live-done value "Y".
		01 ws-gold-present pic x(1) value "N".
			88 gold-present value "Y".
		01 ws-card-usable pic x(1) value "Y".
			88 card-usable value "Y".
		01 ws-staged pic x(1) value "Y".
			88 run-staged value "Y".
		01 ws-live-open pic x(1).
			88 live-open value "Y".

		*> the outputs compared, in GOLDSET order.
		01 comparedNameList pic x(72) value
			"SORTOUT MERGEOUTRUNSTAT RUNSUMM SRCHLOG KSDSJRNLARRAYRPTARRAYCSVSORTCERT".
		01 comparedNames redefines comparedNameList.
			05 compared-name pic x(8) occurs 9 times.
		01 fileIndex pic 9(2).
		01 liveName pic x(8).

		01 regressionAction pic x(5) value "RUN".
			88 bless-run value "BLESS".
		01 runVolume pic 9(5) value 0.
		01 runSeed pic 9(8) value 0.
		01 cardVolume pic 9(5) value 0.
		01 cardSeed pic 9(8) value 0.
		01 ws-seed-given pic x(1) value "N".
			88 seed-given value "Y".
		01 goldenDate pic 9(8) value 0.
		01 goldenTime pic 9(6) value 0.
		01 goldenOperator pic x(3) value spaces.
		01 deckReturnCode pic s9(4) value 0.

		01 tbparmCard.
			05 tp-volume pic 9(5).
			05 filler pic x(1) value space.
			05 tp-seed pic 9(8).
			05 filler pic x(66) value spaces.

		*> the run window the masks recognize: tonight's date in the
		*> three shapes the outputs carry it, and the start and end
		*> times the deck ran between.
		01 runStartDate pic 9(8).
		01 runEndDate pic 9(8).
		01 ws-clock-raw pic 9(8).
		01 runStartTime pic 9(6).
		01 runEndTime pic 9(6).
		01 runStartShort pic x(6).
		01 runEndShort pic x(6).
		01 runStartSlashed pic x(8).
		01 runEndSlashed pic x(8).
		01 dateWork pic 9(8).
		01 dateWorkParts redefines dateWork.
			05 dw-century pic 9(2).
			05 dw-yy pic 9(2).
			05 dw-mm pic 9(2).
			05 dw-dd pic 9(2).
		01 tokenTime pic 9(6).

		*> one line broken into its blank-separated fields.
		01 tokenSource pic x(124).
		01 charIndex pic 9(3).
		01 ws-in-token pic x(1).
			88 in-token value "Y".
		01 tokenWork.
			05 tw-count pic 9(2).
			05 tw-entry occurs 40 times.
				10 tw-text pic x(40).
				10 tw-length pic 9(2).
		01 liveTokens.
			05 lt-count pic 9(2).
			05 lt-entry occurs 40 times.
				10 lt-text pic x(40).
				10 lt-length pic 9(2).
		01 goldTokens.
			05 gt-count pic 9(2).
			05 gt-entry occurs 40 times.
				10 gt-text pic x(40).
				10 gt-length pic 9(2).
		01 tokenIndex pic 9(2).
		01 fieldCount pic 9(2).
		01 ws-after-date pic x(1).
			88 after-date value "Y".
		01 maskedText pic x(124).
		01 textPointer pic 9(3).

		01 liveLineNumber pic 9(6).
		01 goldLineCount pic 9(6).
		01 fileDifferenceCount pic 9(6).
		01 totalDifferenceCount pic 9(7) value 0.
		01 totalLineCount pic 9(7) value 0.
		01 filesDifferingCount pic 9(2) value 0.
		01 displayLine pic zzzzz9.
		01 displayField pic z9.
		01 displayCount pic zzzzzz9.
		01 displayOther pic zzzzzz9.

		01 operatorId pic x(3) value spaces.
		01 authProgram pic x(18) value "goldenRegression".
		01 authAction pic x(8) value "BLESS".
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

procedure division.
	main.
	perform readControlCard
	if not card-usable then
		move rc-invalid-input to return-code
		goback.
	perform readOperatorCard
	perform loadGoldenHeader
	if bless-run then
		perform settleBlessing
	else
		perform settleRun
	end-if
	if not card-usable then
		move rc-invalid-input to return-code
		goback.
	open output goldrpt
	move spaces to goldrpt-record
	string "goldenRegression " function trim(regressionAction)
		" of the overnight deck, volume "
		runVolume " seed " runSeed delimited by size into goldrpt-record
	write goldrpt-record
	perform stageRun
	if not run-staged then
		move spaces to goldrpt-record
		string "deck could not be staged -- testBedBuild refused the TBPARM card"
			delimited by size into goldrpt-record
		write goldrpt-record
		close goldrpt
		display "goldenRegression: the test bed could not be staged"
		move rc-invalid-input to return-code
		goback.
	if bless-run then
		perform blessGoldenSet
	else
		perform compareAgainstGolden
	end-if
	close goldrpt
	goback.

	*> no card is a plain RUN; a card with an unknown action or a
	*> non-numeric volume or seed is refused rather than guessed at.
	readControlCard.
	open input goldctl
	if ws-ctl-status = "00" then
		read goldctl
			at end move spaces to goldctl-record
		end-read
		close goldctl
		perform takeControlCard
	end-if.

	takeControlCard.
	evaluate gc-action
		when spaces
		when "RUN"
			move "RUN" to regressionAction
		when "BLESS"
			move "BLESS" to regressionAction
		when other
			display "goldenRegression: GOLDCTL action not RUN or BLESS: " gc-action
			move "N" to ws-card-usable
	end-evaluate
	if gc-volume not = spaces then
		if gc-volume is numeric and gc-volume not = "00000" then
			move gc-volume to cardVolume
		else
			display "goldenRegression: GOLDCTL volume not usable: " gc-volume
			move "N" to ws-card-usable
		end-if
	end-if
	if gc-seed not = spaces then
		if gc-seed is numeric then
			move gc-seed to cardSeed
			move "Y" to ws-seed-given
		else
			display "goldenRegression: GOLDCTL seed not usable: " gc-seed
			move "N" to ws-card-usable
		end-if
	end-if.

	*> the OPERID card is the batch run's identity, recorded on the
	*> golden set and checked before it is replaced.
	readOperatorCard.
	open input operid
	if ws-operid-status = "00" then
		read operid
			at end continue
			not at end move oi-initials to operatorId
		end-read
		close operid
	end-if.

	loadGoldenHeader.
	open input goldset
	if ws-gold-status = "00" then
		read goldset
			at end continue
			not at end
				if gh-tag = "BLESSED" and gh-volume is numeric
				and gh-seed is numeric then
					move "Y" to ws-gold-present
					move gh-date to goldenDate
					move gh-time to goldenTime
					move gh-operator to goldenOperator
					move gh-volume to runVolume
					move gh-seed to runSeed
				end-if
		end-read
		close goldset
	end-if.

	*> a RUN replays exactly what was blessed; anything else could
	*> only ever report differences.
	settleRun.
	if not gold-present then
		display "goldenRegression: no golden set on GOLDSET -- BLESS one first"
		move "N" to ws-card-usable
	else
		if (cardVolume not = 0 and cardVolume not = runVolume)
		or (seed-given and cardSeed not = runSeed) then
			display "goldenRegression: golden set was blessed at volume " runVolume " seed " runSeed ", not the card's"
			move "N" to ws-card-usable
		end-if
	end-if.

	*> only a cleared operator may replace what every later run is
	*> judged against.
	settleBlessing.
	if operatorId = spaces then
		display "goldenRegression: BLESS needs an OPERID card, golden set left as it was"
		move "N" to ws-card-usable
	else
		move rc-success to return-code
		perform checkAuthorization
		if return-code not = rc-success then
			display "goldenRegression: operator " operatorId " not authorized to bless the golden set"
			move "N" to ws-card-usable
		end-if
	end-if
	if card-usable then
		perform takeBlessingParameters.

	takeBlessingParameters.
	if not gold-present then
		move 100 to runVolume
		move 12345678 to runSeed
	end-if
	if cardVolume not = 0 then
		move cardVolume to runVolume.
	if seed-given then
		move cardSeed to runSeed.

	checkAuthorization.
	call 'authCheck' using operatorId, authProgram, authAction
		on exception
			display "goldenRegression: authorization check not available, refusing"
			move rc-invalid-input to return-code
	end-call.

	*> empties what the deck writes, so each output holds tonight's
	*> run alone, then generates the test bed and runs its deck.
	stageRun.
	perform getProcessingDate
	move pdt-date to runStartDate
	accept ws-clock-raw from time
	compute runStartTime = ws-clock-raw / 100
	move 1 to fileIndex
	perform emptyOneOutput until fileIndex > 9
	open output bdchkpt
	close bdchkpt
	open output runctl
	close runctl
	move runVolume to tp-volume
	move runSeed to tp-seed
	open output tbparm
	write tbparm-record from tbparmCard
	close tbparm
	move rc-success to return-code
	call 'testBedBuild'
		on exception move rc-invalid-input to return-code
	end-call
	if return-code not = rc-success then
		move "N" to ws-staged
	else
		perform runDeck
	end-if.

	runDeck.
	call 'batchDriver'
		on exception move rc-invalid-input to return-code
	end-call
	move return-code to deckReturnCode
	move rc-success to return-code
	perform getProcessingDate
	move pdt-date to runEndDate
	accept ws-clock-raw from time
	compute runEndTime = ws-clock-raw / 100
	move runStartDate to dateWork
	move dateWork(3:6) to runStartShort
	string dw-mm "/" dw-dd "/" dw-yy delimited by size into runStartSlashed
	move runEndDate to dateWork
	move dateWork(3:6) to runEndShort
	string dw-mm "/" dw-dd "/" dw-yy delimited by size into runEndSlashed
	move deckReturnCode to displayOther
	move spaces to goldrpt-record
	string "deck ran " runStartDate " " runStartTime " to " runEndTime
		", batchDriver rc " function trim(displayOther)
		delimited by size into goldrpt-record
	write goldrpt-record.

	emptyOneOutput.
	move compared-name(fileIndex) to liveName
	perform openLiveOutput
	perform closeLive
	add 1 to fileIndex.

	*> ----------------------------------------------------------------
	*> blessing: tonight's masked outputs become the golden set.
	*> ----------------------------------------------------------------
	blessGoldenSet.
	open output goldset
	move spaces to goldset-header
	move "BLESSED" to gh-tag
	move 0 to gh-zero
	move runStartDate to gh-date
	move runStartTime to gh-time
	move operatorId to gh-operator
	move runVolume to gh-volume
	move runSeed to gh-seed
	write goldset-header
	move 1 to fileIndex
	perform blessOneFile until fileIndex > 9
	close goldset
	move totalLineCount to displayCount
	move spaces to goldrpt-record
	string "golden set re-blessed by " operatorId ": "
		function trim(displayCount) " line(s) of 9 outputs"
		delimited by size into goldrpt-record
	write goldrpt-record
	display "goldenRegression: golden set re-blessed by " operatorId ", " totalLineCount " line(s)"
	move rc-success to return-code.

	blessOneFile.
	move compared-name(fileIndex) to liveName
	move 0 to liveLineNumber
	perform openLiveInput
	perform readLiveLine
	perform blessOneLine until live-done
	perform closeLive
	add liveLineNumber to totalLineCount
	move liveLineNumber to displayLine
	move spaces to goldrpt-record
	string liveName ": " function trim(displayLine) " line(s) blessed"
		delimited by size into goldrpt-record
	write goldrpt-record
	add 1 to fileIndex.

	blessOneLine.
	add 1 to liveLineNumber
	perform maskLiveLine
	move spaces to goldset-record
	move liveName to gs-file
	move liveLineNumber to gs-line
	move maskedText to gs-text
	write goldset-record
	perform readLiveLine.

	*> ----------------------------------------------------------------
	*> comparing: each output merged line by line with its golden
	*> records, field by field within a line.
	*> ----------------------------------------------------------------
	compareAgainstGolden.
	move spaces to goldrpt-record
	string "golden set blessed " goldenDate " " goldenTime " by " goldenOperator
		delimited by size into goldrpt-record
	write goldrpt-record
	open input goldset
	move "N" to ws-gold-eof
	read goldset
		at end move "Y" to ws-gold-eof
	end-read
	perform readGoldenLine
	move 1 to fileIndex
	perform compareOneFile until fileIndex > 9
	close goldset
	move totalDifferenceCount to displayCount
	move filesDifferingCount to displayField
	move spaces to goldrpt-record
	if totalDifferenceCount = 0 then
		string "deck matches the golden set: every output agrees"
			delimited by size into goldrpt-record
		write goldrpt-record
		display "goldenRegression: deck matches the golden set"
		move rc-success to return-code
	else
		string "deck DISAGREES with the golden set: "
			function trim(displayCount) " difference(s) in "
			function trim(displayField) " output(s)"
			delimited by size into goldrpt-record
		write goldrpt-record
		display "goldenRegression: " totalDifferenceCount " difference(s) from the golden set, see GOLDRPT"
		move rc-not-found to return-code
	end-if.

	compareOneFile.
	move compared-name(fileIndex) to liveName
	move 0 to liveLineNumber
	move 0 to goldLineCount
	move 0 to fileDifferenceCount
	move spaces to goldrpt-record
	write goldrpt-record
	perform openLiveInput
	perform readLiveLine
	perform compareOneLine
		until live-done and (gold-done or gs-file not = liveName)
	perform closeLive
	if fileDifferenceCount > 0 then
		add 1 to filesDifferingCount.
	add fileDifferenceCount to totalDifferenceCount
	move goldLineCount to displayLine
	move liveLineNumber to displayCount
	move fileDifferenceCount to displayOther
	move spaces to goldrpt-record
	string liveName ": golden " function trim(displayLine)
		" line(s), tonight " function trim(displayCount)
		", " function trim(displayOther) " difference(s)"
		delimited by size into goldrpt-record
	write goldrpt-record
	add 1 to fileIndex.

	compareOneLine.
	evaluate true
		when not live-done and not gold-done and gs-file = liveName
			add 1 to liveLineNumber
			add 1 to goldLineCount
			perform maskLiveLine
			move tokenWork to liveTokens
			move gs-text to tokenSource
			perform tokenizeSource
			move tokenWork to goldTokens
			move lt-count to fieldCount
			if gt-count > fieldCount then
				move gt-count to fieldCount
			end-if
			move 1 to tokenIndex
			perform compareOneField until tokenIndex > fieldCount
			perform readLiveLine
			perform readGoldenLine
		when not live-done
			add 1 to liveLineNumber
			add 1 to fileDifferenceCount
			perform maskLiveLine
			move liveLineNumber to displayLine
			move spaces to goldrpt-record
			string liveName " line " displayLine ": not in golden set: "
				maskedText delimited by size into goldrpt-record
			write goldrpt-record
			perform readLiveLine
		when other
			add 1 to goldLineCount
			add 1 to fileDifferenceCount
			move gs-line to displayLine
			move spaces to goldrpt-record
			string liveName " line " displayLine ": missing, golden had: "
				gs-text delimited by size into goldrpt-record
			write goldrpt-record
			perform readGoldenLine
	end-evaluate.

	compareOneField.
	if lt-text(tokenIndex) not = gt-text(tokenIndex)
	or lt-length(tokenIndex) not = gt-length(tokenIndex) then
		add 1 to fileDifferenceCount
		move liveLineNumber to displayLine
		move tokenIndex to displayField
		move spaces to goldrpt-record
		string liveName " line " displayLine " field " displayField
			": golden " function trim(gt-text(tokenIndex))
			" now " function trim(lt-text(tokenIndex))
			delimited by size into goldrpt-record
		if gt-length(tokenIndex) = 0 then
			move spaces to goldrpt-record
			string liveName " line " displayLine " field " displayField
				": golden (none) now " function trim(lt-text(tokenIndex))
				delimited by size into goldrpt-record
		end-if
		if lt-length(tokenIndex) = 0 then
			move spaces to goldrpt-record
			string liveName " line " displayLine " field " displayField
				": golden " function trim(gt-text(tokenIndex)) " now (none)"
				delimited by size into goldrpt-record
		end-if
		write goldrpt-record
	end-if
	add 1 to tokenIndex.

	*> golden records for a file the list no longer compares are
	*> stepped over.
	readGoldenLine.
	if not gold-done then
		read goldset
			at end move "Y" to ws-gold-eof
		end-read
	end-if.

	*> ----------------------------------------------------------------
	*> masking: the live line in tokenSource's place, broken into
	*> fields, tonight's dates and times replaced, and joined back
	*> into maskedText.
	*> ----------------------------------------------------------------
	maskLiveLine.
	if liveName = "KSDSJRNL" and tokenSource(68:9) not = spaces then
		move "<CHAIN>" to tokenSource(68:9).
	perform tokenizeSource
	move "N" to ws-after-date
	move 1 to tokenIndex
	perform maskOneToken until tokenIndex > tw-count
	move spaces to maskedText
	move 1 to textPointer
	move 1 to tokenIndex
	perform joinOneToken until tokenIndex > tw-count.

	tokenizeSource.
	move 0 to tw-count
	move "N" to ws-in-token
	move 1 to charIndex
	perform scanOneChar until charIndex > 124.

	scanOneChar.
	if tokenSource(charIndex:1) = space then
		move "N" to ws-in-token
	else
		if not in-token and tw-count < 40 then
			add 1 to tw-count
			move spaces to tw-text(tw-count)
			move 0 to tw-length(tw-count)
		end-if
		move "Y" to ws-in-token
		if tw-length(tw-count) < 40 then
			add 1 to tw-length(tw-count)
			move tokenSource(charIndex:1)
				to tw-text(tw-count)(tw-length(tw-count):1)
		end-if
	end-if
	add 1 to charIndex.

	maskOneToken.
	evaluate true
		when tw-length(tokenIndex) = 8
		and tw-text(tokenIndex)(1:8) is numeric
		and (tw-text(tokenIndex)(1:8) = runStartDate
			or tw-text(tokenIndex)(1:8) = runEndDate)
			move "<DATE>" to tw-text(tokenIndex)
			move "Y" to ws-after-date
		when tw-length(tokenIndex) = 6
		and (tw-text(tokenIndex)(1:6) = runStartShort
			or tw-text(tokenIndex)(1:6) = runEndShort)
			move "<DATE>" to tw-text(tokenIndex)
			move "Y" to ws-after-date
		when tw-length(tokenIndex) = 8
		and (tw-text(tokenIndex)(1:8) = runStartSlashed
			or tw-text(tokenIndex)(1:8) = runEndSlashed)
			move "<DATE>" to tw-text(tokenIndex)
			move "Y" to ws-after-date
		when tw-length(tokenIndex) = 14
		and tw-text(tokenIndex)(1:14) is numeric
		and (tw-text(tokenIndex)(1:8) = runStartDate
			or tw-text(tokenIndex)(1:8) = runEndDate)
			move "<STAMP>" to tw-text(tokenIndex)
			move "N" to ws-after-date
		when tw-length(tokenIndex) = 6 and after-date
		and tw-text(tokenIndex)(1:6) is numeric
			move tw-text(tokenIndex)(1:6) to tokenTime
			perform maskRunTime
			move "N" to ws-after-date
		when tw-length(tokenIndex) = 8
		and tw-text(tokenIndex)(3:1) = ":" and tw-text(tokenIndex)(6:1) = ":"
			move "<TIME>" to tw-text(tokenIndex)
			move "N" to ws-after-date
		when tw-length(tokenIndex) = 8
		and tw-text(tokenIndex)(1:2) is alphabetic-upper
		and tw-text(tokenIndex)(3:6) is numeric
			move "<RUNID>" to tw-text(tokenIndex)
			move "N" to ws-after-date
		when other
			move "N" to ws-after-date
	end-evaluate
	evaluate tw-text(tokenIndex)
		when "<DATE>"
		when "<TIME>"
			move 6 to tw-length(tokenIndex)
		when "<STAMP>"
		when "<RUNID>"
		when "<CHAIN>"
			move 7 to tw-length(tokenIndex)
	end-evaluate
	add 1 to tokenIndex.

	*> only a time inside the run window is the clock; a six-digit
	*> count that happens to follow a date is data.
	maskRunTime.
	if (runStartTime <= runEndTime
		and tokenTime >= runStartTime and tokenTime <= runEndTime)
	or (runStartTime > runEndTime
		and (tokenTime >= runStartTime or tokenTime <= runEndTime)) then
		move "<TIME>" to tw-text(tokenIndex).

	joinOneToken.
	if textPointer + tw-length(tokenIndex) - 1 <= 124 then
		move tw-text(tokenIndex)(1:tw-length(tokenIndex))
			to maskedText(textPointer:tw-length(tokenIndex))
		compute textPointer = textPointer + tw-length(tokenIndex) + 1
	end-if
	add 1 to tokenIndex.

	*> ----------------------------------------------------------------
	*> the compared outputs, dispatched by name.
	*> ----------------------------------------------------------------
	openLiveInput.
	move "N" to ws-live-open
	move "Y" to ws-live-eof
	evaluate liveName
		when "SORTOUT" open input sortout
		when "MERGEOUT" open input mergeout
		when "RUNSTAT" open input runstat
		when "RUNSUMM" open input runsumm
		when "SRCHLOG" open input srchlog
		when "KSDSJRNL" open input ksdsjrnl
		when "ARRAYRPT" open input arrayrpt
		when "ARRAYCSV" open input arraycsv
		when "SORTCERT" open input sortcert
	end-evaluate
	if ws-live-status = "00" then
		move "Y" to ws-live-open
		move "N" to ws-live-eof
	end-if.

	openLiveOutput.
	move "N" to ws-live-open
	evaluate liveName
		when "SORTOUT" open output sortout
		when "MERGEOUT" open output mergeout
		when "RUNSTAT" open output runstat
		when "RUNSUMM" open output runsumm
		when "SRCHLOG" open output srchlog
		when "KSDSJRNL" open output ksdsjrnl
		when "ARRAYRPT" open output arrayrpt
		when "ARRAYCSV" open output arraycsv
		when "SORTCERT" open output sortcert
	end-evaluate
	if ws-live-status = "00" then
		move "Y" to ws-live-open.

	readLiveLine.
	move spaces to tokenSource
	if live-open then
		perform readOpenLive.

	readOpenLive.
	evaluate liveName
		when "SORTOUT"
			read sortout into tokenSource
				at end move "Y" to ws-live-eof
			end-read
		when "MERGEOUT"
			read mergeout into tokenSource
				at end move "Y" to ws-live-eof
			end-read
		when "RUNSTAT"
			read runstat into tokenSource
				at end move "Y" to ws-live-eof
			end-read
		when "RUNSUMM"
			read runsumm into tokenSource
				at end move "Y" to ws-live-eof
			end-read
		when "SRCHLOG"
			read srchlog into tokenSource
				at end move "Y" to ws-live-eof
			end-read
		when "KSDSJRNL"
			read ksdsjrnl into tokenSource
				at end move "Y" to ws-live-eof
			end-read
		when "ARRAYRPT"
			read arrayrpt into tokenSource
				at end move "Y" to ws-live-eof
			end-read
		when "ARRAYCSV"
			read arraycsv into tokenSource
				at end move "Y" to ws-live-eof
			end-read
		when "SORTCERT"
			read sortcert into tokenSource
				at end move "Y" to ws-live-eof
			end-read
	end-evaluate.

	closeLive.
	if live-open then
		perform closeOpenLive.
	move "N" to ws-live-open.

	closeOpenLive.
	evaluate liveName
		when "SORTOUT" close sortout
		when "MERGEOUT" close mergeout
		when "RUNSTAT" close runstat
		when "RUNSUMM" close runsumm
		when "SRCHLOG" close srchlog
		when "KSDSJRNL" close ksdsjrnl
		when "ARRAYRPT" close arrayrpt
		when "ARRAYCSV" close arraycsv
		when "SORTCERT" close sortcert
	end-evaluate.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "goldenRegression" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
