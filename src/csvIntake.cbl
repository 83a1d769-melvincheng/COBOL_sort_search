identification division.
program-id. csvIntake.

*> intake for the branch systems' comma-delimited exports: turns a
*> CSVIN file into the fixed-column ARRAYINR layout createArrayRec
*> loads (key in columns 1-10, branch 11-14, balance 15-25), inside a
*> fresh HDR/TRL envelope (see FILEENVL.cpy; the hash total is over
*> the key values, the same rule SORTINR and SORTOUTR follow), so
*> nobody re-keys or hand-columns a spreadsheet again.
*>
*> the first row of CSVIN is the header and names the columns; they
*> may come in any order and extra columns are ignored. recognized
*> names, case and surrounding blanks ignored:
*>   KEY, ACCOUNT, or ACCT   the account/reference number
*>   BRANCH                  the branch code
*>   BALANCE or AMOUNT       the balance
*> a field may be wrapped in double quotes, which protects a comma
*> inside it; a doubled quote inside a quoted field is one quote
*> character. the balance may carry thousands separators
*> ("1,234,567.89") -- they are checked for position and stripped.
*> a trailing carriage return (a file exported on a PC) is ignored.
*>
*> every data row is checked before anything is written: the key an
*> optional sign and up to nine digits, the branch one to four
*> characters, the balance an optional sign, up to seven integer
*> digits, and at most two decimals. a row that fails goes to the
*> CSVREJ reject report with its row number (the header is row 1,
*> the way the branch sees it in the spreadsheet) and the reason,
*> and the rest of the file carries on. the branch code itself is
*> not looked up here -- createArrayRec checks it against the branch
*> master on load, as it does for every ARRAYINR. like editArrayIn,
*> the input is read twice: once to validate and count (the header
*> record needs the count up front), once to write.
*>
*> RETURN-CODE: rc-success when ARRAYINR was written (even with a few
*> rejects), rc-not-found for a file with no acceptable data rows,
*> rc-invalid-input when CSVIN is missing or its header row does not
*> name a key, branch, and balance column.
environment division.
	input-output section.
	file-control.
		select csvin assign to "CSVIN"
			organization line sequential
			file status is ws-in-status.
		select arrayinr assign to "ARRAYINR"
			organization line sequential
			file status is ws-out-status.
		select csvrej assign to "CSVREJ"
			organization line sequential
			file status is ws-rej-status.

data division.
	file section.
	fd csvin.
	01 csvin-record pic x(256).

	fd arrayinr.
	01 arrayinr-record pic x(80).

	fd csvrej.
	01 csvrej-record pic x(80).

	working-storage section.
		01 ws-in-status pic x(2).
		01 ws-out-status pic x(2).
		01 ws-rej-status pic x(2).
		01 ws-in-eof pic x(1).
			88 input-eof value "Y".

		*> one row split into its fields; csvFieldCount is the number
		*> of fields the row actually had, which may be more than the
		*> table holds (the overflow is only ever reported).
		78 csvMaxFields value 12.
		01 csv-row.
			05 csv-field pic x(40) occurs 12 times.
		01 csvFieldCount pic 9(3).
		01 csvLine pic x(256).
		01 lineLength pic 9(3).
		01 charIndex pic 9(3).
		01 fieldLength pic 9(2).
		01 ws-in-quotes pic x(1).
			88 in-quotes value "Y".
		01 ws-field-long pic x(1).
			88 field-too-long value "Y".

		*> where the header row put each column we need (0: not named).
		01 keyColumn pic 9(3).
		01 branchColumn pic 9(3).
		01 balanceColumn pic 9(3).
		01 neededColumns pic 9(3).
		01 headerName pic x(40).
		01 headerError pic x(40).

		01 workText pic x(40).
		01 textLength pic 9(2).
		01 textIndex pic 9(2).
		01 integerDigits pic 9(2).
		01 decimalDigits pic 9(2).
		01 groupDigits pic 9(2).
		01 ws-seen-point pic x(1).
			88 seen-point value "Y".
		01 ws-seen-comma pic x(1).
			88 seen-comma value "Y".
		01 balanceText pic x(40).
		01 balanceLength pic 9(2).
		01 ws-row-ok pic x(1).
			88 row-ok value "Y".
		01 rejectReason pic x(40).

		01 rowNumber pic 9(6).
		01 acceptedCount pic 9(6).
		01 rejectedCount pic 9(6).
		01 workKey pic s9(9) comp-3.
		01 workBranch pic x(4).
		01 workBalance pic s9(7)v99 comp-3.
		01 keyHashWork pic s9(12) comp-3.
		01 ws-envl-date pic 9(8).
		01 ws-envl-time-raw pic 9(8).
		copy "FILEENVL.cpy".
		01 out-key copy "ELEMEDIT.cpy".
		01 out-balance pic -Z(6)9.99.
		01 ws-out-line pic x(80).
		01 ws-rpt-line pic x(80).
		01 out-row pic zzzzz9.
		01 out-count pic zzzzz9.
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

procedure division.
	main.
	open input csvin
	if ws-in-status not = "00" then
		display "csvIntake: CSVIN not available, nothing to convert"
		move rc-invalid-input to return-code
		goback.
	open output csvrej
	move spaces to ws-rpt-line
	string "CSV intake rejects, CSVIN to ARRAYINR"
		delimited by size into ws-rpt-line
	write csvrej-record from ws-rpt-line
	move 0 to rowNumber
	move 0 to acceptedCount
	move 0 to rejectedCount
	move 0 to keyHashWork
	move "N" to ws-in-eof
	perform readHeaderRow
	if input-eof then
		close csvin
		close csvrej
		display "csvIntake: CSVIN is empty"
		move rc-not-found to return-code
		goback.
	if headerError not = spaces then
		move spaces to ws-rpt-line
		string "row      1  header refused: " headerError
			delimited by size into ws-rpt-line
		write csvrej-record from ws-rpt-line
		close csvin
		close csvrej
		display "csvIntake: CSVIN header " function trim(headerError) ", nothing converted"
		move rc-invalid-input to return-code
		goback.
	perform validateOneRow until input-eof
	close csvin
	perform writeRejectSummary
	close csvrej
	if acceptedCount = 0 then
		display "csvIntake: CSVIN has no acceptable data rows, ARRAYINR not written"
		move rc-not-found to return-code
		goback.
	perform writeArrayInR
	display "csvIntake: " acceptedCount " row(s) written to ARRAYINR, "
		rejectedCount " rejected to CSVREJ"
	move rc-success to return-code
	goback.

	*> the header row is read at the top of each pass and its names
	*> matched to the columns this program needs.
	readHeaderRow.
	read csvin
		at end move "Y" to ws-in-eof
		not at end
			move 1 to rowNumber
			move csvin-record to csvLine
			if csvLine(1:3) = x"EFBBBF" then
				move csvin-record(4:253) to csvLine
			end-if
			perform splitCsvLine
			perform matchHeaderColumns
	end-read.

	matchHeaderColumns.
	move 0 to keyColumn
	move 0 to branchColumn
	move 0 to balanceColumn
	move spaces to headerError
	move 1 to textIndex
	perform matchOneHeaderName
		until textIndex > csvFieldCount or textIndex > csvMaxFields
	evaluate true
		when headerError not = spaces
			continue
		when keyColumn = 0
			move "names no KEY or ACCOUNT column" to headerError
		when branchColumn = 0
			move "names no BRANCH column" to headerError
		when balanceColumn = 0
			move "names no BALANCE or AMOUNT column" to headerError
		when other
			move keyColumn to neededColumns
			if branchColumn > neededColumns then
				move branchColumn to neededColumns
			end-if
			if balanceColumn > neededColumns then
				move balanceColumn to neededColumns
			end-if
	end-evaluate.

	*> a column we need named twice is ambiguous, so the header is
	*> refused rather than guessing which one the branch meant.
	matchOneHeaderName.
	move function upper-case(function trim(csv-field(textIndex)))
		to headerName
	evaluate headerName
		when "KEY"
		when "ACCOUNT"
		when "ACCT"
			if keyColumn not = 0 then
				move "names the key column twice" to headerError
			end-if
			move textIndex to keyColumn
		when "BRANCH"
			if branchColumn not = 0 then
				move "names the branch column twice" to headerError
			end-if
			move textIndex to branchColumn
		when "BALANCE"
		when "AMOUNT"
			if balanceColumn not = 0 then
				move "names the balance column twice" to headerError
			end-if
			move textIndex to balanceColumn
		when other
			continue
	end-evaluate
	add 1 to textIndex.

	validateOneRow.
	read csvin
		at end move "Y" to ws-in-eof
		not at end
			add 1 to rowNumber
			perform checkCsvRow
			if row-ok then
				add 1 to acceptedCount
				add workKey to keyHashWork
			else
				add 1 to rejectedCount
				perform reportReject
			end-if
	end-read.

	*> splits csvLine into csv-field on commas outside double quotes.
	*> fields are kept as they arrived apart from the quoting; the
	*> checks trim them.
	splitCsvLine.
	move spaces to csv-row
	move 1 to csvFieldCount
	move 0 to fieldLength
	move "N" to ws-in-quotes
	move "N" to ws-field-long
	if csvLine = spaces then
		move 0 to lineLength
	else
		compute lineLength =
			function length(function trim(csvLine trailing))
		if csvLine(lineLength:1) = x"0D" then
			move space to csvLine(lineLength:1)
			subtract 1 from lineLength
		end-if
	end-if
	move 1 to charIndex
	perform splitOneCharacter until charIndex > lineLength.

	splitOneCharacter.
	evaluate true
		when in-quotes and csvLine(charIndex:1) = '"'
		and charIndex < lineLength
		and csvLine(charIndex + 1:1) = '"'
			perform appendFieldCharacter
			add 1 to charIndex
		when in-quotes and csvLine(charIndex:1) = '"'
			move "N" to ws-in-quotes
		when in-quotes
			perform appendFieldCharacter
		when csvLine(charIndex:1) = '"'
			move "Y" to ws-in-quotes
		when csvLine(charIndex:1) = ","
			add 1 to csvFieldCount
			move 0 to fieldLength
		when other
			perform appendFieldCharacter
	end-evaluate
	add 1 to charIndex.

	appendFieldCharacter.
	if csvFieldCount > csvMaxFields then
		continue
	else
		if fieldLength < 40 then
			add 1 to fieldLength
			move csvLine(charIndex:1)
				to csv-field(csvFieldCount)(fieldLength:1)
		else
			move "Y" to ws-field-long
		end-if
	end-if.

	*> one data row through every check, stopping at the first
	*> failure; on success workKey, workBranch, and workBalance hold
	*> the row's values.
	checkCsvRow.
	move "Y" to ws-row-ok
	move spaces to rejectReason
	move csvin-record to csvLine
	perform splitCsvLine
	evaluate true
		when lineLength = 0
			move "N" to ws-row-ok
			move "blank row" to rejectReason
		when in-quotes
			move "N" to ws-row-ok
			move "quoted field not closed" to rejectReason
		when field-too-long
			move "field longer than 40 characters" to rejectReason
			move "N" to ws-row-ok
		when csvFieldCount < neededColumns
			move "N" to ws-row-ok
			move "too few columns" to rejectReason
		when other
			perform checkKeyField
			if row-ok then
				perform checkBranchField
			end-if
			if row-ok then
				perform checkBalanceField
			end-if
	end-evaluate.

	checkKeyField.
	move function trim(csv-field(keyColumn)) to workText
	move 0 to integerDigits
	if workText = spaces then
		move "N" to ws-row-ok
		move "key missing" to rejectReason
	else
		compute textLength = function length(function trim(workText))
		move 1 to textIndex
		perform checkOneKeyCharacter
			until textIndex > textLength or not row-ok
	end-if
	if row-ok and integerDigits = 0 then
		move "N" to ws-row-ok
		move "key has no digits" to rejectReason
	end-if
	if row-ok and integerDigits > 9 then
		move "N" to ws-row-ok
		move "key more than nine digits" to rejectReason
	end-if
	if row-ok then
		compute workKey = function numval(workText(1:textLength))
	end-if.

	checkOneKeyCharacter.
	evaluate true
		when workText(textIndex:1) = "+" or workText(textIndex:1) = "-"
			if textIndex not = 1 then
				move "N" to ws-row-ok
				move "key sign not leading" to rejectReason
			end-if
		when workText(textIndex:1) >= "0"
		and workText(textIndex:1) <= "9"
			add 1 to integerDigits
		when other
			move "N" to ws-row-ok
			move "key not numeric" to rejectReason
	end-evaluate
	add 1 to textIndex.

	checkBranchField.
	move function trim(csv-field(branchColumn)) to workText
	if workText = spaces then
		move "N" to ws-row-ok
		move "branch missing" to rejectReason
	else
		if workText(5:36) not = spaces then
			move "N" to ws-row-ok
			move "branch longer than four characters" to rejectReason
		else
			move workText(1:4) to workBranch
		end-if
	end-if.

	*> the balance is copied into balanceText without its thousands
	*> separators as it is checked. a separator must sit in the
	*> integer part, with one to three digits before the first and
	*> exactly three after each.
	checkBalanceField.
	move function trim(csv-field(balanceColumn)) to workText
	move spaces to balanceText
	move 0 to balanceLength
	move 0 to integerDigits
	move 0 to decimalDigits
	move 0 to groupDigits
	move "N" to ws-seen-point
	move "N" to ws-seen-comma
	if workText = spaces then
		move "N" to ws-row-ok
		move "balance missing" to rejectReason
	else
		compute textLength = function length(function trim(workText))
		move 1 to textIndex
		perform checkOneBalanceCharacter
			until textIndex > textLength or not row-ok
	end-if
	if row-ok and not seen-point then
		perform checkSeparatorGroup
	end-if
	if row-ok and integerDigits = 0 then
		move "N" to ws-row-ok
		move "balance has no digits" to rejectReason
	end-if
	if row-ok and integerDigits > 7 then
		move "N" to ws-row-ok
		move "balance more than seven integer digits" to rejectReason
	end-if
	if row-ok and seen-point and decimalDigits = 0 then
		move "N" to ws-row-ok
		move "balance decimal point without decimals" to rejectReason
	end-if
	if row-ok and decimalDigits > 2 then
		move "N" to ws-row-ok
		move "balance more than two decimals" to rejectReason
	end-if
	if row-ok then
		compute workBalance =
			function numval(balanceText(1:balanceLength))
	end-if.

	checkOneBalanceCharacter.
	evaluate true
		when workText(textIndex:1) = "+" or workText(textIndex:1) = "-"
			if textIndex not = 1 then
				move "N" to ws-row-ok
				move "balance sign not leading" to rejectReason
			else
				perform keepBalanceCharacter
			end-if
		when workText(textIndex:1) = ","
			if seen-point then
				move "N" to ws-row-ok
				move "balance separator after decimal point" to rejectReason
			else
				perform checkSeparatorGroup
				move "Y" to ws-seen-comma
				move 0 to groupDigits
			end-if
		when workText(textIndex:1) = "."
			if seen-point then
				move "N" to ws-row-ok
				move "balance has two decimal points" to rejectReason
			else
				perform checkSeparatorGroup
				move "Y" to ws-seen-point
				perform keepBalanceCharacter
			end-if
		when workText(textIndex:1) >= "0"
		and workText(textIndex:1) <= "9"
			if seen-point then
				add 1 to decimalDigits
			else
				add 1 to integerDigits
				add 1 to groupDigits
			end-if
			perform keepBalanceCharacter
		when other
			move "N" to ws-row-ok
			move "balance not numeric" to rejectReason
	end-evaluate
	add 1 to textIndex.

	*> closes the digit group ending here: after a separator it must
	*> be exactly three digits, before the first one to three.
	checkSeparatorGroup.
	if (seen-comma and groupDigits not = 3)
	or (not seen-comma and workText(textIndex:1) = ","
		and (groupDigits = 0 or groupDigits > 3)) then
		move "N" to ws-row-ok
		move "balance thousands separator misplaced" to rejectReason
	end-if.

	keepBalanceCharacter.
	add 1 to balanceLength
	move workText(textIndex:1) to balanceText(balanceLength:1).

	reportReject.
	move rowNumber to out-row
	move spaces to ws-rpt-line
	string "row " out-row "  rejected: " function trim(rejectReason)
		"  <" function trim(csvLine(1:30)) ">"
		delimited by size into ws-rpt-line
	write csvrej-record from ws-rpt-line
	display "csvIntake: " ws-rpt-line.

	writeRejectSummary.
	move spaces to ws-rpt-line
	move acceptedCount to out-count
	string "rows accepted: " out-count
		delimited by size into ws-rpt-line
	write csvrej-record from ws-rpt-line
	move spaces to ws-rpt-line
	move rejectedCount to out-count
	string "rows rejected: " out-count
		delimited by size into ws-rpt-line
	write csvrej-record from ws-rpt-line.

	*> second pass: the verdicts are recomputed row by row, as
	*> editArrayIn does, and the survivors written in the ARRAYINR
	*> columns between a fresh header and trailer. a CSV export has
	*> no envelope of its own, so the header's source field is blank.
	writeArrayInR.
	open input csvin
	open output arrayinr
	perform getProcessingDate
	move pdt-date to ws-envl-date
	move ws-envl-date to envl-hdr-date
	move acceptedCount to envl-hdr-count
	accept ws-envl-time-raw from time
	move spaces to envl-hdr-run-id
	string "CV" ws-envl-time-raw(1:6)
		delimited by size into envl-hdr-run-id
	move spaces to envl-hdr-source-id
	move spaces to envl-hdr-sort-spec
	write arrayinr-record from envelope-header-record
	move "N" to ws-in-eof
	move 0 to rowNumber
	perform readHeaderRow
	perform copyOneRow until input-eof
	move acceptedCount to envl-trl-count
	move keyHashWork to envl-trl-hash
	write arrayinr-record from envelope-trailer-record
	close csvin
	close arrayinr.

	copyOneRow.
	read csvin
		at end move "Y" to ws-in-eof
		not at end
			add 1 to rowNumber
			perform checkCsvRow
			if row-ok then
				move workKey to out-key
				move workBalance to out-balance
				move spaces to ws-out-line
				string out-key workBranch out-balance
					delimited by size into ws-out-line
				write arrayinr-record from ws-out-line
			end-if
	end-read.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "csvIntake" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
