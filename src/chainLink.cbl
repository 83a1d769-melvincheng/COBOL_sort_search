identification division.
program-id. chainLink.

*> the one place the tamper-evident check chain on AUDITLOG and
*> KSDSJRNL is computed (parameter block and record conventions in
*> CHAINREC.cpy). MAIN's audit line and every KSDSJRNL writer seal
*> their records here; auditArchive and retentionManager anchor
*> their rewrites here; chainVerify tests the files here -- so the
*> writers, the rewriters, and the verifier cannot disagree about
*> what a correct link is.
*>
*> the check value of a record is a running polynomial over the
*> previous record's check value and the record's columns 1-66, one
*> character at a time, kept below chainModulus (the largest nine-
*> digit prime) so it fits the nine columns the record has free.
*> RETURN-CODE: rc-success, rc-invalid-input for an action or log
*> not recognized.
environment division.
	input-output section.
	file-control.
		select auditlog assign to "AUDITLOG"
			organization line sequential
			file status is ws-audit-status.
		select ksdsjrnl assign to "KSDSJRNL"
			organization line sequential
			file status is ws-jrnl-status.

data division.
	file section.
	fd auditlog.
	01 auditlog-record pic x(80).

	fd ksdsjrnl.
	01 ksdsjrnl-record pic x(80).

	working-storage section.
		01 ws-audit-status pic x(2).
		01 ws-jrnl-status pic x(2).
		01 ws-tail-eof pic x(1).
			88 tail-done value "Y".
		78 chainModulus value 999999937.
		78 chainContentLength value 66.
		01 tailLine pic x(80).
		01 linkValue pic 9(9).
		01 linkWork pic 9(11).
		01 linkIndex pic 9(2).
		01 storedValue pic 9(9).
		01 anchorDate pic 9(8).
		copy "KSDSJREC.cpy".
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

	linkage section.
		copy "CHAINREC.cpy".

procedure division using chain-request.
	main.
	move rc-success to return-code
	evaluate cr-action
		when "TAIL"
			perform findChainTail
		when "SEAL"
			perform computeLink
			move space to cr-line(67:1)
			move linkValue to cr-line(68:9)
			move linkValue to cr-value
		when "CHECK"
			perform checkOneLine
		when "ANCHOR"
			perform buildAnchor
		when other
			display "chainLink: action " cr-action " not recognized"
			move rc-invalid-input to return-code
	end-evaluate
	goback.

	*> the value a reader holds after the file's last line.
	findChainTail.
	move 0 to cr-value
	evaluate cr-log
		when "AUDITLOG"
			open input auditlog
			if ws-audit-status = "00" then
				move "N" to ws-tail-eof
				perform readAuditTail until tail-done
				close auditlog
			end-if
		when "KSDSJRNL"
			open input ksdsjrnl
			if ws-jrnl-status = "00" then
				move "N" to ws-tail-eof
				perform readJournalTail until tail-done
				close ksdsjrnl
			end-if
		when other
			display "chainLink: log " cr-log " not recognized"
			move rc-invalid-input to return-code
	end-evaluate.

	readAuditTail.
	read auditlog
		at end move "Y" to ws-tail-eof
		not at end
			move auditlog-record to tailLine
			perform advanceOverLine
	end-read.

	readJournalTail.
	read ksdsjrnl
		at end move "Y" to ws-tail-eof
		not at end
			move ksdsjrnl-record to tailLine
			perform advanceOverLine
	end-read.

	*> a reader's rule for the value after one line: an anchor hands
	*> on its resume value, a sealed line its own check value, and a
	*> line from before the chain nothing at all.
	advanceOverLine.
	evaluate true
		when tailLine(1:14) = "00000000000000" and tailLine(29:6) = "ANCHOR"
		and tailLine(43:9) is numeric
			move tailLine(43:9) to cr-value
		when tailLine(68:9) is numeric
			move tailLine(68:9) to cr-value
		when other
			move 0 to cr-value
	end-evaluate.

	checkOneLine.
	evaluate true
		when cr-line(1:14) = "00000000000000" and cr-line(29:6) = "ANCHOR"
		and cr-line(43:9) is numeric and cr-line(68:9) is numeric
			perform computeLink
			move cr-line(68:9) to storedValue
			if storedValue = linkValue then
				move "A" to cr-kind
			else
				move "B" to cr-kind
			end-if
			move cr-line(43:9) to cr-value
		when cr-line(68:9) is numeric
			perform computeLink
			move cr-line(68:9) to storedValue
			if storedValue = linkValue then
				move "C" to cr-kind
			else
				move "B" to cr-kind
			end-if
			move storedValue to cr-value
		when other
			move "L" to cr-kind
			move 0 to cr-value
	end-evaluate.

	*> an anchor is a journal-layout line: zero stamp, the anchoring
	*> program, action ANCHOR, the resume value as the before image
	*> and today's date as the after image.
	buildAnchor.
	perform getProcessingDate
	move pdt-date to anchorDate
	move 0 to kj-run-stamp
	move cr-program to kj-program
	move "ANCHOR" to kj-action
	move 0 to kj-position
	move cr-resume to kj-before
	move anchorDate to kj-after
	move spaces to kj-operator
	move spaces to cr-line
	move ksds-journal-detail(1:66) to cr-line(1:66)
	perform computeLink
	move linkValue to cr-line(68:9)
	move cr-resume to cr-value.

	*> linkValue := the check value of cr-line chained onto cr-value.
	computeLink.
	move cr-value to linkValue
	move 1 to linkIndex
	perform linkOneCharacter until linkIndex > chainContentLength.

	linkOneCharacter.
	compute linkWork = linkValue * 31
		+ function ord(cr-line(linkIndex:1))
	compute linkValue = function mod(linkWork, chainModulus)
	add 1 to linkIndex.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "chainLink" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
