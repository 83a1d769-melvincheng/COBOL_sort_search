*> (see KSDSJREC.cpy): a reload first journals a DELETE image of each
*> record the old file held, then an ADD image of each record written,
*> so ksdsBackout can restore the file to its state before this run.
*> each journal line is sealed onto the KSDSJRNL check chain through
*> chainLink (see CHAINREC.cpy) as it is written.
*> while a month-end freeze is on (see monthEndClose) the reload is
*> refused: freezeCheck says why, ARRAYKSD is left as it stands, and
*> RETURN-CODE is set to rc-invalid-input.
environment division.
	input-output section.
	file-control.
	file section.
	fd arrayksds.
	01 arrayksds-record.
		05 ak-position pic 9(6).
		05 ak-element copy "ELEMPIC.cpy".

	fd arrayval.
	01 arrayval-record.
		05 av-key.
			10 av-value-key pic 9(10).
			10 av-position pic 9(6).
		05 av-element copy "ELEMPIC.cpy".

	fd ksdsjrnl.
		01 ws-jrnl-status pic x(2).
		01 ws-operid-status pic x(2).
		01 operatorId pic x(3) value spaces.
		01 freezeProgram pic x(18) value "arrayToKsds".
		copy "RETCODE.cpy".
		copy "KSDSJREC.cpy".
		copy "CHAINREC.cpy".
		01 ws-run-stamp pic 9(14).
		01 ws-stamp-date pic 9(8).
		01 ws-stamp-time pic 9(8).
procedure division using arraySize, ws-array.
	main.
	perform readOperatorCard
	perform checkFreeze
	if return-code not = rc-success then
		move rc-invalid-input to return-code
		goback.
	perform startJournal
	perform journalOldFile
	open output arrayksds
	accept ws-stamp-time from time
	compute ws-run-stamp =
		ws-stamp-date * 1000000 + ws-stamp-time / 100
	move "TAIL" to cr-action
	move "KSDSJRNL" to cr-log
	call 'chainLink' using chain-request
		on exception move 0 to cr-value
	end-call
	open extend ksdsjrnl
	if ws-jrnl-status not = "00" then
		open output ksdsjrnl.
			move ak-element to kj-before
			move 0 to kj-after
			move operatorId to kj-operator
			perform sealJournalEntry
	end-read.

	*> element positions must ascend for a sequential load of an
	move 0 to kj-before
	move ws-element(iteration) to kj-after
	move operatorId to kj-operator
	perform sealJournalEntry
	compute av-value-key = ws-element(iteration) + signedValueOffset
	move iteration to av-position
	move ws-element(iteration) to av-element
	write arrayval-record
	add 1 to iteration.

	*> every journal record goes out sealed onto the chain (see
	*> CHAINREC.cpy), so an edited or missing line shows.
	sealJournalEntry.
	move ksds-journal-detail to cr-line
	move "SEAL" to cr-action
	call 'chainLink' using chain-request
		on exception continue
	end-call
	write ksdsjrnl-record from cr-line.

	*> a month-end freeze (see monthEndClose) holds ARRAYKSD still;
	*> freezeCheck has already told the operator why when it refuses.
	*> without the module there is no freeze to honor.
	checkFreeze.
	call 'freezeCheck' using freezeProgram
		on exception move rc-success to return-code
	end-call.
