*> pass; HDR/TRL envelope records are control records, not data, and
*> generation files are copied verbatim (envelope and all).
*>
*> a legal hold outranks the retention count: before rotating, the
*> generation about to fall off is offered to holdCheck (see
*> HOLDQRY.cpy) record by record -- by its HDR date and each value
*> -- and when an active LEGALHLD hold on SORTOUT covers any of it the
*> rotation keeps one generation more, as far as G5. when G5 itself
*> is held there is no slot left to save it in, so the rotation is
*> withheld entirely until the hold is released or the generation is
*> copied elsewhere; GENRPT says which hold kept what.
*>
*> RETURN-CODE: rc-success once the rotation completes -- "the file
*> changed" is information for the report, not a failure --
*> rc-not-found when a hold on G5 withheld the rotation.
*>
*> the KEEP setting on the SYSPARM system-parameter file (program
*> sortoutGen, see sysParm) outranks the GENCTL card; the card is
*> read only when nothing is set there.
environment division.
	input-output section.
	file-control.
		01 droppedCount pic 9(7) value 0.
		01 deltaCount pic s9(7).
		01 deltaTotal pic s9(15) comp-3.
		01 dropSlot pic 9(1).
		01 ws-gen-held pic x(1).
			88 generation-held value "Y".
		01 ws-rotation-withheld pic x(1) value "N".
			88 rotation-withheld value "Y".
		01 ws-gen-eof pic x(1).
			88 gen-eof value "Y".
		01 ws-gen-status pic x(2).
		01 genLine pic x(80).
		01 genDate pic 9(8).
		copy "HOLDQRY.cpy".
		01 ws-copy-eof pic x(1).
			88 copy-eof value "Y".
		01 ws-rpt-line pic x(80).
		01 out-value copy "ELEMEDIT.cpy".
		01 out-count pic -zzzzzz9.
		01 out-total pic -Z(14)9.
		*> tonight's SYSPARM setting, asked of sysParm ahead of the
		*> card; the card is read only when nothing is set.
		01 parmProgram pic x(18) value "sortoutGen".
		01 parmName pic x(12).
		01 parmValue pic x(30).
		01 ws-setting-found pic x(1).
			88 setting-found value "Y".
		01 savedReturnCode pic s9(4).
		copy "RETCODE.cpy".

procedure division.
	main.
	perform settleRetentionCount
	open output genrpt
	perform comparePriorGeneration
	perform settleHeldGenerations
	close genrpt
	if rotation-withheld then
		display "sortoutGen: SORTOUTG5 is under legal hold " hq-hold-id ", generations not rotated"
		move rc-not-found to return-code
		goback.
	perform rotateGenerations
	display "sortoutGen: generations rotated, " keepCount " kept"
	move rc-success to return-code
	goback.

	*> the generation in slot keepCount is the one the rotation drops;
	*> while it is held, keep one more.
	settleHeldGenerations.
	move "N" to ws-rotation-withheld
	move "OPEN" to hq-action
	call 'holdCheck' using hold-query
		on exception move 0 to hq-scope-count
	end-call
	if hq-scope-count > 0 then
		move keepCount to dropSlot
		perform testDropGeneration
		perform extendPastHeldGeneration
			until not generation-held or rotation-withheld
	end-if.

	extendPastHeldGeneration.
	move spaces to ws-rpt-line
	string "SORTOUTG" dropSlot " (dated " genDate ") is under legal hold "
		hq-hold-id delimited by size into ws-rpt-line
	write genrpt-record from ws-rpt-line
	if dropSlot = 5 then
		move "Y" to ws-rotation-withheld
		move "no generation slot left to keep it in, rotation withheld" to ws-rpt-line
		write genrpt-record from ws-rpt-line
	else
		add 1 to dropSlot
		move dropSlot to keepCount
		move spaces to ws-rpt-line
		string "kept: retention extended to " keepCount " generations tonight"
			delimited by size into ws-rpt-line
		write genrpt-record from ws-rpt-line
		display "sortoutGen: " ws-rpt-line
		perform testDropGeneration
	end-if.

	*> a generation is held when any one of its records is.
	testDropGeneration.
	move "N" to ws-gen-held
	move 0 to genDate
	perform openDropGeneration
	if ws-gen-status = "00" then
		move "N" to ws-gen-eof
		perform testOneGenerationRecord until gen-eof or generation-held
		perform closeDropGeneration
	end-if.

	testOneGenerationRecord.
	perform readDropGeneration
	if not gen-eof then
		if genLine(1:4) = "HDR " then
			if genLine(5:8) is numeric then
				move genLine(5:8) to genDate
			end-if
		else
			if genLine(1:4) not = "TRL " then
				move "TEST" to hq-action
				move "SORTOUT" to hq-file
				move genDate to hq-date
				compute hq-value = function numval(function trim(genLine(1:20)))
				move "Y" to hq-value-flag
				move spaces to hq-entry
				call 'holdCheck' using hold-query
					on exception move "N" to hq-result
				end-call
				if hq-held then
					move "Y" to ws-gen-held
				end-if
			end-if
		end-if
	end-if.

	openDropGeneration.
	evaluate dropSlot
		when 1
			open input gen1
			move ws-g1-status to ws-gen-status
		when 2
			open input gen2
			move ws-g2-status to ws-gen-status
		when 3
			open input gen3
			move ws-g3-status to ws-gen-status
		when 4
			open input gen4
			move ws-g4-status to ws-gen-status
		when 5
			open input gen5
			move ws-g5-status to ws-gen-status
	end-evaluate.

	readDropGeneration.
	evaluate dropSlot
		when 1
			read gen1 into genLine
				at end move "Y" to ws-gen-eof
			end-read
		when 2
			read gen2 into genLine
				at end move "Y" to ws-gen-eof
			end-read
		when 3
			read gen3 into genLine
				at end move "Y" to ws-gen-eof
			end-read
		when 4
			read gen4 into genLine
				at end move "Y" to ws-gen-eof
			end-read
		when 5
			read gen5 into genLine
				at end move "Y" to ws-gen-eof
			end-read
	end-evaluate.

	closeDropGeneration.
	evaluate dropSlot
		when 1 close gen1
		when 2 close gen2
		when 3 close gen3
		when 4 close gen4
		when 5 close gen5
	end-evaluate.

	*> the SYSPARM KEEP setting when there is one, the GENCTL card
	*> otherwise.
	settleRetentionCount.
	move "KEEP" to parmName
	perform askSystemParameter
	if setting-found then
		compute keepCount = function numval(parmValue)
	else
		perform readRetentionCard
	end-if.

	readRetentionCard.
	open input genctl
	if ws-ctl-status = "00" then
		at end move "Y" to ws-copy-eof
		not at end write gen1-record from sortout-record
	end-read.

	*> the central SYSPARM setting outranks the card (see sysParm).
	askSystemParameter.
	move return-code to savedReturnCode
	move "N" to ws-setting-found
	call 'sysParm' using parmProgram, parmName, parmValue
		on exception move rc-invalid-input to return-code
	end-call
	if return-code = rc-success then
		move "Y" to ws-setting-found.
	move savedReturnCode to return-code.
