*> corrections flow through the normal journaled, backout-able
*> apply, instead of someone transcribing a differences report into
*> fresh cards and adding new errors on the way. a summary of the
*> proposed transactions goes to the console. a TRANFILE card
*> carries a five-digit position, so a saved array or reference list
*> reaching past position 99999 cannot be expressed as cards and is
*> refused whole rather than corrected in part. RETURN-CODE:
*> rc-success with cards written, rc-not-found when the two lists
*> already agree, rc-invalid-input when either input is missing or
*> reaches past what a card can address.
environment division.
	input-output section.
	file-control.
	file section.
	fd arrayksds.
	01 arrayksds-record.
		05 ak-position pic 9(6).
		05 ak-element copy "ELEMPIC.cpy".

	fd deltaref.
		copy "TCTLREC.cpy".

		*> both lists by position: what the saved array holds and what
		*> the reference says it should hold, as far as a card's
		*> position reaches.
		78 cardPositionMax value 99999.
		01 beyondCardCount pic 9(6) value 0.
		01 savedState.
			05 savedSlot occurs 99999 times.
				10 sv-present pic x(1).
			05 referenceSlot occurs 99999 times.
				10 rf-present pic x(1).
				10 rf-value pic s9(9) comp-3.
		01 positionIndex pic 9(6).
		01 highestPosition pic 9(5) value 0.
		01 referenceLine pic 9(6) value 0.

		*> one ksdsUpdate transaction card under construction.
		01 delta-card.
		01 changeCount pic 9(5) value 0.
		01 deleteCount pic 9(5) value 0.
		01 hashWork pic s9(12) comp-3 value 0.
		01 out-count pic zzzzz9.
		copy "RETCODE.cpy".

procedure division.
	main.
	move 1 to positionIndex
	perform clearOnePosition until positionIndex > cardPositionMax
	perform loadSavedArray
	if return-code = rc-invalid-input then
		goback.
	perform loadReferenceList
	if return-code = rc-invalid-input then
		goback.
	if beyondCardCount > 0 then
		move beyondCardCount to out-count
		display "deltaGen: " out-count " position(s) lie past " cardPositionMax
			", beyond what a TRANFILE card can address -- no deck cut"
		move rc-invalid-input to return-code
		goback.
	open output trangen
	*> the cards are written behind a placeholder pass: counts and
	*> the hash must lead the file, so the deltas are decided first
	read arrayksds next record
		at end move "Y" to ws-file-eof
		not at end
			if ak-position > cardPositionMax then
				add 1 to beyondCardCount
			else
				if ak-position >= 1 then
					move "Y" to sv-present(ak-position)
					move ak-element to sv-value(ak-position)
					if ak-position > highestPosition then
						move ak-position to highestPosition
					end-if
				end-if
			end-if
	end-read.
			if deltaref-record(1:4) not = "HDR "
			and deltaref-record(1:4) not = "TRL " then
				add 1 to referenceLine
				if referenceLine > cardPositionMax then
					add 1 to beyondCardCount
				else
					move "Y" to rf-present(referenceLine)
					compute rf-value(referenceLine) =
						function numval(function trim(deltaref-record(1:20)))
