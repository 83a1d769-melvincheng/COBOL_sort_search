	file section.
	fd arrayksds.
	01 arrayksds-record.
		05 ak-position pic 9(6).
		05 ak-element copy "ELEMPIC.cpy".

	working-storage section.
		01 ws-arrayksds-status pic x(2).
		01 ws-array-full pic x(1) value "N".
			88 array-full value "Y".
		copy "RETCODE.cpy".

	linkage section.
*> and the whole array from what it finds, the same way createArray's
*> output would look. RETURN-CODE follows the RETCODE.cpy convention:
*> rc-success when the read (keyed or sequential) found at least one
*> record, rc-not-found when a keyed lookup misses or the file is empty,
*> rc-invalid-input when the saved array holds more elements than the
*> in-storage array can (arrayMaxSize) -- the array then holds only
*> the first arrayMaxSize and is not to be used as the whole.
procedure division using arraySize, ws-array, optional lookupPosition.
	main.
	open input arrayksds

	sequentialReload.
	move 0 to arraySize
	move "N" to ws-array-full
	perform readKsdsRecord until ws-arrayksds-status not = "00"
	evaluate true
		when array-full
			display "ksdsToArray: ARRAYKSDS holds more than " arrayMaxSize
				" elements, more than the array can take"
			move rc-invalid-input to return-code
		when arraySize = 0
			display "ksdsToArray: ARRAYKSDS is empty"
			move rc-not-found to return-code
		when other
			display "ksdsToArray: reloaded " arraySize " element(s) from ARRAYKSDS"
			move rc-success to return-code
	end-evaluate.

	readKsdsRecord.
	read arrayksds next record
		at end
			move "10" to ws-arrayksds-status
		not at end
			if arraySize = arrayMaxSize then
				move "Y" to ws-array-full
				move "10" to ws-arrayksds-status
			else
				add 1 to arraySize
				move ak-element to ws-element(arraySize)
			end-if
	end-read.
