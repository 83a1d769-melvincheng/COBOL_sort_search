*> "A" with the element in the ac-alpha payload slot; a LOAD refuses
*> an entry of any other kind instead of decoding the wrong slots,
*> and a LIST reports only the alpha entries. the actions and the
*> RETURN-CODE convention are arrayCatalog's own: SAVE replaces
*> (keeping the entry it replaces as a version, see catalogVersion),
*> LOAD rebuilds, LIST reports; rc-not-found for a missing entry or
*> an empty listing, rc-invalid-input for an unusable file, action,
*> or entry kind.

	local-storage section.
		01 iteration pic 9(5) value 1.
		copy "CATVREQ.cpy".
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

	linkage section.
	*> save ever has no catalog file yet, so a failed i-o open falls
	*> back to output.
	saveEntry.
	move spaces to savingOperator
	if address of operatorId not = null then
		move operatorId to savingOperator
	end-if
	perform keepPriorVersion
	if return-code not = rc-success then
		display "arrayCatalogX: the entry now under " catalogName " could not be kept as a version, nothing saved"
		move rc-invalid-input to return-code
		goback.
	open i-o arraycat
	if ws-cat-status = "35" then
		open output arraycat.
		move rc-invalid-input to return-code
		goback.
	perform deleteExistingEntry
	perform getProcessingDate
	move pdt-date to todayDate
	compute todaySerial = function integer-of-date(todayDate)
	compute expirySerial = todaySerial + catalogRetentionDays
	compute saveExpiry = function date-of-integer(expirySerial)
	perform getProcessingDate
	move pdt-date(3:6) to ws-save-date
	move catalogName to ac-name
	move 0 to ac-position
	perform clearPayloadSlots
	write arraycat-record
	add 1 to iteration.

	*> the entry a save is about to replace is kept as a version
	*> first (see catalogVersion.cbl); a first save has nothing to
	*> keep.
	keepPriorVersion.
	move "KEEP" to vq-action
	move catalogName to vq-name
	move savingOperator to vq-operator
	call 'catalogVersion' using catalog-version-request
		on exception
			display "arrayCatalogX: catalog versioning not available"
			move rc-invalid-input to return-code
	end-call.

	*> a save over an existing name first deletes every record the
	*> old entry wrote, so an old, longer entry leaves no orphaned
	*> element records past the new entry's end.
				add 1 to entryCount
			end-if
	end-read.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "arrayCatalogX" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
