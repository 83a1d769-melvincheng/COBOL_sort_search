*>
*> catalogAction selects what to do:
*>   "SAVE" writes the passed array under catalogName, replacing any
*>          existing entry of that name -- which is first kept as a
*>          version (see catalogVersion.cbl), and when it cannot be
*>          kept nothing is saved; the entry's expiry date
*>          defaults to the retention rule (catalogRetentionDays
*>          from the save date) unless a CATPARM card overrides it
*>          (columns 1-8 a yyyymmdd expiry, or the word PROTECT to
*>          operator, type, expiry, and protection, touching neither
*>          the array nor arraySize
*>   "PURG" lists and removes every expired unprotected entry of any
*>          kind, and its kept versions but those kept while it was
*>          protected, with a report of what went to CATPURGE -- so the
*>          catalog stays curated instead of becoming a junk drawer
*>   "PROT" toggles the named entry's protected flag
*> operatorId is an optional linkage parameter: the signed-on
*> operator (or OPERID card identity) a SAVE records on the entry
*> and a LIST reports beside the name, so an unexplained catalog
*> entry has an owner to ask, and a PURG only runs for an operator
*> holding a current AUTHFILE grant for arrayCatalog's PURG action
*> (checked through authCheck, see AUTHREC.cpy) -- without one, or
*> with no operatorId passed, it ends rc-invalid-input with an
*> OPERALRT alert and nothing purged. an expired entry an active
*> LEGALHLD hold covers (asked of holdCheck by entry name and save
*> date, see HOLDQRY.cpy) is kept, and CATPURGE says which hold kept
*> it. RETURN-CODE follows the RETCODE.cpy
*> convention: rc-not-found when a LOAD names an entry that isn't
*> cataloged (or a LIST finds an empty catalog), rc-invalid-input
*> for an unusable file or action.
*> under the TRAINING DD the catalog is the training sandbox's (see
*> trainGuard.cbl), and the LIST and CATPURGE listings carry the
*> training stamp; with no sandbox to run against every action ends
*> rc-invalid-input untouched.
environment division.
	input-output section.
	file-control.
		01 purgeCount pic 9(3).
		01 purgeIndex pic 9(3).
		01 ws-purge-line pic x(80).
		01 heldTable.
			05 heldEntry occurs 100 times.
				10 heldName pic x(8).
				10 heldHoldId pic x(8).
		01 heldCount pic 9(3).
		01 heldIndex pic 9(3).
		01 saveDateText pic x(8).
		copy "HOLDQRY.cpy".

	local-storage section.
		01 iteration pic 9(5) value 1.
		01 authProgram pic x(18) value "arrayCatalog".
		01 authAction pic x(6) value "PURG".
		01 purgeOperator pic x(3).
		copy "TRAINREQ.cpy".
		copy "CATVREQ.cpy".
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

	linkage section.
procedure division using catalogAction, catalogName, arraySize, ws-array,
		optional operatorId.
	main.
	perform checkTrainingMode
	if return-code not = rc-success then
		move rc-invalid-input to return-code
		goback.
	move rc-success to return-code
	evaluate true
		when save-action
		when list-action
			perform listCatalog
		when purge-action
			perform checkPurgeAuthorization
			if return-code = rc-success then
				perform purgeExpiredEntries
			end-if
		when protect-action
			perform toggleProtection
		when other
	*> directory record and the elements. the first save ever has no
	*> catalog file yet, so a failed i-o open falls back to output.
	saveEntry.
	move spaces to savingOperator
	if address of operatorId not = null then
		move operatorId to savingOperator
	end-if
	perform keepPriorVersion
	if return-code not = rc-success then
		display "arrayCatalog: the entry now under " catalogName " could not be kept as a version, nothing saved"
		move rc-invalid-input to return-code
		goback.
	open i-o arraycat
	if ws-cat-status = "35" then
		open output arraycat.
		move rc-invalid-input to return-code
		goback.
	perform deleteExistingEntry
	perform resolveSaveRetention
	perform getProcessingDate
	move pdt-date(3:6) to ws-save-date
	move catalogName to ac-name
	move 0 to ac-position
	move 0 to ac-element
	*> save, unless a CATPARM card sets its own expiry date or marks
	*> the entry permanent.
	resolveSaveRetention.
	perform getProcessingDate
	move pdt-date to todayDate
	compute todaySerial = function integer-of-date(todayDate)
	compute expirySerial = todaySerial + catalogRetentionDays
	compute saveExpiry = function date-of-integer(expirySerial)
		display "arrayCatalog: unable to open ARRAYCAT, status " ws-cat-status
		move rc-invalid-input to return-code
		goback.
	perform getProcessingDate
	move pdt-date to todayDate
	move 0 to purgeCount
	move 0 to heldCount
	move "OPEN" to hq-action
	call 'holdCheck' using hold-query
		on exception move 0 to hq-scope-count
	end-call
	move "N" to ws-cat-eof
	perform collectOneExpiredEntry until catalog-eof
	open output catpurge
	if tg-training then
		write catpurge-record from tg-stamp.
	move 1 to heldIndex
	perform reportOneHeldEntry until heldIndex > heldCount
	if purgeCount = 0 then
		if heldCount = 0 then
			display "arrayCatalog: nothing expired, the catalog stands"
			move "nothing expired, the catalog stands" to ws-purge-line
		else
			display "arrayCatalog: nothing purged, every expired entry is under legal hold"
			move "nothing purged, every expired entry is under legal hold" to ws-purge-line
		end-if
		write catpurge-record from ws-purge-line
		move rc-not-found to return-code
	else
			and ac-expiry > 0
			and ac-expiry < todayDate
			and purgeCount < purgeTableMax then
				perform askLegalHold
				if hq-held then
					if heldCount < purgeTableMax then
						add 1 to heldCount
						move ac-name to heldName(heldCount)
						move hq-hold-id to heldHoldId(heldCount)
					end-if
				else
					add 1 to purgeCount
					move ac-name to purgeName(purgeCount)
				end-if
			end-if
	end-read.

	*> by entry name and by the date it was saved; nothing is asked
	*> when no hold is on file at all.
	askLegalHold.
	move "N" to hq-result
	if hq-scope-count > 0 then
		move "TEST" to hq-action
		move "ARRAYCAT" to hq-file
		move spaces to saveDateText
		string "20" ac-save-date delimited by size into saveDateText
		if saveDateText is numeric then
			move saveDateText to hq-date
		else
			move 0 to hq-date
		end-if
		move "N" to hq-value-flag
		move ac-name to hq-entry
		call 'holdCheck' using hold-query
			on exception move "N" to hq-result
		end-call
	end-if.

	reportOneHeldEntry.
	move spaces to ws-purge-line
	string "kept   " heldName(heldIndex) " (expired, under legal hold "
		heldHoldId(heldIndex) ")"
		delimited by size into ws-purge-line
	write catpurge-record from ws-purge-line
	display "arrayCatalog: " ws-purge-line
	add 1 to heldIndex.

	purgeOneEntry.
	move purgeName(purgeIndex) to catalogName
	perform deleteExistingEntry
	perform dropEntryVersions
	move spaces to ws-purge-line
	string "purged " purgeName(purgeIndex) " (expired)"
		delimited by size into ws-purge-line
	display "arrayCatalog: " ws-purge-line
	add 1 to purgeIndex.

	*> a purged entry's kept versions go with it, all but those kept
	*> while it was protected (see catalogVersion.cbl).
	dropEntryVersions.
	move "DROP" to vq-action
	move catalogName to vq-name
	move purgeOperator to vq-operator
	call 'catalogVersion' using catalog-version-request
		on exception continue
	end-call
	move rc-success to return-code.

	*> flips the named entry between protected and purgeable on
	*> every record it owns, directory and elements alike.
	toggleProtection.
			end-if
	end-read.

	*> the entry a save is about to replace is kept as a version
	*> first (see catalogVersion.cbl); a first save has nothing to
	*> keep.
	keepPriorVersion.
	move "KEEP" to vq-action
	move catalogName to vq-name
	move savingOperator to vq-operator
	call 'catalogVersion' using catalog-version-request
		on exception
			display "arrayCatalog: catalog versioning not available"
			move rc-invalid-input to return-code
	end-call.

	*> a save over an existing name first deletes every record the
	*> old entry wrote, so an old, longer entry leaves no orphaned
	*> element records past the new entry's end.
		goback.
	move 0 to entryCount
	move "N" to ws-cat-eof
	if tg-training then
		display "arrayCatalog: " tg-stamp.
	display "arrayCatalog: cataloged arrays (name, size, saved yymmdd, operator, type, expiry, prot):"
	perform listOneRecord until catalog-eof
	if entryCount = 0 then
				add 1 to entryCount
			end-if
	end-read.

	*> a purge removes other people's entries, so it needs an AUTHFILE
	*> grant (see authCheck.cbl); a refusal has already gone out as an
	*> OPERALRT alert from there.
	checkPurgeAuthorization.
	move spaces to purgeOperator
	if address of operatorId not = null then
		move operatorId to purgeOperator.
	call 'authCheck' using purgeOperator, authProgram, authAction
		on exception
			display "arrayCatalog: authorization check not available, refusing"
			move rc-invalid-input to return-code
	end-call
	if return-code not = rc-success then
		display "arrayCatalog: operator " purgeOperator " is not authorized to purge the catalog, nothing purged"
		move rc-invalid-input to return-code
	end-if.

	*> a training run is turned onto the sandbox before anything is
	*> opened (see trainGuard.cbl); one with no sandbox stops here.
	checkTrainingMode.
	move "arrayCatalog" to tg-program
	call 'trainGuard' using training-request
		on exception move "P" to tg-mode
	end-call.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "arrayCatalog" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
