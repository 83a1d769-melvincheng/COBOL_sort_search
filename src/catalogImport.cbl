*> the numeric element slots -- and a mismatch refuses the whole
*> import, because half a reference list is worse than none. an
*> existing entry of the target name is replaced whole, the same
*> semantics a SAVE has, and is first kept as a version (see
*> catalogVersion.cbl); when it cannot be kept nothing is imported.
*> RETURN-CODE: rc-success, rc-not-found for an empty transfer file,
*> rc-invalid-input for a missing file, a failed envelope, or an
*> unusable catalog.
environment division.
	input-output section.
	file-control.
			05 pe-expiry pic 9(8).
			05 filler pic x(1).
			05 pe-protect pic x(1).
		copy "CATVREQ.cpy".
		copy "RETCODE.cpy".

procedure division.
		display "catalogImport: CATPORT envelope did not verify, nothing imported"
		move rc-invalid-input to return-code
		goback.
	perform keepPriorVersion
	if return-code not = rc-success then
		display "catalogImport: the entry now under " targetName " could not be kept as a version, nothing imported"
		move rc-invalid-input to return-code
		goback.
	open i-o arraycat
	if ws-cat-status = "35" then
		open output arraycat.
				when other
					add 1 to readCount
					move catport-record to portable-entry-line
					if readCount = 1 then
						perform settleTargetName
					end-if
					add function numval(pe-element) to hashWork
			end-evaluate
	end-read.

	*> the first entry record clears any entry already under the
	*> target name (settled by the verification pass) before anything
	*> is written.
	importOneRecord.
	read catport
		at end move "Y" to ws-port-eof
			and catport-record(1:4) not = "TRL " then
				move catport-record to portable-entry-line
				if readCount = 0 then
					perform deleteExistingEntry
				end-if
				add 1 to readCount
			display "catalogImport: duplicate position " pe-position " skipped"
	end-write.

	settleTargetName.
	if newName = spaces then
		move pe-name to targetName
	else
		move newName to targetName
	end-if.

	*> the entry the import is about to replace is kept as a version
	*> first (see catalogVersion.cbl), as a SAVE's is.
	keepPriorVersion.
	move "KEEP" to vq-action
	move targetName to vq-name
	move spaces to vq-operator
	call 'catalogVersion' using catalog-version-request
		on exception
			display "catalogImport: catalog versioning not available"
			move rc-invalid-input to return-code
	end-call.

	deleteExistingEntry.
	move targetName to ac-name
	move 0 to ac-position
