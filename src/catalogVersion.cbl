identification division.
program-id. catalogVersion.

*> keeps the versions of ARRAYCAT entries, so a bad list saved over a
*> good reference array no longer means restoring the whole catalog
*> from a backup set. every path that replaces an entry whole --
*> arrayCatalog, arrayCatalogX, and arrayCatalogR's SAVE, and
*> catalogImport -- first asks here to KEEP the entry as it stands:
*> its records are copied, directory and elements alike and of any
*> entry type, into the ARRAYVER version file (CATVREC.cpy) under the
*> entry's next version number. when a name's numbers reach 999 its
*> surviving versions are renumbered from 001, oldest first, and the
*> keep goes on; a SAVE is never refused for want of a number. kept
*> as its own small subprogram, the holdCheck pattern, so a version
*> means the same thing to all of them; the request block is
*> CATVREQ.cpy.
*>
*> how many versions each name keeps is the SYSPARM VERSIONS setting
*> (program catalogVersion, see sysParm), catalogVersionsKept when
*> nothing is set, and zero turns the keeping off. past that number
*> the oldest versions are dropped, except a version that was a
*> protected entry (ac-protect "P") when it was kept: permanent
*> reference data is never thrown away by a count. when a purge
*> removes an expired entry, its unprotected versions go with it
*> (DROP).
*>
*> for the operator (MAIN's catalogVersions, catalogCompare and
*> catalogRollback):
*>   LIST  the current entry and every kept version, with size, save
*>         date, operator, type, and when and by whose save it was
*>         set aside
*>   COMP  two versions, either one the current entry, compared
*>         position by position -- the catalog keeps arrays, and a
*>         LOAD puts every element back where it was -- onto the
*>         CATCOMP report: an element only the second has is added,
*>         one only the first has is removed, one both have with a
*>         different value (or, for a record array, a different key,
*>         branch or balance) is changed
*>   ROLL  makes a kept version current again; the entry it replaces
*>         is kept first, so a rollback can itself be rolled back. a
*>         version whose expiry has passed comes back under the
*>         retention rule from today, as a fresh save would.
*> RETURN-CODE: rc-success, rc-not-found for an entry or version
*> that is not there, rc-invalid-input for an unusable file, an
*> unknown action, or a version that could not be kept -- the caller
*> then leaves the entry as it is.
environment division.
	input-output section.
	file-control.
		select arraycat assign to "ARRAYCAT"
			organization indexed
			access mode is dynamic
			record key is ac-key
			file status is ws-cat-status.
		select arrayver assign to "ARRAYVER"
			organization indexed
			access mode is dynamic
			record key is cv-key
			file status is ws-ver-status.
		select catcomp assign to "CATCOMP"
			organization line sequential
			file status is ws-comp-status.

data division.
	file section.
	fd arraycat.
	copy "CATREC.cpy".

	fd arrayver.
	copy "CATVREC.cpy".

	fd catcomp.
	01 catcomp-record pic x(80).

	working-storage section.
		01 ws-cat-status pic x(2).
		01 ws-ver-status pic x(2).
		01 ws-comp-status pic x(2).
		01 ws-scan-done pic x(1).
			88 scan-done value "Y".
		01 ws-ver-created pic x(1).
			88 version-file-new value "Y".
		01 ws-cat-open pic x(1).
			88 catalog-open value "Y".
		01 ws-ver-open pic x(1).
			88 version-file-open value "Y".
		01 ws-cat-created pic x(1).
			88 catalog-new value "Y".
		01 ws-keep-wanted pic x(1).
			88 keep-wanted value "Y".

		*> how many versions a name keeps; SYSPARM VERSIONS outranks it.
		78 catalogVersionsKept value 5.
		01 versionLimit pic 9(3).
		01 parmProgram pic x(18) value "catalogVersion".
		01 parmName pic x(12).
		01 parmValue pic x(30).
		01 ws-setting-found pic x(1).
			88 setting-found value "Y".
		01 savedReturnCode pic s9(4).

		*> the name's kept versions, oldest first, from their
		*> directory records.
		01 versionTable.
			05 versionEntry occurs 999 times.
				10 vt-version pic 9(3).
				10 vt-protect pic x(1).
		01 versionCount pic 9(4).
		01 versionIndex pic 9(4).
		01 highestVersion pic 9(3).
		01 keptVersion pic 9(3).
		01 keptProtect pic x(1).
		01 surplusCount pic 9(4).
		01 droppedCount pic 9(3).
		01 dropVersion pic 9(3).
		*> the version a rollback is bringing back, never pruned by
		*> the keep that makes room for it.
		01 sparedVersion pic 9(3) value 0.
		01 todayDate pic 9(8).

		*> the rollback's expiry: the retention rule arrayCatalog
		*> applies at save, for a version whose own has passed.
		78 catalogRetentionDays value 30.
		01 todaySerial pic 9(7).
		01 expirySerial pic 9(7).
		01 renewedExpiry pic 9(8).

		*> one element fetched for the compare, either side.
		01 fetchVersion pic 9(3).
		01 fetchPosition pic 9(5).
		01 ws-fetch-found pic x(1).
			88 fetch-found value "Y".
		01 fetchSize pic 9(5).
		01 fetchSaveDate pic 9(6).
		01 fetchOperator pic x(3).
		01 fetchType pic x(1).
		01 fetchText pic x(30).
		01 fetchElement copy "ELEMPIC.cpy".
		01 fetchAlpha pic x(20).
		01 fetchBranch pic x(4).
		01 fetchBalance pic s9(7)v99 comp-3.
		01 out-element pic -z(8)9.
		01 out-balance pic -z(6)9.99.

		01 fromSize pic 9(5).
		01 fromType pic x(1).
		01 fromText pic x(30).
		01 ws-from-found pic x(1).
			88 from-found value "Y".
		01 toSize pic 9(5).
		01 toType pic x(1).
		01 toText pic x(30).
		01 ws-to-found pic x(1).
			88 to-found value "Y".
		01 comparePosition pic 9(5).
		01 compareLimit pic 9(5).
		01 addedCount pic 9(5).
		01 removedCount pic 9(5).
		01 changedCount pic 9(5).
		01 sameCount pic 9(5).
		01 versionLabel pic x(7).
		01 out-position pic 9(5).
		01 out-size pic zzzz9.
		01 out-added pic zzzz9.
		01 out-removed pic zzzz9.
		01 out-changed pic zzzz9.
		01 out-same pic zzzz9.
		01 out-version pic 9(3).
		01 ws-comp-line pic x(80).
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

	linkage section.
		copy "CATVREQ.cpy".

procedure division using catalog-version-request.
	main.
	move rc-success to return-code
	move 0 to vq-version
	move 0 to vq-count
	move 0 to sparedVersion
	evaluate vq-action
		when "KEEP"
			perform keepCurrentEntry
		when "LIST"
			perform listVersions
		when "COMP"
			perform compareVersions
		when "ROLL"
			perform rollBackEntry
		when "DROP"
			perform dropVersions
		when other
			display "catalogVersion: action " vq-action " not recognized"
			move rc-invalid-input to return-code
	end-evaluate
	goback.

	*> ---- KEEP ------------------------------------------------------
	*> nothing to keep is not a failure: a first save, or versioning
	*> turned off. a version file that cannot be written is, since the
	*> caller is about to destroy the only copy.
	keepCurrentEntry.
	move "N" to ws-keep-wanted
	open input arraycat
	evaluate true
		when ws-cat-status = "35"
			continue
		when ws-cat-status not = "00"
			display "catalogVersion: unable to open ARRAYCAT, status " ws-cat-status
			move rc-invalid-input to return-code
		when other
			move vq-name to ac-name
			move 0 to ac-position
			read arraycat key is ac-key
				invalid key continue
				not invalid key
					move ac-protect to keptProtect
					move "Y" to ws-keep-wanted
			end-read
			if keep-wanted then
				perform getVersionLimit
				if versionLimit = 0 then
					move "N" to ws-keep-wanted
				end-if
			end-if
			if keep-wanted then
				perform keepEntryAsVersion
			end-if
			close arraycat
	end-evaluate.

	keepEntryAsVersion.
	perform openVersionFile
	if return-code = rc-success then
		move 0 to versionCount
		move 0 to highestVersion
		if not version-file-new then
			perform scanVersions
		end-if
		if highestVersion = 999 then
			perform renumberVersions
		end-if
		if highestVersion = 999 then
			display "catalogVersion: all 999 version numbers of " vq-name " are held by protected versions, this one is not kept"
		else
			perform copyEntryToVersion
		end-if
		close arrayver
	end-if.

	*> the numbers are used up: the survivors, still oldest first,
	*> become 001, 002 and on. each goes to a number below its own,
	*> which the ones before it have already left free. a version a
	*> rollback is bringing back is followed to its new number.
	renumberVersions.
	move 1 to versionIndex
	perform renumberOneVersion until versionIndex > versionCount
	move versionCount to highestVersion
	display "catalogVersion: version numbers of " vq-name " used up, its " versionCount " kept version(s) renumbered from 001".

	renumberOneVersion.
	if vt-version(versionIndex) not = versionIndex then
		move vt-version(versionIndex) to dropVersion
		move versionIndex to keptVersion
		move "N" to ws-scan-done
		perform renumberOneRecord until scan-done
		if sparedVersion = dropVersion and sparedVersion > 0 then
			move keptVersion to sparedVersion
			move keptVersion to vq-from
		end-if
		move keptVersion to vt-version(versionIndex)
	end-if
	add 1 to versionIndex.

	*> the version's first remaining record is written under its new
	*> number and removed from the old, until none is left.
	renumberOneRecord.
	move vq-name to cv-name
	move dropVersion to cv-version
	move 0 to cv-position
	start arrayver key is not less than cv-key
		invalid key move "Y" to ws-scan-done
		not invalid key
			read arrayver next record
				at end move "Y" to ws-scan-done
			end-read
	end-start
	if not scan-done then
		if cv-name = vq-name and cv-version = dropVersion then
			move keptVersion to cv-version
			write catver-record
				invalid key
					display "catalogVersion: version " keptVersion " of " vq-name " already on file, status " ws-ver-status
					move "Y" to ws-scan-done
			end-write
			move dropVersion to cv-version
			if not scan-done then
				delete arrayver record
			end-if
		else
			move "Y" to ws-scan-done
		end-if
	end-if.

	copyEntryToVersion.
	compute keptVersion = highestVersion + 1
	perform getProcessingDate
	move pdt-date to todayDate
	move vq-name to ac-name
	move 0 to ac-position
	start arraycat key is not less than ac-key
		invalid key continue
		not invalid key
			move "N" to ws-scan-done
			perform keepOneRecord until scan-done
	end-start
	if return-code = rc-success then
		add 1 to versionCount
		move keptVersion to vt-version(versionCount)
		move keptProtect to vt-protect(versionCount)
		move keptVersion to vq-version
		display "catalogVersion: " vq-name " as it stood is kept as version " keptVersion
		if not version-file-new then
			perform pruneVersions
		end-if
	end-if.

	keepOneRecord.
	read arraycat next record
		at end move "Y" to ws-scan-done
		not at end
			if ac-name = vq-name then
				move ac-name to cv-name
				move keptVersion to cv-version
				move ac-position to cv-position
				move todayDate to cv-kept-date
				move vq-operator to cv-kept-by
				move ac-element to cv-element
				move ac-size to cv-size
				move ac-save-date to cv-save-date
				move ac-operator to cv-operator
				move ac-type to cv-type
				move ac-alpha to cv-alpha
				move ac-branch to cv-branch
				move ac-balance to cv-balance
				move ac-expiry to cv-expiry
				move ac-protect to cv-protect
				write catver-record
					invalid key
						display "catalogVersion: version " keptVersion " of " vq-name " already on file, status " ws-ver-status
						move rc-invalid-input to return-code
						move "Y" to ws-scan-done
				end-write
			else
				move "Y" to ws-scan-done
			end-if
	end-read.

	*> the first version ever has no version file yet, so a failed
	*> i-o open falls back to output.
	openVersionFile.
	move "N" to ws-ver-created
	open i-o arrayver
	if ws-ver-status = "35" then
		open output arrayver
		move "Y" to ws-ver-created
	end-if
	if ws-ver-status not = "00" then
		display "catalogVersion: unable to open ARRAYVER, status " ws-ver-status
		move rc-invalid-input to return-code
	end-if.

	*> the versions past the newest versionLimit go, oldest first,
	*> unless kept protected or being rolled back to.
	pruneVersions.
	move 0 to droppedCount
	if versionCount > versionLimit then
		compute surplusCount = versionCount - versionLimit
		move 1 to versionIndex
		perform pruneOneVersion until versionIndex > surplusCount
	end-if
	if droppedCount > 0 then
		display "catalogVersion: " droppedCount " older version(s) of " vq-name " dropped, " versionLimit " kept".

	pruneOneVersion.
	if vt-protect(versionIndex) not = "P"
	and vt-version(versionIndex) not = sparedVersion then
		move vt-version(versionIndex) to dropVersion
		perform dropOneVersion
		add 1 to droppedCount
	end-if
	add 1 to versionIndex.

	*> ---- the version file, by name ---------------------------------
	scanVersions.
	move vq-name to cv-name
	move 0 to cv-version
	move 0 to cv-position
	start arrayver key is not less than cv-key
		invalid key continue
		not invalid key
			move "N" to ws-scan-done
			perform scanOneVersionRecord until scan-done
	end-start.

	scanOneVersionRecord.
	read arrayver next record
		at end move "Y" to ws-scan-done
		not at end
			if cv-name not = vq-name then
				move "Y" to ws-scan-done
			else
				if cv-position = 0 then
					add 1 to versionCount
					move cv-version to vt-version(versionCount)
					move cv-protect to vt-protect(versionCount)
					move cv-version to highestVersion
				end-if
			end-if
	end-read.

	dropOneVersion.
	move vq-name to cv-name
	move dropVersion to cv-version
	move 0 to cv-position
	start arrayver key is not less than cv-key
		invalid key continue
		not invalid key
			move "N" to ws-scan-done
			perform dropOneRecord until scan-done
	end-start.

	dropOneRecord.
	read arrayver next record
		at end move "Y" to ws-scan-done
		not at end
			if cv-name = vq-name and cv-version = dropVersion then
				delete arrayver record
			else
				move "Y" to ws-scan-done
			end-if
	end-read.

	*> ---- DROP ------------------------------------------------------
	dropVersions.
	open i-o arrayver
	if ws-ver-status not = "00" then
		goback.
	move 0 to versionCount
	move 0 to highestVersion
	perform scanVersions
	move 0 to droppedCount
	move 1 to versionIndex
	perform dropUnprotectedVersion until versionIndex > versionCount
	close arrayver
	move droppedCount to vq-count
	if droppedCount > 0 then
		display "catalogVersion: " droppedCount " version(s) of " vq-name " dropped with the entry".

	dropUnprotectedVersion.
	if vt-protect(versionIndex) not = "P" then
		move vt-version(versionIndex) to dropVersion
		perform dropOneVersion
		add 1 to droppedCount
	end-if
	add 1 to versionIndex.

	*> ---- LIST ------------------------------------------------------
	listVersions.
	display "catalogVersion: versions of " vq-name " (version, size, saved yymmdd, operator, type, kept yyyymmdd by, prot):"
	move 0 to versionCount
	open input arraycat
	if ws-cat-status = "00" then
		move vq-name to ac-name
		move 0 to ac-position
		read arraycat key is ac-key
			invalid key
				display "  current  (no current entry)"
			not invalid key
				move ac-size to out-size
				display "  current  " out-size "  " ac-save-date "  " ac-operator "  " ac-type "  " ac-protect
				add 1 to versionCount
		end-read
		close arraycat
	end-if
	open input arrayver
	if ws-ver-status = "00" then
		move vq-name to cv-name
		move 0 to cv-version
		move 0 to cv-position
		start arrayver key is not less than cv-key
			invalid key continue
			not invalid key
				move "N" to ws-scan-done
				perform listOneVersionRecord until scan-done
		end-start
		close arrayver
	end-if
	if versionCount = 0 then
		display "catalogVersion: no entry and no kept versions named " vq-name
		move rc-not-found to return-code
	end-if.

	listOneVersionRecord.
	read arrayver next record
		at end move "Y" to ws-scan-done
		not at end
			if cv-name not = vq-name then
				move "Y" to ws-scan-done
			else
				if cv-position = 0 then
					move cv-size to out-size
					display "  v" cv-version "     " out-size "  " cv-save-date "  " cv-operator "  " cv-type "  " cv-kept-date " " cv-kept-by "  " cv-protect
					add 1 to versionCount
					add 1 to vq-count
				end-if
			end-if
	end-read.

	*> ---- COMP ------------------------------------------------------
	*> version 000 is the current entry on either side; both files
	*> are read by key, one position of each side at a time.
	compareVersions.
	open input arraycat
	if ws-cat-status = "00" then
		move "Y" to ws-cat-open
	else
		move "N" to ws-cat-open
	end-if
	open input arrayver
	if ws-ver-status = "00" then
		move "Y" to ws-ver-open
	else
		move "N" to ws-ver-open
	end-if
	move vq-from to fetchVersion
	move 0 to fetchPosition
	perform fetchCatalogRecord
	move ws-fetch-found to ws-from-found
	move fetchSize to fromSize
	move fetchType to fromType
	move vq-to to fetchVersion
	perform fetchCatalogRecord
	move ws-fetch-found to ws-to-found
	move fetchSize to toSize
	move fetchType to toType
	if not from-found or not to-found then
		if not from-found then
			move vq-from to out-version
		else
			move vq-to to out-version
		end-if
		display "catalogVersion: " vq-name " has no version " out-version " to compare (000 is the current entry)"
		move rc-not-found to return-code
		perform closeCompareFiles
		goback.
	open output catcomp
	move vq-from to fetchVersion
	perform writeCompareSide
	move vq-to to fetchVersion
	perform writeCompareSide
	if fromType not = toType then
		move spaces to ws-comp-line
		string "entry kind changed from " fromType " to " toType
			delimited by size into ws-comp-line
		write catcomp-record from ws-comp-line
	end-if
	move 0 to addedCount
	move 0 to removedCount
	move 0 to changedCount
	move 0 to sameCount
	if fromSize > toSize then
		move fromSize to compareLimit
	else
		move toSize to compareLimit
	end-if
	move 1 to comparePosition
	perform compareOnePosition until comparePosition > compareLimit
	move addedCount to out-added
	move removedCount to out-removed
	move changedCount to out-changed
	move sameCount to out-same
	move spaces to ws-comp-line
	string "added " out-added ", removed " out-removed ", changed "
		out-changed ", unchanged " out-same
		delimited by size into ws-comp-line
	write catcomp-record from ws-comp-line
	display "catalogVersion: " vq-name " compared, " ws-comp-line
	close catcomp
	perform closeCompareFiles.

	closeCompareFiles.
	if catalog-open then
		close arraycat.
	if version-file-open then
		close arrayver.

	writeCompareSide.
	perform fetchCatalogRecord
	perform setVersionLabel
	move fetchSize to out-size
	move spaces to ws-comp-line
	string vq-name " " versionLabel " size " out-size " saved " fetchSaveDate
		" by " fetchOperator " type " fetchType
		delimited by size into ws-comp-line
	write catcomp-record from ws-comp-line.

	setVersionLabel.
	if fetchVersion = 0 then
		move "current" to versionLabel
	else
		move spaces to versionLabel
		string "v" fetchVersion delimited by size into versionLabel
	end-if.

	compareOnePosition.
	move comparePosition to fetchPosition
	move vq-from to fetchVersion
	perform fetchCatalogRecord
	move ws-fetch-found to ws-from-found
	move fetchText to fromText
	move vq-to to fetchVersion
	perform fetchCatalogRecord
	move ws-fetch-found to ws-to-found
	move fetchText to toText
	move comparePosition to out-position
	move spaces to ws-comp-line
	evaluate true
		when from-found and to-found
			if fromText = toText then
				add 1 to sameCount
			else
				add 1 to changedCount
				string "changed " out-position " " fromText " -> " toText
					delimited by size into ws-comp-line
				write catcomp-record from ws-comp-line
			end-if
		when to-found
			add 1 to addedCount
			string "added   " out-position " " toText
				delimited by size into ws-comp-line
			write catcomp-record from ws-comp-line
		when from-found
			add 1 to removedCount
			string "removed " out-position " " fromText
				delimited by size into ws-comp-line
			write catcomp-record from ws-comp-line
		when other
			continue
	end-evaluate
	add 1 to comparePosition.

	*> one record of one side, by version and position, with its
	*> element rendered by its own entry type.
	fetchCatalogRecord.
	move "N" to ws-fetch-found
	move spaces to fetchText
	if fetchVersion = 0 then
		if catalog-open then
			move vq-name to ac-name
			move fetchPosition to ac-position
			read arraycat key is ac-key
				invalid key continue
				not invalid key
					move "Y" to ws-fetch-found
					move ac-size to fetchSize
					move ac-save-date to fetchSaveDate
					move ac-operator to fetchOperator
					move ac-type to fetchType
					move ac-element to fetchElement
					move ac-alpha to fetchAlpha
					move ac-branch to fetchBranch
					move ac-balance to fetchBalance
			end-read
		end-if
	else
		if version-file-open then
			move vq-name to cv-name
			move fetchVersion to cv-version
			move fetchPosition to cv-position
			read arrayver key is cv-key
				invalid key continue
				not invalid key
					move "Y" to ws-fetch-found
					move cv-size to fetchSize
					move cv-save-date to fetchSaveDate
					move cv-operator to fetchOperator
					move cv-type to fetchType
					move cv-element to fetchElement
					move cv-alpha to fetchAlpha
					move cv-branch to fetchBranch
					move cv-balance to fetchBalance
			end-read
		end-if
	end-if
	if fetch-found then
		perform renderElement.

	renderElement.
	evaluate fetchType
		when "A"
			move fetchAlpha to fetchText
		when "R"
			move fetchElement to out-element
			move fetchBalance to out-balance
			string out-element " " fetchBranch " " out-balance
				delimited by size into fetchText
		when other
			move fetchElement to out-element
			move out-element to fetchText
	end-evaluate.

	*> ---- ROLL ------------------------------------------------------
	rollBackEntry.
	if vq-from = 0 then
		display "catalogVersion: name a kept version to roll " vq-name " back to, nothing changed"
		move rc-invalid-input to return-code
		goback.
	open input arrayver
	if ws-ver-status not = "00" then
		display "catalogVersion: no versions kept for " vq-name ", nothing changed"
		move rc-not-found to return-code
		goback.
	move vq-name to cv-name
	move vq-from to cv-version
	move 0 to cv-position
	read arrayver key is cv-key
		invalid key
			display "catalogVersion: " vq-name " has no version " vq-from ", nothing changed"
			move rc-not-found to return-code
	end-read
	close arrayver
	if return-code not = rc-success then
		goback.
	move vq-from to sparedVersion
	perform keepCurrentEntry
	if return-code not = rc-success then
		display "catalogVersion: the current " vq-name " could not be kept, nothing rolled back"
		goback.
	perform getProcessingDate
	move pdt-date to todayDate
	compute todaySerial = function integer-of-date(todayDate)
	compute expirySerial = todaySerial + catalogRetentionDays
	compute renewedExpiry = function date-of-integer(expirySerial)
	move "N" to ws-cat-created
	open i-o arraycat
	if ws-cat-status = "35" then
		move "Y" to ws-cat-created
		open output arraycat.
	if ws-cat-status not = "00" then
		display "catalogVersion: unable to open ARRAYCAT, status " ws-cat-status
		move rc-invalid-input to return-code
		goback.
	if not catalog-new then
		perform deleteCurrentEntry.
	open input arrayver
	move vq-name to cv-name
	move vq-from to cv-version
	move 0 to cv-position
	move 0 to versionCount
	start arrayver key is not less than cv-key
		invalid key continue
		not invalid key
			move "N" to ws-scan-done
			perform restoreOneRecord until scan-done
	end-start
	close arrayver
	close arraycat
	display "catalogVersion: " vq-name " rolled back to version " vq-from
	if vq-version > 0 then
		display "catalogVersion: the entry it replaced is kept as version " vq-version.

	restoreOneRecord.
	read arrayver next record
		at end move "Y" to ws-scan-done
		not at end
			if cv-name = vq-name and cv-version = vq-from then
				move cv-name to ac-name
				move cv-position to ac-position
				move cv-element to ac-element
				move cv-size to ac-size
				move cv-save-date to ac-save-date
				move cv-operator to ac-operator
				move cv-type to ac-type
				move cv-alpha to ac-alpha
				move cv-branch to ac-branch
				move cv-balance to ac-balance
				move cv-expiry to ac-expiry
				move cv-protect to ac-protect
				if ac-protect not = "P"
				and ac-expiry > 0 and ac-expiry < todayDate then
					move renewedExpiry to ac-expiry
				end-if
				write arraycat-record
				add 1 to versionCount
			else
				move "Y" to ws-scan-done
			end-if
	end-read.

	deleteCurrentEntry.
	move vq-name to ac-name
	move 0 to ac-position
	start arraycat key is not less than ac-key
		invalid key continue
		not invalid key
			move "N" to ws-scan-done
			perform deleteOneCurrentRecord until scan-done
	end-start.

	deleteOneCurrentRecord.
	read arraycat next record
		at end move "Y" to ws-scan-done
		not at end
			if ac-name = vq-name then
				delete arraycat record
			else
				move "Y" to ws-scan-done
			end-if
	end-read.

	*> ---- settings and dates ----------------------------------------
	getVersionLimit.
	move catalogVersionsKept to versionLimit
	move "VERSIONS" to parmName
	perform askSystemParameter
	if setting-found then
		compute versionLimit = function numval(parmValue)
	end-if.

	*> the central SYSPARM setting (see sysParm).
	askSystemParameter.
	move return-code to savedReturnCode
	move "N" to ws-setting-found
	call 'sysParm' using parmProgram, parmName, parmValue
		on exception move rc-invalid-input to return-code
	end-call
	if return-code = rc-success then
		move "Y" to ws-setting-found.
	move savedReturnCode to return-code.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "catalogVersion" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
