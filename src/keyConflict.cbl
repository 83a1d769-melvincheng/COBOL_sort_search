identification division.
program-id. keyConflict.

*> the conflict step of the record path: runs between the ARRAYINR
*> extract's arrival and the load (createArrayRec) or the big-file
*> sort (recMergeSort), grouping the input rows by rec-key. the same
*> key arriving twice with the same branch and balance is only a
*> duplicate, and passes to ARRAYINK as one row with the number of
*> identical rows that arrived in columns 27-31. the same key with a
*> different branch or balance is a conflict -- one of the upstream
*> rows is wrong, and keeping whichever came first would silently
*> pick a winner -- so every row of the key goes to the KEYCONF
*> conflict file (see KCNFREC.cpy) and the KEYCRPT report with its
*> versions listed side by side. point ARRAYINR or SORTINR of the
*> following step at ARRAYINK.
*>
*> an optional KEYCCTL card, columns 1-8, records how the conflicts
*> are to be settled so the run can go on:
*>   LATEST    the last row to arrive for the key wins
*>   HIGHEST   the version with the highest balance wins (the later
*>             row on a tie)
*>   SUSPENSE  every version is held out of the run in RECSUSP, the
*>             SUSPFILE layout (held date, row image), until the
*>             upstream is corrected and the right row resubmitted
*> with no card a conflicting key passes nothing at all: the rest of
*> the file is still written, but the step ends rc-invalid-input with
*> an OPERALRT alert (reason 0030) so the load does not run until
*> somebody decides. a row whose key is not a number is not grouped;
*> it passes through where it stood for createArrayRec to reject.
*>
*> an incoming HDR/TRL envelope is consumed (its counts describe the
*> ungrouped file) and ARRAYINK carries a fresh one, the key-value
*> hash csvIntake writes, with this step's run identifier and the
*> input's copied into the source field. RETURN-CODE: rc-success with
*> no conflicts, rc-not-found when conflicts were settled by the
*> KEYCCTL rule or the input had no rows, rc-invalid-input when
*> ARRAYINR is missing or larger than the step holds, the KEYCCTL
*> rule is not recognized, or conflicts were left unsettled.
*> under the TRAINING DD the run works on the training sandbox (see
*> trainGuard.cbl), its OPERALRT alerts included, and KEYCRPT opens
*> with the training stamp; with no sandbox to run against it ends
*> rc-invalid-input before anything is opened.
environment division.
	input-output section.
	file-control.
		select arrayinr assign to "ARRAYINR"
			organization line sequential
			file status is ws-in-status.
		select arrayink assign to "ARRAYINK"
			organization line sequential
			file status is ws-out-status.
		select keycctl assign to "KEYCCTL"
			organization line sequential
			file status is ws-ctl-status.
		select keyconf assign to "KEYCONF"
			organization line sequential
			file status is ws-conf-status.
		select recsusp assign to "RECSUSP"
			organization line sequential
			file status is ws-susp-status.
		select keycrpt assign to "KEYCRPT"
			organization line sequential
			file status is ws-rpt-status.
		select operalrt assign to "OPERALRT"
			organization line sequential
			file status is ws-alert-status.

data division.
	file section.
	fd arrayinr.
	01 arrayinr-record.
		05 air-key pic x(10).
		05 air-branch pic x(4).
		05 air-balance pic x(11).
		05 filler pic x(55).

	fd arrayink.
	01 arrayink-record pic x(80).

	fd keycctl.
	01 keycctl-record.
		05 kk-rule pic x(8).

	fd keyconf.
	01 keyconf-record pic x(80).

	fd recsusp.
	01 recsusp-record.
		05 rs-held-date pic 9(8).
		05 filler pic x(1).
		05 rs-record-image pic x(40).

	fd keycrpt.
	01 keycrpt-record pic x(80).

	fd operalrt.
	01 operalrt-record pic x(80).

	working-storage section.
		01 ws-in-status pic x(2).
		01 ws-out-status pic x(2).
		01 ws-ctl-status pic x(2).
		01 ws-conf-status pic x(2).
		01 ws-susp-status pic x(2).
		01 ws-rpt-status pic x(2).
		01 ws-alert-status pic x(2).
		01 ws-in-eof pic x(1).
			88 input-eof value "Y".
		01 ws-too-many pic x(1) value "N".
			88 too-many-rows value "Y".
		copy "FILEENVL.cpy".
		copy "KCNFREC.cpy".
		copy "ALERTREC.cpy".

		01 resolveRule pic x(8) value spaces.
			88 rule-none value spaces.
			88 rule-latest value "LATEST".
			88 rule-highest value "HIGHEST".
			88 rule-suspense value "SUSPENSE".
			88 rule-known value spaces "LATEST" "HIGHEST" "SUSPENSE".

		*> every data row in arrival order. rw-slot is the row's key
		*> in keyTable (0: the key is not a number and the row only
		*> passes through); rw-next chains the rows of one key.
		78 rowTableMax value 20000.
		01 rowTable.
			05 rowEntry occurs 20000 times.
				10 rw-image pic x(25).
				10 rw-key pic s9(9) comp-3.
				10 rw-balance pic s9(7)v99 comp-3.
				10 rw-slot pic 9(5).
				10 rw-next pic 9(5).
				10 rw-version pic 9(3).
		01 rowCount pic 9(5) value 0.
		01 rowIndex pic 9(5).
		01 chainIndex pic 9(5).

		*> one entry per distinct key in the order the key first
		*> arrived, found again through keyBucketHead: the key's
		*> remainder by keyBucketCount picks the bucket, and kt-next-key
		*> chains the keys sharing it.
		78 keyTableMax value 20000.
		01 keyTable.
			05 keyEntry occurs 20000 times.
				10 kt-key pic s9(9) comp-3.
				10 kt-first-row pic 9(5).
				10 kt-last-row pic 9(5).
				10 kt-row-count pic 9(5).
				10 kt-version-count pic 9(3).
				10 kt-chosen-row pic 9(5).
				10 kt-next-key pic 9(5).
		01 keyCount pic 9(5) value 0.
		01 keyIndex pic 9(5).
		78 keyBucketCount value 4999.
		01 keyBuckets.
			05 keyBucketHead pic 9(5) occurs 4999 times.
		01 bucketIndex pic 9(5).
		01 bucketQuotient pic 9(9).
		01 ws-key-found pic x(1).
			88 key-found value "Y".
		01 ws-version-found pic x(1).
			88 version-found value "Y".

		01 workKey pic s9(9) comp-3.
		01 bestBalance pic s9(7)v99 comp-3.
		01 versionIndex pic 9(3).
		01 versionRows pic 9(5).
		01 chosenVersion pic 9(3).
		01 passedRows pic 9(5).

		01 passedCount pic 9(6) value 0.
		01 duplicateKeys pic 9(6) value 0.
		01 collapsedRows pic 9(6) value 0.
		01 conflictKeys pic 9(6) value 0.
		01 conflictRows pic 9(6) value 0.
		01 suspendedRows pic 9(6) value 0.
		01 withheldKeys pic 9(6) value 0.
		01 unkeyedRows pic 9(6) value 0.
		01 keyHashWork pic s9(12) comp-3 value 0.
		01 inputRunId pic x(8) value spaces.
		01 stepRunId pic x(8) value spaces.
		01 todayDate pic 9(8).
		01 ws-envl-time-raw pic 9(8).
		01 ws-out-line pic x(80).
		01 ws-rpt-line pic x(80).
		01 ws-alert-text pic x(40).
		01 out-key copy "ELEMEDIT.cpy".
		01 out-balance pic -Z(6)9.99.
		01 out-version pic zz9.
		01 out-count pic zzzzz9.
		01 out-rows pic zzzz9.
		copy "TRAINREQ.cpy".
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

procedure division.
	main.
	perform checkTrainingMode
	if return-code not = rc-success then
		move rc-invalid-input to return-code
		goback.
	perform getProcessingDate
	move pdt-date to todayDate
	accept ws-envl-time-raw from time
	string "KC" ws-envl-time-raw(1:6)
		delimited by size into stepRunId
	perform readRuleCard
	if not rule-known then
		display "keyConflict: KEYCCTL rule '" resolveRule
			"' is not LATEST, HIGHEST, or SUSPENSE, nothing grouped"
		move rc-invalid-input to return-code
		goback.
	open input arrayinr
	if ws-in-status not = "00" then
		display "keyConflict: ARRAYINR not available, nothing to group"
		move rc-invalid-input to return-code
		goback.
	move zeros to keyBuckets
	move "N" to ws-in-eof
	perform loadOneRow until input-eof or too-many-rows
	close arrayinr
	if too-many-rows then
		display "keyConflict: ARRAYINR holds more than " rowTableMax
			" rows, nothing grouped"
		move rc-invalid-input to return-code
		goback.
	open output keycrpt
	if tg-training then
		write keycrpt-record from tg-stamp.
	perform writeReportHeader
	open output keyconf
	if rule-suspense then
		open extend recsusp
		if ws-susp-status not = "00" then
			open output recsusp
		end-if
	end-if
	move 1 to keyIndex
	perform settleOneKey until keyIndex > keyCount
	close keyconf
	if rule-suspense then
		close recsusp.
	perform writeGroupedFile
	perform writeReportSummary
	close keycrpt
	evaluate true
		when withheldKeys > 0
			move spaces to ws-alert-text
			move withheldKeys to out-count
			string "ARRAYINR " out-count " CONFLICTS UNSETTLED"
				delimited by size into ws-alert-text
			move "E" to oa-severity
			move "0030" to oa-reason
			move ws-alert-text to oa-text
			perform writeOperatorAlert
			move rc-invalid-input to return-code
		when conflictKeys > 0 or rowCount = 0
			move rc-not-found to return-code
		when other
			move rc-success to return-code
	end-evaluate
	goback.

	readRuleCard.
	open input keycctl
	if ws-ctl-status = "00" then
		read keycctl
			at end continue
			not at end move kk-rule to resolveRule
		end-read
		close keycctl
	end-if.

	*> the incoming envelope is absorbed here; its run identifier
	*> becomes the fresh header's source.
	loadOneRow.
	read arrayinr
		at end move "Y" to ws-in-eof
		not at end
			evaluate true
				when arrayinr-record(1:4) = "HDR "
					move arrayinr-record to envelope-header-record
					move envl-hdr-run-id to inputRunId
				when arrayinr-record(1:4) = "TRL "
					continue
				when rowCount = rowTableMax
					move "Y" to ws-too-many
				when other
					perform storeOneRow
			end-evaluate
	end-read.

	storeOneRow.
	add 1 to rowCount
	move arrayinr-record(1:25) to rw-image(rowCount)
	move 0 to rw-slot(rowCount)
	move 0 to rw-next(rowCount)
	move 0 to rw-version(rowCount)
	if air-key = spaces
	or function test-numval(function trim(air-key)) not = 0 then
		add 1 to unkeyedRows
	else
		compute rw-key(rowCount) = function numval(function trim(air-key))
		if air-balance not = spaces
		and function test-numval(function trim(air-balance)) = 0 then
			compute rw-balance(rowCount) =
				function numval(function trim(air-balance))
		else
			move 0 to rw-balance(rowCount)
		end-if
		perform groupOneRow
	end-if.

	groupOneRow.
	move rw-key(rowCount) to workKey
	perform findKey
	if not key-found then
		add 1 to keyCount
		move keyCount to keyIndex
		move workKey to kt-key(keyIndex)
		move rowCount to kt-first-row(keyIndex)
		move 0 to kt-row-count(keyIndex)
		move 0 to kt-version-count(keyIndex)
		move 0 to kt-chosen-row(keyIndex)
		move keyBucketHead(bucketIndex) to kt-next-key(keyIndex)
		move keyIndex to keyBucketHead(bucketIndex)
	else
		move rowCount to rw-next(kt-last-row(keyIndex))
	end-if
	move rowCount to kt-last-row(keyIndex)
	add 1 to kt-row-count(keyIndex)
	move keyIndex to rw-slot(rowCount)
	perform findVersion
	if not version-found then
		add 1 to kt-version-count(keyIndex)
		move kt-version-count(keyIndex) to rw-version(rowCount)
	end-if.

	*> leaves keyIndex on the key's entry when key-found, and
	*> bucketIndex on its bucket either way.
	findKey.
	move "N" to ws-key-found
	if workKey < 0 then
		divide workKey by -1 giving bucketQuotient
	else
		move workKey to bucketQuotient
	end-if
	divide bucketQuotient by keyBucketCount giving bucketQuotient
		remainder bucketIndex
	add 1 to bucketIndex
	move keyBucketHead(bucketIndex) to keyIndex
	perform testOneKey until keyIndex = 0 or key-found.

	testOneKey.
	if kt-key(keyIndex) = workKey then
		move "Y" to ws-key-found
	else
		move kt-next-key(keyIndex) to keyIndex.

	*> an earlier row of the key with the same branch and balance
	*> makes this row one more copy of that version.
	findVersion.
	move "N" to ws-version-found
	move kt-first-row(keyIndex) to chainIndex
	perform testOneVersion until chainIndex = rowCount or version-found.

	testOneVersion.
	if rw-image(chainIndex)(11:4) = rw-image(rowCount)(11:4)
	and rw-balance(chainIndex) = rw-balance(rowCount) then
		move "Y" to ws-version-found
		move rw-version(chainIndex) to rw-version(rowCount)
	else
		move rw-next(chainIndex) to chainIndex.

	*> one version: the first row passes. more than one: the rule
	*> picks the row that passes, or none does, and every row of the
	*> key is written to KEYCONF and the report.
	settleOneKey.
	if kt-version-count(keyIndex) = 1 then
		move kt-first-row(keyIndex) to kt-chosen-row(keyIndex)
		if kt-row-count(keyIndex) > 1 then
			add 1 to duplicateKeys
			compute collapsedRows = collapsedRows
				+ kt-row-count(keyIndex) - 1
			perform reportDuplicateKey
		end-if
	else
		add 1 to conflictKeys
		add kt-row-count(keyIndex) to conflictRows
		evaluate true
			when rule-latest
				move kt-last-row(keyIndex) to kt-chosen-row(keyIndex)
			when rule-highest
				perform chooseHighestBalance
			when rule-suspense
				move 0 to kt-chosen-row(keyIndex)
				add kt-row-count(keyIndex) to suspendedRows
			when other
				move 0 to kt-chosen-row(keyIndex)
				add 1 to withheldKeys
		end-evaluate
		perform reportConflictKey
	end-if
	add 1 to keyIndex.

	chooseHighestBalance.
	move kt-first-row(keyIndex) to chainIndex
	move kt-first-row(keyIndex) to kt-chosen-row(keyIndex)
	move rw-balance(chainIndex) to bestBalance
	perform testOneBalance until chainIndex = 0.

	testOneBalance.
	if rw-balance(chainIndex) >= bestBalance then
		move rw-balance(chainIndex) to bestBalance
		move chainIndex to kt-chosen-row(keyIndex)
	end-if
	move rw-next(chainIndex) to chainIndex.

	reportDuplicateKey.
	move kt-key(keyIndex) to out-key
	move kt-row-count(keyIndex) to out-rows
	move spaces to ws-rpt-line
	string "duplicate key " out-key "  " out-rows
		" identical rows passed as one"
		delimited by size into ws-rpt-line
	write keycrpt-record from ws-rpt-line.

	*> the key's versions one under another, each with its rows,
	*> and every row to KEYCONF.
	reportConflictKey.
	move kt-key(keyIndex) to out-key
	move kt-row-count(keyIndex) to out-rows
	move kt-version-count(keyIndex) to out-version
	move spaces to ws-rpt-line
	string "CONFLICT key " out-key "  " out-rows " rows in "
		out-version " versions"
		delimited by size into ws-rpt-line
	write keycrpt-record from ws-rpt-line
	if kt-chosen-row(keyIndex) = 0 then
		move 0 to chosenVersion
	else
		move rw-version(kt-chosen-row(keyIndex)) to chosenVersion
	end-if
	move 1 to versionIndex
	perform reportOneVersion
		until versionIndex > kt-version-count(keyIndex)
	move kt-first-row(keyIndex) to chainIndex
	perform writeOneConflictRow until chainIndex = 0.

	reportOneVersion.
	move 0 to versionRows
	move kt-first-row(keyIndex) to chainIndex
	perform countOneVersionRow until chainIndex = 0
	move kt-first-row(keyIndex) to chainIndex
	perform findVersionRow until rw-version(chainIndex) = versionIndex
	move versionIndex to out-version
	move versionRows to out-rows
	move rw-balance(chainIndex) to out-balance
	perform setRowDecision
	move spaces to ws-rpt-line
	string "  version " out-version "  branch " rw-image(chainIndex)(11:4)
		"  balance " out-balance "  rows " out-rows "  " kc-decision
		delimited by size into ws-rpt-line
	write keycrpt-record from ws-rpt-line
	add 1 to versionIndex.

	countOneVersionRow.
	if rw-version(chainIndex) = versionIndex then
		add 1 to versionRows.
	move rw-next(chainIndex) to chainIndex.

	findVersionRow.
	move rw-next(chainIndex) to chainIndex.

	*> the decision for the version at versionIndex.
	setRowDecision.
	evaluate true
		when rule-suspense
			move "SUSPENSE" to kc-decision
		when rule-none
			move "WITHHELD" to kc-decision
		when versionIndex = chosenVersion
			move "KEPT" to kc-decision
		when other
			move "DROPPED" to kc-decision
	end-evaluate.

	writeOneConflictRow.
	move rw-version(chainIndex) to versionIndex
	move 0 to versionRows
	move chainIndex to rowIndex
	move kt-first-row(keyIndex) to chainIndex
	perform countOneVersionRow until chainIndex = 0
	move rowIndex to chainIndex
	perform setRowDecision
	move todayDate to kc-date
	move rw-key(chainIndex) to kc-key
	move chainIndex to kc-row
	move rw-version(chainIndex) to kc-version
	move versionRows to kc-rows
	move rw-image(chainIndex)(11:4) to kc-branch
	move rw-balance(chainIndex) to kc-balance
	move resolveRule to kc-rule
	move stepRunId to kc-run-id
	write keyconf-record from key-conflict-detail
	if rule-suspense then
		move todayDate to rs-held-date
		move rw-image(chainIndex) to rs-record-image
		write recsusp-record
	end-if
	move rw-next(chainIndex) to chainIndex.

	*> ARRAYINK in arrival order: each key's chosen row where it
	*> stood, with its count of identical rows, and the unkeyed rows
	*> untouched. a pre-count settles the header's promise first.
	writeGroupedFile.
	move 0 to passedCount
	move 1 to rowIndex
	perform countOnePassedRow until rowIndex > rowCount
	open output arrayink
	move todayDate to envl-hdr-date
	move passedCount to envl-hdr-count
	move stepRunId to envl-hdr-run-id
	move inputRunId to envl-hdr-source-id
	write arrayink-record from envelope-header-record
	move 1 to rowIndex
	perform writeOnePassedRow until rowIndex > rowCount
	move passedCount to envl-trl-count
	move keyHashWork to envl-trl-hash
	write arrayink-record from envelope-trailer-record
	close arrayink.

	countOnePassedRow.
	if rw-slot(rowIndex) = 0 then
		add 1 to passedCount
	else
		if kt-chosen-row(rw-slot(rowIndex)) = rowIndex then
			add 1 to passedCount
		end-if
	end-if
	add 1 to rowIndex.

	writeOnePassedRow.
	move spaces to ws-out-line
	move rw-image(rowIndex) to ws-out-line(1:25)
	if rw-slot(rowIndex) = 0 then
		compute keyHashWork = keyHashWork
			+ function numval(function trim(rw-image(rowIndex)(1:10)))
		write arrayink-record from ws-out-line
	else
		if kt-chosen-row(rw-slot(rowIndex)) = rowIndex then
			move rw-slot(rowIndex) to keyIndex
			move rw-version(rowIndex) to versionIndex
			move 0 to versionRows
			move kt-first-row(keyIndex) to chainIndex
			perform countOneVersionRow until chainIndex = 0
			move versionRows to passedRows
			move passedRows to ws-out-line(27:5)
			add rw-key(rowIndex) to keyHashWork
			write arrayink-record from ws-out-line
		end-if
	end-if
	add 1 to rowIndex.

	writeReportHeader.
	move spaces to ws-rpt-line
	if rule-none then
		string "record-array key conflicts, ARRAYINR to ARRAYINK, "
			"no rule" delimited by size into ws-rpt-line
	else
		string "record-array key conflicts, ARRAYINR to ARRAYINK, rule "
			resolveRule delimited by size into ws-rpt-line
	end-if
	write keycrpt-record from ws-rpt-line
	move spaces to ws-rpt-line
	string "run " stepRunId " from " inputRunId "  date " todayDate
		delimited by size into ws-rpt-line
	write keycrpt-record from ws-rpt-line
	move spaces to ws-rpt-line
	write keycrpt-record from ws-rpt-line.

	writeReportSummary.
	move spaces to ws-rpt-line
	write keycrpt-record from ws-rpt-line
	move rowCount to out-count
	move spaces to ws-rpt-line
	string "rows read               " out-count
		delimited by size into ws-rpt-line
	write keycrpt-record from ws-rpt-line
	display "keyConflict: " ws-rpt-line
	move keyCount to out-count
	move spaces to ws-rpt-line
	string "distinct keys           " out-count
		delimited by size into ws-rpt-line
	write keycrpt-record from ws-rpt-line
	move duplicateKeys to out-count
	move spaces to ws-rpt-line
	string "keys duplicated         " out-count
		delimited by size into ws-rpt-line
	write keycrpt-record from ws-rpt-line
	move collapsedRows to out-count
	move spaces to ws-rpt-line
	string "  identical rows merged " out-count
		delimited by size into ws-rpt-line
	write keycrpt-record from ws-rpt-line
	move conflictKeys to out-count
	move spaces to ws-rpt-line
	string "keys in conflict        " out-count
		delimited by size into ws-rpt-line
	write keycrpt-record from ws-rpt-line
	display "keyConflict: " ws-rpt-line
	move conflictRows to out-count
	move spaces to ws-rpt-line
	string "  rows in conflict      " out-count
		delimited by size into ws-rpt-line
	write keycrpt-record from ws-rpt-line
	move suspendedRows to out-count
	move spaces to ws-rpt-line
	string "  rows held in RECSUSP  " out-count
		delimited by size into ws-rpt-line
	write keycrpt-record from ws-rpt-line
	move withheldKeys to out-count
	move spaces to ws-rpt-line
	string "  keys left unsettled   " out-count
		delimited by size into ws-rpt-line
	write keycrpt-record from ws-rpt-line
	move unkeyedRows to out-count
	move spaces to ws-rpt-line
	string "rows with no usable key " out-count
		delimited by size into ws-rpt-line
	write keycrpt-record from ws-rpt-line
	move passedCount to out-count
	move spaces to ws-rpt-line
	string "rows passed to ARRAYINK " out-count
		delimited by size into ws-rpt-line
	write keycrpt-record from ws-rpt-line
	display "keyConflict: " ws-rpt-line.

	*> appends one fixed-layout alert record (see ALERTREC.cpy) for
	*> the console automation; oa-severity, oa-reason, and oa-text are
	*> set by the caller before the perform.
	writeOperatorAlert.
	move todayDate to oa-date
	move ws-envl-time-raw(1:6) to oa-time
	move "keyConflict" to oa-program
	open extend operalrt
	if ws-alert-status not = "00" then
		open output operalrt.
	write operalrt-record from operator-alert-detail
	close operalrt.

	*> a training run is turned onto the sandbox before anything is
	*> opened (see trainGuard.cbl); one with no sandbox stops here.
	checkTrainingMode.
	move "keyConflict" to tg-program
	call 'trainGuard' using training-request
		on exception move "P" to tg-mode
	end-call.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "keyConflict" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
