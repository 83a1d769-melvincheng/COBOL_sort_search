identification division.
program-id. ksrPosting.

*> day-to-day posting for the record master: applies the branches'
*> posting activity to ARRAYKSR (see recToKsds.cbl) instead of
*> someone rebuilding ARRAYINR by hand and reloading the whole file.
*> posting card layout (POSTTRAN), one per line:
*>   columns  1- 8  action: DEBIT, CREDIT, TRANSFER, OPEN, or CLOSE
*>   column   9     space
*>   columns 10-19  account key (rec-key; optional leading sign,
*>                  blank-padded)
*>   column  20     space
*>   columns 21-31  amount, 9999999.99 with an explicit decimal point
*>                  (DEBIT, CREDIT, and OPEN's opening balance)
*>   column  32     space
*>   columns 33-36  branch code (TRANSFER's new branch, OPEN's branch)
*> a DEBIT takes the amount off rec-balance and a CREDIT adds it; a
*> TRANSFER moves the account to another rec-branch with its balance
*> untouched. OPEN adds the account at the next free position past
*> the highest one on file, and CLOSE removes it -- only once its
*> balance has been brought to zero, so money never leaves the master
*> by way of a closure. ARRAYKSR is keyed by position, so the
*> accounts on file are indexed by key in memory at the start of the
*> run and every posting finds its record through that index.
*> the branch on an OPEN or TRANSFER must be on the BRCHMSTR branch
*> master and open (checked through branchLookup), and a DEBIT or
*> CREDIT to an account whose branch has closed is refused -- the
*> account has to be transferred out first. a posting against an
*> unknown account, an OPEN of one already on file, a CLOSE with a
*> balance left, a branch failing those checks, an amount that is
*> missing or would overflow the balance, or an unrecognized action
*> is rejected:
*> the card goes to POSTREJ with a reason, and the run continues.
*> POSTREJ is opened extend, the TRANREJ convention, so a resubmitted
*> file's rejects never erase the last one's.
*> every applied posting is journaled to KSRJRNL with before and
*> after images of the whole record (see KSRJREC.cpy) under one run
*> stamp, so a bad posting file is backed out as one ksrBackout step.
*> a posting report (POSTRPT) carries one line per card plus applied
*> and rejected counts. RETURN-CODE: rc-success when everything
*> applied, rc-not-found when any posting was rejected,
*> rc-invalid-input when the files cannot be opened.
*> under the TRAINING DD the run works on the training sandbox (see
*> trainGuard.cbl) and POSTRPT opens with the training stamp; with no
*> sandbox to run against it ends rc-invalid-input before anything is
*> opened.
environment division.
	input-output section.
	file-control.
		select posttran assign to "POSTTRAN"
			organization line sequential
			file status is ws-tran-status.
		select arrayksr assign to "ARRAYKSR"
			organization indexed
			access mode is dynamic
			record key is kr-position
			file status is ws-arrayksr-status.
		select postrpt assign to "POSTRPT"
			organization line sequential
			file status is ws-rpt-status.
		select postrej assign to "POSTREJ"
			organization line sequential
			file status is ws-rej-status.
		select ksrjrnl assign to "KSRJRNL"
			organization line sequential
			file status is ws-jrnl-status.
		select operid assign to "OPERID"
			organization line sequential
			file status is ws-operid-status.

data division.
	file section.
	fd posttran.
	01 posttran-record.
		05 pt-action pic x(8).
		05 filler pic x(1).
		05 pt-key pic x(10).
		05 filler pic x(1).
		05 pt-amount pic x(11).
		05 filler pic x(1).
		05 pt-branch pic x(4).

	fd arrayksr.
	01 arrayksr-record.
		05 kr-position pic 9(3).
		05 kr-key copy "ELEMPIC.cpy".
		05 kr-branch pic x(4).
		05 kr-balance pic s9(7)v99 comp-3.

	fd postrpt.
	01 postrpt-record pic x(80).

	fd postrej.
	01 postrej-record pic x(80).

	fd ksrjrnl.
	01 ksrjrnl-record pic x(120).

	fd operid.
	01 operid-record.
		05 oi-initials pic x(3).

	working-storage section.
		01 ws-tran-status pic x(2).
		01 ws-arrayksr-status pic x(2).
		01 ws-rpt-status pic x(2).
		01 ws-rej-status pic x(2).
		01 ws-jrnl-status pic x(2).
		copy "KSRJREC.cpy".
		01 ws-operid-status pic x(2).
		01 operatorId pic x(3) value spaces.
		01 ws-run-stamp pic 9(14).
		01 ws-stamp-date pic 9(8).
		01 ws-stamp-time pic 9(8).
		01 ws-tran-eof pic x(1) value "N".
			88 tran-eof value "Y".
		01 ws-ksr-eof pic x(1) value "N".
			88 ksr-done value "Y".

		*> the accounts on file, indexed by position: ARRAYKSR's only
		*> key is the position, and postings arrive by account key.
		01 keyIndexTable.
			05 keyIndexEntry occurs 999 times.
				10 ki-used pic x(1).
				10 ki-key copy "ELEMPIC.cpy".
		01 keyIndex pic 9(4).
		01 highestPosition pic 9(4) value 0.

		*> one posting rejected against ARRAYKSR: the card exactly as
		*> it arrived, so the branch can be sent its own record back,
		*> and the reason.
		01 posting-reject-detail.
			05 pj-card-image pic x(36).
			05 filler pic x(1) value space.
			05 pj-reason pic x(40).

		01 workKey copy "ELEMPIC.cpy".
		01 workAmount pic s9(7)v99.
		01 workPosition pic 9(3).
		01 ws-found pic x(1).
			88 account-found value "Y".
		01 ws-amount-ok pic x(1).
			88 amount-ok value "Y".
		01 ws-key-ok pic x(1).
			88 key-ok value "Y".
		01 rejectReason pic x(40).
		copy "BRCHREC.cpy".
		01 checkBranchCode pic x(4).
		01 ws-brch-alive pic x(1) value "Y".
			88 brch-alive value "Y".
		01 ws-branch-state pic x(1).
			88 branch-unknown value "U".
			88 branch-closed value "C".
		01 appliedCount pic 9(5) value 0.
		01 rejectedCount pic 9(5) value 0.
		01 ws-rpt-line pic x(80).
		01 out-count pic zzzz9.
		copy "TRAINREQ.cpy".
		copy "RETCODE.cpy".

procedure division.
	main.
	perform checkTrainingMode
	if return-code not = rc-success then
		move rc-invalid-input to return-code
		goback.
	perform readOperatorCard
	open input posttran
	if ws-tran-status not = "00" then
		display "ksrPosting: POSTTRAN not available, nothing to post"
		move rc-invalid-input to return-code
		goback.
	open i-o arrayksr
	if ws-arrayksr-status not = "00" then
		display "ksrPosting: unable to open ARRAYKSR, status " ws-arrayksr-status
		close posttran
		move rc-invalid-input to return-code
		goback.
	perform buildKeyIndex
	open output postrpt
	if tg-training then
		write postrpt-record from tg-stamp.
	open extend postrej
	if ws-rej-status not = "00" then
		open output postrej.
	accept ws-stamp-date from date yyyymmdd
	accept ws-stamp-time from time
	compute ws-run-stamp =
		ws-stamp-date * 1000000 + ws-stamp-time / 100
	open extend ksrjrnl
	if ws-jrnl-status not = "00" then
		open output ksrjrnl.
	perform applyOnePosting until tran-eof
	perform writePostingSummary
	close posttran
	close arrayksr
	close postrpt
	close postrej
	close ksrjrnl
	if rejectedCount = 0 then
		move rc-success to return-code
	else
		move rc-not-found to return-code
	end-if
	goback.

	*> one sequential pass over ARRAYKSR fills the key index and
	*> finds the highest position in use, which is where the next
	*> OPEN lands.
	buildKeyIndex.
	move 1 to keyIndex
	perform clearKeyIndexEntry until keyIndex > 999
	move low-values to arrayksr-record
	move 0 to kr-position
	start arrayksr key is not less than kr-position
		invalid key move "Y" to ws-ksr-eof
	end-start
	perform indexOneRecord until ksr-done.

	clearKeyIndexEntry.
	move "N" to ki-used(keyIndex)
	move 0 to ki-key(keyIndex)
	add 1 to keyIndex.

	indexOneRecord.
	read arrayksr next record
		at end move "Y" to ws-ksr-eof
		not at end
			if kr-position > 0 then
				move "Y" to ki-used(kr-position)
				move kr-key to ki-key(kr-position)
				if kr-position > highestPosition then
					move kr-position to highestPosition
				end-if
			end-if
	end-read.

	applyOnePosting.
	read posttran
		at end move "Y" to ws-tran-eof
		not at end
			if posttran-record not = spaces then
				perform dispatchPosting
			end-if
	end-read.

	*> a key that is not a number is a card error, never account 0.
	dispatchPosting.
	move "N" to ws-key-ok
	move 0 to workKey
	if pt-key not = spaces
	and function test-numval(function trim(pt-key)) = 0 then
		compute workKey = function numval(function trim(pt-key))
			on size error continue
			not on size error move "Y" to ws-key-ok
		end-compute
	end-if
	if key-ok then
		perform findAccount
	else
		move "N" to ws-found
	end-if
	evaluate true
		when pt-key = spaces
			move "account key missing" to rejectReason
			perform rejectPosting
		when not key-ok
			move "account key not a number" to rejectReason
			perform rejectPosting
		when pt-action = "DEBIT"
			perform applyDebitCredit
		when pt-action = "CREDIT"
			perform applyDebitCredit
		when pt-action = "TRANSFER"
			perform applyTransfer
		when pt-action = "OPEN"
			perform applyOpen
		when pt-action = "CLOSE"
			perform applyClose
		when other
			move "action not recognized" to rejectReason
			perform rejectPosting
	end-evaluate.

	*> the first position on file carrying the card's account key,
	*> or not found.
	findAccount.
	move "N" to ws-found
	move 0 to workPosition
	move 1 to keyIndex
	perform matchOneIndexEntry
		until account-found or keyIndex > highestPosition.

	matchOneIndexEntry.
	if ki-used(keyIndex) = "Y" and ki-key(keyIndex) = workKey then
		move "Y" to ws-found
		move keyIndex to workPosition
	else
		add 1 to keyIndex
	end-if.

	*> the amount field must hold a figure that fits the balance; a
	*> blank or unreadable amount on a DEBIT or CREDIT is a card
	*> error, not a zero posting.
	parseAmount.
	move "N" to ws-amount-ok
	if pt-amount not = spaces
	and function test-numval(function trim(pt-amount)) = 0 then
		compute workAmount = function numval(function trim(pt-amount))
			on size error continue
			not on size error move "Y" to ws-amount-ok
		end-compute
	end-if.

	applyDebitCredit.
	perform parseAmount
	evaluate true
		when not account-found
			move "posting to an unknown account" to rejectReason
			perform rejectPosting
		when not amount-ok
			move "amount missing or not numeric" to rejectReason
			perform rejectPosting
		when other
			perform readAccountRecord
			move kr-branch to checkBranchCode
			perform checkBranch
			if branch-closed then
				move "posting to an account in a closed branch" to rejectReason
				perform rejectPosting
			else
				perform postDebitCredit
			end-if
	end-evaluate.

	postDebitCredit.
	perform captureBeforeImage
	if pt-action = "DEBIT" then
		compute kr-balance = kr-balance - workAmount
			on size error move "N" to ws-amount-ok
		end-compute
	else
		compute kr-balance = kr-balance + workAmount
			on size error move "N" to ws-amount-ok
		end-compute
	end-if
	if amount-ok then
		rewrite arrayksr-record
		move "CHANGE" to rj-action
		perform captureAfterImage
		perform writeJournalEntry
		perform reportApplied
	else
		move "posting would overflow the balance" to rejectReason
		perform rejectPosting
	end-if.

	applyTransfer.
	evaluate true
		when not account-found
			move "transfer of an unknown account" to rejectReason
			perform rejectPosting
		when pt-branch = spaces
			move "transfer with no new branch" to rejectReason
			perform rejectPosting
		when other
			move pt-branch to checkBranchCode
			perform checkBranch
			perform transferAccount
	end-evaluate.

	transferAccount.
	evaluate true
		when branch-unknown
			move "transfer to a branch not on the master" to rejectReason
			perform rejectPosting
		when branch-closed
			move "transfer to a closed branch" to rejectReason
			perform rejectPosting
		when other
			perform readAccountRecord
			if kr-branch = pt-branch then
				move "transfer to the branch it is already in" to rejectReason
				perform rejectPosting
			else
				perform captureBeforeImage
				move pt-branch to kr-branch
				rewrite arrayksr-record
				move "CHANGE" to rj-action
				perform captureAfterImage
				perform writeJournalEntry
				perform reportApplied
			end-if
	end-evaluate.

	*> an OPEN without an amount opens at a zero balance.
	applyOpen.
	move pt-branch to checkBranchCode
	perform checkBranch
	if pt-amount = spaces then
		move 0 to workAmount
		move "Y" to ws-amount-ok
	else
		perform parseAmount
	end-if
	evaluate true
		when account-found
			move "open of an account already on file" to rejectReason
			perform rejectPosting
		when pt-branch = spaces
			move "open with no branch" to rejectReason
			perform rejectPosting
		when branch-unknown
			move "open in a branch not on the master" to rejectReason
			perform rejectPosting
		when branch-closed
			move "open in a closed branch" to rejectReason
			perform rejectPosting
		when not amount-ok
			move "opening balance not numeric" to rejectReason
			perform rejectPosting
		when highestPosition >= 999
			move "record master full at position 999" to rejectReason
			perform rejectPosting
		when other
			add 1 to highestPosition
			move highestPosition to workPosition
			move workPosition to kr-position
			move workKey to kr-key
			move pt-branch to kr-branch
			move workAmount to kr-balance
			write arrayksr-record
				invalid key
					subtract 1 from highestPosition
					move "next position already in use" to rejectReason
					perform rejectPosting
				not invalid key
					move "Y" to ki-used(workPosition)
					move workKey to ki-key(workPosition)
					move "ADD" to rj-action
					move 0 to rj-before-key
					move spaces to rj-before-branch
					move 0 to rj-before-balance
					perform captureAfterImage
					perform writeJournalEntry
					perform reportApplied
			end-write
	end-evaluate.

	applyClose.
	if not account-found then
		move "close of an unknown account" to rejectReason
		perform rejectPosting
	else
		perform readAccountRecord
		if kr-balance not = 0 then
			move "close with a balance still on the account" to rejectReason
			perform rejectPosting
		else
			perform captureBeforeImage
			delete arrayksr record
			move "N" to ki-used(workPosition)
			move "DELETE" to rj-action
			move 0 to rj-after-key
			move spaces to rj-after-branch
			move 0 to rj-after-balance
			perform writeJournalEntry
			perform reportApplied
		end-if
	end-if.

	*> the branch master's verdict on one code, through branchLookup.
	*> the first CALL that fails (or a master that is not on file)
	*> turns the check off for the rest of the run, which then posts
	*> unvalidated rather than refusing everything.
	checkBranch.
	move "O" to ws-branch-state
	if brch-alive and checkBranchCode not = spaces then
		call 'branchLookup' using checkBranchCode, branch-master-record
			on exception
				move "N" to ws-brch-alive
				display "ksrPosting: branch lookup not available, posting without branch validation"
		end-call
		evaluate true
			when not brch-alive
				continue
			when return-code = rc-invalid-input
				move "N" to ws-brch-alive
				display "ksrPosting: branch master not available, posting without branch validation"
			when return-code = rc-not-found
				move "U" to ws-branch-state
			when bm-branch-closed
				move "C" to ws-branch-state
			when other
				continue
		end-evaluate
		move rc-success to return-code
	end-if.

	readAccountRecord.
	move workPosition to kr-position
	read arrayksr key is kr-position
		invalid key
			display "ksrPosting: position " workPosition " vanished from ARRAYKSR, status " ws-arrayksr-status
	end-read.

	captureBeforeImage.
	move kr-key to rj-before-key
	move kr-branch to rj-before-branch
	move kr-balance to rj-before-balance.

	captureAfterImage.
	move kr-key to rj-after-key
	move kr-branch to rj-after-branch
	move kr-balance to rj-after-balance.

	writeJournalEntry.
	move ws-run-stamp to rj-run-stamp
	move "ksrPosting" to rj-program
	move pt-action to rj-posting
	move workPosition to rj-position
	move operatorId to rj-operator
	write ksrjrnl-record from ksr-journal-detail.

	*> the OPERID card is the batch run's identity: whoever (or
	*> whatever automation) submitted the job names itself there, and
	*> the initials ride on every journal record this run writes.
	readOperatorCard.
	open input operid
	if ws-operid-status = "00" then
		read operid
			at end continue
			not at end move oi-initials to operatorId
		end-read
		close operid
	end-if.

	reportApplied.
	add 1 to appliedCount
	move spaces to ws-rpt-line
	string "applied:  " posttran-record(1:36)
		delimited by size into ws-rpt-line
	write postrpt-record from ws-rpt-line.

	rejectPosting.
	add 1 to rejectedCount
	move posttran-record(1:36) to pj-card-image
	move rejectReason to pj-reason
	write postrej-record from posting-reject-detail
	move spaces to ws-rpt-line
	string "rejected: " posttran-record(1:36) "  " rejectReason
		delimited by size into ws-rpt-line
	write postrpt-record from ws-rpt-line
	display "ksrPosting: rejected " posttran-record(1:36) " -- " rejectReason.

	writePostingSummary.
	move spaces to ws-rpt-line
	write postrpt-record from ws-rpt-line
	move appliedCount to out-count
	move spaces to ws-rpt-line
	string "postings applied:  " out-count
		delimited by size into ws-rpt-line
	write postrpt-record from ws-rpt-line
	display "ksrPosting: postings applied:  " out-count
	move rejectedCount to out-count
	move spaces to ws-rpt-line
	string "postings rejected: " out-count
		delimited by size into ws-rpt-line
	write postrpt-record from ws-rpt-line
	display "ksrPosting: postings rejected: " out-count.

	*> a training run is turned onto the sandbox before anything is
	*> opened (see trainGuard.cbl); one with no sandbox stops here.
	checkTrainingMode.
	move "ksrPosting" to tg-program
	call 'trainGuard' using training-request
		on exception move "P" to tg-mode
	end-call.
