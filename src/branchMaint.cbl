identification division.
program-id. branchMaint.

*> maintenance for the BRCHMSTR branch master (see BRCHREC.cpy), the
*> reference list that finally gives rec-branch something to be
*> checked against: a mistyped "0l40" on ARRAYINR used to sail
*> through createArrayRec and print as a branch of its own. applies
*> BRCHTRAN cards, one per line:
*>   columns  1- 6  action: ADD, CHANGE, CLOSE, DELETE, or LIST
*>   columns  8-11  branch code
*>   columns 13-42  branch name (ADD, CHANGE)
*>   columns 44-47  region code (ADD, CHANGE)
*>   columns 49-51  local currency code (ADD, CHANGE)
*>   columns 53-60  close date, yyyymmdd (CLOSE; blank for today)
*> an ADD must carry the name, region, and currency; a CHANGE
*> replaces only the fields the card fills in, so renaming a branch
*> does not mean retyping its region. CLOSE marks the branch closed
*> as of the date -- createArrayRec and ksrPosting refuse a closed
*> branch from then on -- and a branch must be closed before it can
*> be deleted, so an open branch never vanishes from under the
*> accounts still carrying its code. LIST prints the whole master.
*> an ADD on an existing code, any other action on a missing one, a
*> CLOSE whose date is not a calendar date, or an unrecognized
*> action is rejected with a reason, and the run
*> continues -- the xrefMaint pattern. every applied change is logged
*> to BRCHJRNL with the whole record before and after under one run
*> stamp, with the OPERID card's initials, and every card is
*> reported to BRCHMRPT. RETURN-CODE: rc-success when everything
*> applied, rc-not-found when any card was rejected,
*> rc-invalid-input when a file cannot be opened.
environment division.
	input-output section.
	file-control.
		select brchtran assign to "BRCHTRAN"
			organization line sequential
			file status is ws-tran-status.
		select brchmstr assign to "BRCHMSTR"
			organization indexed
			access mode is dynamic
			record key is bm-code
			file status is ws-brch-status.
		select brchjrnl assign to "BRCHJRNL"
			organization line sequential
			file status is ws-jrnl-status.
		select brchmrpt assign to "BRCHMRPT"
			organization line sequential
			file status is ws-rpt-status.
		select operid assign to "OPERID"
			organization line sequential
			file status is ws-operid-status.

data division.
	file section.
	fd brchtran.
	01 brchtran-record.
		05 bt-action pic x(6).
		05 filler pic x(1).
		05 bt-code pic x(4).
		05 filler pic x(1).
		05 bt-name pic x(30).
		05 filler pic x(1).
		05 bt-region pic x(4).
		05 filler pic x(1).
		05 bt-currency pic x(3).
		05 filler pic x(1).
		05 bt-close-date pic x(8).

	fd brchmstr.
	copy "BRCHREC.cpy".

	fd brchjrnl.
	01 brchjrnl-record pic x(130).

	fd brchmrpt.
	01 brchmrpt-record pic x(80).

	fd operid.
	01 operid-record.
		05 oi-initials pic x(3).

	working-storage section.
		01 ws-tran-status pic x(2).
		01 ws-brch-status pic x(2).
		01 ws-jrnl-status pic x(2).
		01 ws-rpt-status pic x(2).
		01 ws-operid-status pic x(2).
		01 operatorId pic x(3) value spaces.
		01 ws-tran-eof pic x(1) value "N".
			88 tran-eof value "Y".
		01 ws-list-eof pic x(1).
			88 list-done value "Y".

		*> one BRCHJRNL line per applied change: run stamp, action,
		*> and the whole master record before and after -- the
		*> KSDSJREC idea carried over to the branch reference data.
		01 branch-journal-detail.
			05 bj-run-stamp pic 9(14).
			05 filler pic x(1) value space.
			05 bj-action pic x(6).
			05 filler pic x(1) value space.
			05 bj-operator pic x(3).
			05 filler pic x(1) value space.
			05 bj-before pic x(50).
			05 filler pic x(1) value space.
			05 bj-after pic x(50).
		01 ws-run-stamp pic 9(14).
		01 ws-stamp-date pic 9(8).
		01 ws-clock-date pic 9(8).
		01 ws-stamp-time pic 9(8).

		01 beforeImage pic x(50).
		01 rejectReason pic x(40).
		01 dateWork pic 9(8).
		01 ws-date-valid pic x(1).
			88 date-value-valid value "Y".
		01 dateCheckYear pic 9(4).
		01 dateCheckMonth pic 9(2).
		01 dateCheckDay pic 9(2).
		01 dateCheckMaxDay pic 9(2).
		01 appliedCount pic 9(5) value 0.
		01 rejectedCount pic 9(5) value 0.
		01 listedCount pic 9(5).
		01 ws-rpt-line pic x(80).
		01 out-count pic zzzz9.
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

procedure division.
	main.
	perform readOperatorCard
	open input brchtran
	if ws-tran-status not = "00" then
		display "branchMaint: BRCHTRAN not available, nothing to apply"
		move rc-invalid-input to return-code
		goback.
	open i-o brchmstr
	if ws-brch-status = "35" then
		open output brchmstr
		close brchmstr
		open i-o brchmstr
	end-if
	if ws-brch-status not = "00" then
		display "branchMaint: unable to open BRCHMSTR, status " ws-brch-status
		move rc-invalid-input to return-code
		goback.
	open output brchmrpt
	*> the run stamp is the clock's, so the journal stays in time order
	*> through midnight and date-override reruns; the business date
	*> (see procDate) is kept for what it dates.
	perform getProcessingDate
	move pdt-date to ws-stamp-date
	accept ws-clock-date from date yyyymmdd
	accept ws-stamp-time from time
	compute ws-run-stamp =
		ws-clock-date * 1000000 + ws-stamp-time / 100
	open extend brchjrnl
	if ws-jrnl-status not = "00" then
		open output brchjrnl.
	perform applyOneTransaction until tran-eof
	perform writeMaintSummary
	close brchtran
	close brchmstr
	close brchjrnl
	close brchmrpt
	if rejectedCount = 0 then
		move rc-success to return-code
	else
		move rc-not-found to return-code
	end-if
	goback.

	applyOneTransaction.
	read brchtran
		at end move "Y" to ws-tran-eof
		not at end
			if brchtran-record not = spaces then
				perform dispatchTransaction
			end-if
	end-read.

	dispatchTransaction.
	evaluate true
		when bt-action = "LIST  "
			perform listBranchMaster
		when bt-code = spaces
			move "branch code missing" to rejectReason
			perform rejectTransaction
		when bt-action = "ADD   "
			perform applyAdd
		when bt-action = "CHANGE"
			perform applyChange
		when bt-action = "CLOSE "
			perform applyClose
		when bt-action = "DELETE"
			perform applyDelete
		when other
			move "action not recognized" to rejectReason
			perform rejectTransaction
	end-evaluate.

	applyAdd.
	if bt-name = spaces or bt-region = spaces or bt-currency = spaces then
		move "add needs name, region, and currency" to rejectReason
		perform rejectTransaction
	else
		move bt-code to bm-code
		move bt-name to bm-name
		move bt-region to bm-region
		move bt-currency to bm-currency
		move "O" to bm-status
		move 0 to bm-close-date
		write branch-master-record
			invalid key
				move "add on an existing branch" to rejectReason
				perform rejectTransaction
			not invalid key
				move "ADD" to bj-action
				move spaces to bj-before
				perform journalAndReport
		end-write
	end-if.

	*> only the fields the card fills in are replaced.
	applyChange.
	move bt-code to bm-code
	read brchmstr key is bm-code
		invalid key
			move "change to a missing branch" to rejectReason
			perform rejectTransaction
		not invalid key
			move branch-master-record to beforeImage
			if bt-name not = spaces then
				move bt-name to bm-name
			end-if
			if bt-region not = spaces then
				move bt-region to bm-region
			end-if
			if bt-currency not = spaces then
				move bt-currency to bm-currency
			end-if
			rewrite branch-master-record
			move "CHANGE" to bj-action
			move beforeImage to bj-before
			perform journalAndReport
	end-read.

	applyClose.
	move bt-code to bm-code
	read brchmstr key is bm-code
		invalid key
			move "close of a missing branch" to rejectReason
			perform rejectTransaction
		not invalid key
			if bm-branch-closed then
				move "branch is already closed" to rejectReason
				perform rejectTransaction
			else
				perform checkCloseDate
				if date-value-valid then
					move branch-master-record to beforeImage
					move "C" to bm-status
					move dateWork to bm-close-date
					rewrite branch-master-record
					move "CLOSE" to bj-action
					move beforeImage to bj-before
					perform journalAndReport
				else
					move "close date is not a calendar date" to rejectReason
					perform rejectTransaction
				end-if
			end-if
	end-read.

	*> a blank close date closes the branch today; one given on the
	*> card must be a real yyyymmdd date.
	checkCloseDate.
	if bt-close-date = spaces then
		move ws-stamp-date to dateWork
		move "Y" to ws-date-valid
	else
		if bt-close-date is numeric then
			move bt-close-date to dateWork
			perform checkDateValue
		else
			move "N" to ws-date-valid
		end-if
	end-if.

	copy "DATECHK.cpy"
		replacing ==:DATE-CHECK-PARA:== by ==checkDateValue==
		          ==:DATE-WORK:==       by ==dateWork==
		          ==:DATE-VALID-FLAG:== by ==ws-date-valid==.

	applyDelete.
	move bt-code to bm-code
	read brchmstr key is bm-code
		invalid key
			move "delete of a missing branch" to rejectReason
			perform rejectTransaction
		not invalid key
			if not bm-branch-closed then
				move "branch must be closed before delete" to rejectReason
				perform rejectTransaction
			else
				move branch-master-record to beforeImage
				delete brchmstr record
				move "DELETE" to bj-action
				move beforeImage to bj-before
				move spaces to branch-master-record
				perform journalAndReport
			end-if
	end-read.

	journalAndReport.
	move ws-run-stamp to bj-run-stamp
	move operatorId to bj-operator
	move branch-master-record to bj-after
	write brchjrnl-record from branch-journal-detail
	add 1 to appliedCount
	move spaces to ws-rpt-line
	string "applied:  " brchtran-record(1:60)
		delimited by size into ws-rpt-line
	write brchmrpt-record from ws-rpt-line.

	rejectTransaction.
	add 1 to rejectedCount
	move spaces to ws-rpt-line
	string "rejected: " brchtran-record(1:11) "  " rejectReason
		delimited by size into ws-rpt-line
	write brchmrpt-record from ws-rpt-line
	display "branchMaint: " ws-rpt-line.

	*> the whole master in code order, one branch per line.
	listBranchMaster.
	move spaces to ws-rpt-line
	write brchmrpt-record from ws-rpt-line
	move "code  name                            region  ccy  status  closed" to ws-rpt-line
	write brchmrpt-record from ws-rpt-line
	move 0 to listedCount
	move "N" to ws-list-eof
	move low-values to bm-code
	start brchmstr key is not less than bm-code
		invalid key move "Y" to ws-list-eof
	end-start
	perform listOneBranch until list-done
	move listedCount to out-count
	move spaces to ws-rpt-line
	string "branches on the master: " out-count
		delimited by size into ws-rpt-line
	write brchmrpt-record from ws-rpt-line
	display "branchMaint: " ws-rpt-line
	move spaces to ws-rpt-line
	write brchmrpt-record from ws-rpt-line.

	listOneBranch.
	read brchmstr next record
		at end move "Y" to ws-list-eof
		not at end
			add 1 to listedCount
			move spaces to ws-rpt-line
			if bm-branch-closed then
				string bm-code "  " bm-name "  " bm-region "    "
					bm-currency "  closed  " bm-close-date
					delimited by size into ws-rpt-line
			else
				string bm-code "  " bm-name "  " bm-region "    "
					bm-currency "  open"
					delimited by size into ws-rpt-line
			end-if
			write brchmrpt-record from ws-rpt-line
	end-read.

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

	writeMaintSummary.
	move spaces to ws-rpt-line
	write brchmrpt-record from ws-rpt-line
	move appliedCount to out-count
	move spaces to ws-rpt-line
	string "changes applied:  " out-count
		delimited by size into ws-rpt-line
	write brchmrpt-record from ws-rpt-line
	display "branchMaint: " ws-rpt-line
	move rejectedCount to out-count
	move spaces to ws-rpt-line
	string "changes rejected: " out-count
		delimited by size into ws-rpt-line
	write brchmrpt-record from ws-rpt-line
	display "branchMaint: " ws-rpt-line.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "branchMaint" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
