identification division.
program-id. authMaint.

*> maintenance for the AUTHFILE operator authorization file (see
*> AUTHREC.cpy) the authCheck gate reads: who may run ksdsMaint,
*> ksdsMassChange, ksdsApprove, ksdsBackout, ksdsForward, ksdsReorg, ksdsLoad,
*> xrefMaint, msgcatMaint, holidayMaint, suspenseMaint, stateRestore, arrayCatalog's
*> purge, legalHoldMaint, excpMaint, goldenRegression's BLESS, sysParmMaint's
*> changes, rateMaint's changes, watchMaint, reEnvelope, and this program itself. applies AUTHTRAN cards, one per
*> line:
*>   columns  1- 6  action: GRANT, REVOKE, EXTEND, or LIST
*>   columns  8-10  operator initials
*>   columns 12-29  program-id, or *ALL
*>   columns 31-36  action within the program, blank for *ALL
*>   columns 38-45  role (GRANT; EXTEND may change it)
*>   columns 47-54  expiry yyyymmdd (GRANT, blank for none; EXTEND,
*>                  required)
*> GRANT adds a grant, REVOKE removes one, EXTEND moves a grant's
*> expiry date (and role, when the card carries one), LIST prints the
*> whole file. a GRANT of a grant already on file, any other action
*> on a missing one, or an unrecognized action is rejected with a
*> reason and the run continues -- the branchMaint pattern -- and so
*> is any card touching the submitting operator's own grants: nobody
*> widens their own access.
*>
*> the run is itself checked: the OPERID card's operator needs a
*> grant for authMaint. the one exception is an AUTHFILE that does
*> not exist yet or holds nothing, where the cards are taken as the
*> initial grants so the file can be seeded at all. every applied
*> change is logged to AUTHJRNL with the record before and after
*> under one run stamp and the operator's initials, and every card
*> is reported to AUTHMRPT. RETURN-CODE: rc-success when everything
*> applied, rc-not-found when any card was rejected,
*> rc-invalid-input when the operator is not authorized or a file
*> cannot be opened.
environment division.
	input-output section.
	file-control.
		select authtran assign to "AUTHTRAN"
			organization line sequential
			file status is ws-tran-status.
		select authfile assign to "AUTHFILE"
			organization indexed
			access mode is dynamic
			record key is au-key
			file status is ws-auth-status.
		select authjrnl assign to "AUTHJRNL"
			organization line sequential
			file status is ws-jrnl-status.
		select authmrpt assign to "AUTHMRPT"
			organization line sequential
			file status is ws-rpt-status.
		select operid assign to "OPERID"
			organization line sequential
			file status is ws-operid-status.

data division.
	file section.
	fd authtran.
	01 authtran-record.
		05 at-action pic x(6).
		05 filler pic x(1).
		05 at-operator pic x(3).
		05 filler pic x(1).
		05 at-program pic x(18).
		05 filler pic x(1).
		05 at-prog-action pic x(6).
		05 filler pic x(1).
		05 at-role pic x(8).
		05 filler pic x(1).
		05 at-expiry pic x(8).

	fd authfile.
	copy "AUTHREC.cpy".

	fd authjrnl.
	01 authjrnl-record pic x(140).

	fd authmrpt.
	01 authmrpt-record pic x(80).

	fd operid.
	01 operid-record.
		05 oi-initials pic x(3).

	working-storage section.
		01 ws-tran-status pic x(2).
		01 ws-auth-status pic x(2).
		01 ws-jrnl-status pic x(2).
		01 ws-rpt-status pic x(2).
		01 ws-operid-status pic x(2).
		01 operatorId pic x(3) value spaces.
		01 ws-tran-eof pic x(1) value "N".
			88 tran-eof value "Y".
		01 ws-list-eof pic x(1).
			88 list-done value "Y".
		01 ws-seeding pic x(1) value "N".
			88 seeding-file value "Y".
		01 authProgram pic x(18) value "authMaint".

		*> one AUTHJRNL line per applied change: run stamp, action,
		*> operator, and the whole grant before and after -- the
		*> BRCHJRNL idea carried over to the authorization file.
		01 auth-journal-detail.
			05 aj-run-stamp pic 9(14).
			05 filler pic x(1) value space.
			05 aj-action pic x(6).
			05 filler pic x(1) value space.
			05 aj-operator pic x(3).
			05 filler pic x(1) value space.
			05 aj-before pic x(54).
			05 filler pic x(1) value space.
			05 aj-after pic x(54).
		01 ws-run-stamp pic 9(14).
		01 ws-stamp-date pic 9(8).
		01 ws-clock-date pic 9(8).
		01 ws-stamp-time pic 9(8).

		01 beforeImage pic x(54).
		01 rejectReason pic x(40).
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
	if operatorId = spaces then
		display "authMaint: no OPERID operator identity, nothing applied"
		move rc-invalid-input to return-code
		goback.
	perform checkSeeding
	if not seeding-file then
		call 'authCheck' using operatorId, authProgram
			on exception
				display "authMaint: authorization check not available, refusing"
				move rc-invalid-input to return-code
		end-call
		cancel 'authCheck'
		if return-code not = rc-success then
			display "authMaint: operator " operatorId " is not authorized to run authMaint"
			move rc-invalid-input to return-code
			goback
		end-if
	end-if
	open input authtran
	if ws-tran-status not = "00" then
		display "authMaint: AUTHTRAN not available, nothing to apply"
		move rc-invalid-input to return-code
		goback.
	open i-o authfile
	if ws-auth-status = "35" then
		open output authfile
		close authfile
		open i-o authfile
	end-if
	if ws-auth-status not = "00" then
		display "authMaint: unable to open AUTHFILE, status " ws-auth-status
		move rc-invalid-input to return-code
		goback.
	open output authmrpt
	*> the run stamp is the clock's, so the journal stays in time order
	*> through midnight and date-override reruns; the business date
	*> (see procDate) is kept for what it dates.
	perform getProcessingDate
	move pdt-date to ws-stamp-date
	accept ws-clock-date from date yyyymmdd
	accept ws-stamp-time from time
	compute ws-run-stamp =
		ws-clock-date * 1000000 + ws-stamp-time / 100
	open extend authjrnl
	if ws-jrnl-status not = "00" then
		open output authjrnl.
	perform applyOneTransaction until tran-eof
	perform writeMaintSummary
	close authtran
	close authfile
	close authjrnl
	close authmrpt
	if rejectedCount = 0 then
		move rc-success to return-code
	else
		move rc-not-found to return-code
	end-if
	goback.

	*> a missing or empty AUTHFILE is being seeded: there is nobody
	*> yet who could be authorized to run this.
	checkSeeding.
	open input authfile
	if ws-auth-status not = "00" then
		move "Y" to ws-seeding
	else
		read authfile next record
			at end move "Y" to ws-seeding
		end-read
		close authfile
	end-if
	if seeding-file then
		display "authMaint: AUTHFILE holds no grants, taking this run's cards as the initial grants".

	applyOneTransaction.
	read authtran
		at end move "Y" to ws-tran-eof
		not at end
			if authtran-record not = spaces then
				perform dispatchTransaction
			end-if
	end-read.

	dispatchTransaction.
	if at-prog-action = spaces then
		move "*ALL" to at-prog-action.
	evaluate true
		when at-action = "LIST  "
			perform listAuthFile
		when at-operator = spaces or at-program = spaces
			move "operator or program missing" to rejectReason
			perform rejectTransaction
		when at-operator = operatorId and not seeding-file
			move "operators may not change their own access" to rejectReason
			perform rejectTransaction
		when at-action = "GRANT "
			perform applyGrant
		when at-action = "REVOKE"
			perform applyRevoke
		when at-action = "EXTEND"
			perform applyExtend
		when other
			move "action not recognized" to rejectReason
			perform rejectTransaction
	end-evaluate.

	applyGrant.
	if at-role = spaces then
		move "grant needs a role" to rejectReason
		perform rejectTransaction
	else
		if at-expiry not = spaces and at-expiry is not numeric then
			move "expiry is not a yyyymmdd date" to rejectReason
			perform rejectTransaction
		else
			move at-operator to au-operator
			move at-program to au-program
			move at-prog-action to au-action
			move at-role to au-role
			if at-expiry = spaces then
				move 0 to au-expiry
			else
				move at-expiry to au-expiry
			end-if
			move operatorId to au-granted-by
			move ws-stamp-date to au-granted-date
			write operator-auth-record
				invalid key
					move "grant already on file" to rejectReason
					perform rejectTransaction
				not invalid key
					move "GRANT" to aj-action
					move spaces to aj-before
					perform journalAndReport
			end-write
		end-if
	end-if.

	applyRevoke.
	move at-operator to au-operator
	move at-program to au-program
	move at-prog-action to au-action
	read authfile key is au-key
		invalid key
			move "revoke of a grant not on file" to rejectReason
			perform rejectTransaction
		not invalid key
			move operator-auth-record to beforeImage
			delete authfile record
			move "REVOKE" to aj-action
			move beforeImage to aj-before
			move spaces to operator-auth-record
			perform journalAndReport
	end-read.

	*> a new expiry is required; the role changes only when given.
	applyExtend.
	if at-expiry is not numeric then
		move "extend needs a yyyymmdd expiry" to rejectReason
		perform rejectTransaction
	else
		move at-operator to au-operator
		move at-program to au-program
		move at-prog-action to au-action
		read authfile key is au-key
			invalid key
				move "extend of a grant not on file" to rejectReason
				perform rejectTransaction
			not invalid key
				move operator-auth-record to beforeImage
				move at-expiry to au-expiry
				if at-role not = spaces then
					move at-role to au-role
				end-if
				move operatorId to au-granted-by
				move ws-stamp-date to au-granted-date
				rewrite operator-auth-record
				move "EXTEND" to aj-action
				move beforeImage to aj-before
				perform journalAndReport
		end-read
	end-if.

	journalAndReport.
	move ws-run-stamp to aj-run-stamp
	move operatorId to aj-operator
	move operator-auth-record to aj-after
	write authjrnl-record from auth-journal-detail
	add 1 to appliedCount
	move spaces to ws-rpt-line
	string "applied:  " authtran-record(1:54)
		delimited by size into ws-rpt-line
	write authmrpt-record from ws-rpt-line.

	rejectTransaction.
	add 1 to rejectedCount
	move spaces to ws-rpt-line
	string "rejected: " authtran-record(1:29) "  " rejectReason
		delimited by size into ws-rpt-line
	write authmrpt-record from ws-rpt-line
	display "authMaint: " ws-rpt-line.

	*> the whole file in key order, one grant per line.
	listAuthFile.
	move spaces to ws-rpt-line
	write authmrpt-record from ws-rpt-line
	move "opr program            action role     expiry   by  granted" to ws-rpt-line
	write authmrpt-record from ws-rpt-line
	move 0 to listedCount
	move "N" to ws-list-eof
	move low-values to au-key
	start authfile key is not less than au-key
		invalid key move "Y" to ws-list-eof
	end-start
	perform listOneGrant until list-done
	move listedCount to out-count
	move spaces to ws-rpt-line
	string "grants on file: " out-count
		delimited by size into ws-rpt-line
	write authmrpt-record from ws-rpt-line
	display "authMaint: " ws-rpt-line
	move spaces to ws-rpt-line
	write authmrpt-record from ws-rpt-line.

	listOneGrant.
	read authfile next record
		at end move "Y" to ws-list-eof
		not at end
			add 1 to listedCount
			move spaces to ws-rpt-line
			string au-operator " " au-program " " au-action " "
				au-role " " au-expiry " " au-granted-by " "
				au-granted-date
				delimited by size into ws-rpt-line
			write authmrpt-record from ws-rpt-line
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
	write authmrpt-record from ws-rpt-line
	move appliedCount to out-count
	move spaces to ws-rpt-line
	string "changes applied:  " out-count
		delimited by size into ws-rpt-line
	write authmrpt-record from ws-rpt-line
	display "authMaint: " ws-rpt-line
	move rejectedCount to out-count
	move spaces to ws-rpt-line
	string "changes rejected: " out-count
		delimited by size into ws-rpt-line
	write authmrpt-record from ws-rpt-line
	display "authMaint: " ws-rpt-line.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "authMaint" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
