identification division.
program-id. authReport.

*> the access review listing: reads the whole AUTHFILE operator
*> authorization file (see AUTHREC.cpy) and prints who can do what,
*> one operator at a time in initials order, each grant with its
*> program, action, role, expiry, and who granted it when. every
*> grant is marked
*>   ACTIVE    current, no lapse within reviewWindowDays
*>   EXPIRING  lapses within reviewWindowDays of the run date
*>   EXPIRED   past its expiry -- authCheck no longer honors it, and
*>             authMaint should REVOKE it
*>   STANDING  no expiry date at all, which the review should
*>             question
*> with counts per mark and per operator at the end. meant for the
*> periodic (monthly or quarterly) access review; the listing goes to
*> AUTHRPT and the totals to the console. RETURN-CODE: rc-success
*> when listed, rc-not-found when the file holds no grants,
*> rc-invalid-input when AUTHFILE cannot be opened.
environment division.
	input-output section.
	file-control.
		select authfile assign to "AUTHFILE"
			organization indexed
			access mode is sequential
			record key is au-key
			file status is ws-auth-status.
		select authrpt assign to "AUTHRPT"
			organization line sequential
			file status is ws-rpt-status.

data division.
	file section.
	fd authfile.
	copy "AUTHREC.cpy".

	fd authrpt.
	01 authrpt-record pic x(80).

	working-storage section.
		01 ws-auth-status pic x(2).
		01 ws-rpt-status pic x(2).
		01 ws-auth-eof pic x(1) value "N".
			88 auth-done value "Y".
		78 reviewWindowDays value 30.
		01 todayDate pic 9(8).
		01 todaySerial pic 9(7).
		01 daysLeft pic s9(7).
		01 grantMark pic x(8).
		01 lastOperator pic x(3) value spaces.
		01 operatorGrants pic 9(5) value 0.
		01 grantCount pic 9(5) value 0.
		01 operatorCount pic 9(5) value 0.
		01 activeCount pic 9(5) value 0.
		01 expiringCount pic 9(5) value 0.
		01 expiredCount pic 9(5) value 0.
		01 standingCount pic 9(5) value 0.
		01 ws-rpt-line pic x(80).
		01 out-count pic zzzz9.
		01 out-expiry pic x(8).
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

procedure division.
	main.
	open input authfile
	if ws-auth-status not = "00" then
		display "authReport: unable to open AUTHFILE, status " ws-auth-status
		move rc-invalid-input to return-code
		goback.
	perform getProcessingDate
	move pdt-date to todayDate
	compute todaySerial = function integer-of-date(todayDate)
	open output authrpt
	move spaces to ws-rpt-line
	string "operator access review  run date " todayDate
		delimited by size into ws-rpt-line
	write authrpt-record from ws-rpt-line
	move "opr program            action role     expiry   mark     by  granted" to ws-rpt-line
	write authrpt-record from ws-rpt-line
	perform listOneGrant until auth-done
	if operatorGrants > 0 then
		perform writeOperatorTotal.
	perform writeReviewSummary
	close authfile
	close authrpt
	if grantCount = 0 then
		move rc-not-found to return-code
	else
		move rc-success to return-code
	end-if
	goback.

	listOneGrant.
	read authfile next record
		at end move "Y" to ws-auth-eof
		not at end
			if au-operator not = lastOperator then
				if operatorGrants > 0 then
					perform writeOperatorTotal
				end-if
				move spaces to ws-rpt-line
				write authrpt-record from ws-rpt-line
				move au-operator to lastOperator
				add 1 to operatorCount
			end-if
			perform markOneGrant
			add 1 to grantCount
			add 1 to operatorGrants
			if au-expiry = 0 then
				move "none" to out-expiry
			else
				move au-expiry to out-expiry
			end-if
			move spaces to ws-rpt-line
			string au-operator " " au-program " " au-action " "
				au-role " " out-expiry " " grantMark " "
				au-granted-by " " au-granted-date
				delimited by size into ws-rpt-line
			write authrpt-record from ws-rpt-line
	end-read.

	markOneGrant.
	evaluate true
		when au-expiry = 0
			move "STANDING" to grantMark
			add 1 to standingCount
		when au-expiry < todayDate
			move "EXPIRED" to grantMark
			add 1 to expiredCount
		when other
			compute daysLeft =
				function integer-of-date(au-expiry) - todaySerial
			if daysLeft <= reviewWindowDays then
				move "EXPIRING" to grantMark
				add 1 to expiringCount
			else
				move "ACTIVE" to grantMark
				add 1 to activeCount
			end-if
	end-evaluate.

	writeOperatorTotal.
	move operatorGrants to out-count
	move spaces to ws-rpt-line
	string "    " lastOperator " holds " out-count " grant(s)"
		delimited by size into ws-rpt-line
	write authrpt-record from ws-rpt-line
	move 0 to operatorGrants.

	writeReviewSummary.
	move spaces to ws-rpt-line
	write authrpt-record from ws-rpt-line
	move operatorCount to out-count
	move spaces to ws-rpt-line
	string "operators with grants: " out-count
		delimited by size into ws-rpt-line
	write authrpt-record from ws-rpt-line
	display "authReport: " ws-rpt-line
	move grantCount to out-count
	move spaces to ws-rpt-line
	string "grants on file:        " out-count
		delimited by size into ws-rpt-line
	write authrpt-record from ws-rpt-line
	display "authReport: " ws-rpt-line
	move activeCount to out-count
	move spaces to ws-rpt-line
	string "  active:              " out-count
		delimited by size into ws-rpt-line
	write authrpt-record from ws-rpt-line
	move expiringCount to out-count
	move spaces to ws-rpt-line
	string "  expiring:            " out-count
		delimited by size into ws-rpt-line
	write authrpt-record from ws-rpt-line
	display "authReport: " ws-rpt-line
	move expiredCount to out-count
	move spaces to ws-rpt-line
	string "  expired:             " out-count
		delimited by size into ws-rpt-line
	write authrpt-record from ws-rpt-line
	display "authReport: " ws-rpt-line
	move standingCount to out-count
	move spaces to ws-rpt-line
	string "  standing, no expiry: " out-count
		delimited by size into ws-rpt-line
	write authrpt-record from ws-rpt-line.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "authReport" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
