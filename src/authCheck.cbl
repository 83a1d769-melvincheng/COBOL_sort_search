identification division.
program-id. authCheck.

*> the gate in front of the maintenance and recovery programs: takes
*> the signed-on operator, the program-id asking, and optionally the
*> action within it, and answers whether the AUTHFILE authorization
*> file (see AUTHREC.cpy) grants it today. a grant matches when it
*> names the operator, the program or *ALL, and -- when an action is
*> passed -- that action or *ALL; with no action passed any grant for
*> the program will do (a program with actions of its own checks each
*> one again as it comes). a grant past its expiry date does not
*> count. kept as its own small subprogram, the branchLookup
*> pattern, so every checked program asks the same question the same
*> way.
*>
*> a refusal is never silent: an OPERALRT record (reason 0021) goes
*> out naming the operator and what they tried, so the on-call
*> operator and the access review both see it. the checking program
*> only has to tell its own operator and end with rc-invalid-input.
*> a blank operator is refused, and so is everyone when AUTHFILE
*> cannot be opened -- an authorization check that cannot read its
*> file does not wave people through.
*>
*> the file is opened on the first call of a run and stays open;
*> RETURN-CODE: rc-success when authorized, rc-not-found when no
*> current grant matches, rc-invalid-input when there is no operator
*> identity or AUTHFILE cannot be opened.
*> under the TRAINING DD every call works on the training sandbox (see
*> trainGuard.cbl), its OPERALRT alerts included; with no sandbox to
*> run against the call ends rc-invalid-input before anything is
*> opened.
environment division.
	input-output section.
	file-control.
		select authfile assign to "AUTHFILE"
			organization indexed
			access mode is dynamic
			record key is au-key
			file status is ws-auth-status.
		select operalrt assign to "OPERALRT"
			organization line sequential
			file status is ws-alert-status.

data division.
	file section.
	fd authfile.
	copy "AUTHREC.cpy".

	fd operalrt.
	01 operalrt-record pic x(80).

	working-storage section.
		01 ws-auth-status pic x(2).
		01 ws-auth-open pic x(1) value "N".
			88 auth-opened value "Y".
		01 ws-auth-usable pic x(1) value "Y".
			88 auth-usable value "Y".
		01 ws-granted pic x(1).
			88 access-granted value "Y".
		01 ws-scan-done pic x(1).
			88 scan-done value "Y".
		01 probeProgram pic x(18).
		01 todayDate pic 9(8).
		01 ws-alert-status pic x(2).
		copy "ALERTREC.cpy".
		01 ws-alert-date pic 9(8).
		01 ws-alert-time-raw pic 9(8).
		copy "TRAINREQ.cpy".
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

	linkage section.
		01 authOperator pic x(3).
		01 authProgram pic x(18).
		01 authAction pic x(6).

procedure division using authOperator, authProgram, optional authAction.
	main.
	perform checkTrainingMode
	if return-code not = rc-success then
		move rc-invalid-input to return-code
		goback.
	if not auth-opened then
		open input authfile
		move "Y" to ws-auth-open
		if ws-auth-status not = "00" then
			move "N" to ws-auth-usable
		end-if
	end-if
	accept todayDate from date yyyymmdd
	move "N" to ws-granted
	evaluate true
		when authOperator = spaces
			move spaces to oa-text
			string "no operator identity for " authProgram
				delimited by size into oa-text
			perform writeOperatorAlert
			move rc-invalid-input to return-code
		when not auth-usable
			move spaces to oa-text
			string "AUTHFILE unavailable, refused " authProgram
				delimited by size into oa-text
			perform writeOperatorAlert
			move rc-invalid-input to return-code
		when other
			move authProgram to probeProgram
			perform probeGrants
			if not access-granted then
				move "*ALL" to probeProgram
				perform probeGrants
			end-if
			if access-granted then
				move rc-success to return-code
			else
				move spaces to oa-text
				if address of authAction = null then
					string authOperator " refused " authProgram
						delimited by size into oa-text
				else
					string authOperator " refused " authProgram
						delimited by space
						" " authAction delimited by size
						into oa-text
				end-if
				perform writeOperatorAlert
				move rc-not-found to return-code
			end-if
	end-evaluate
	goback.

	*> the grants for one program name (the caller's, then *ALL).
	probeGrants.
	if address of authAction = null then
		perform scanProgramGrants
	else
		if authAction = spaces then
			perform scanProgramGrants
		else
			move authAction to au-action
			perform probeOneKey
			if not access-granted then
				move "*ALL" to au-action
				perform probeOneKey
			end-if
		end-if
	end-if.

	*> no action asked about: any grant under the program will do.
	scanProgramGrants.
	move authOperator to au-operator
	move probeProgram to au-program
	move low-values to au-action
	move "N" to ws-scan-done
	start authfile key is not less than au-key
		invalid key move "Y" to ws-scan-done
	end-start
	perform scanOneGrant until scan-done or access-granted.

	scanOneGrant.
	read authfile next record
		at end move "Y" to ws-scan-done
		not at end
			if au-operator not = authOperator
			or au-program not = probeProgram then
				move "Y" to ws-scan-done
			else
				perform testExpiry
			end-if
	end-read.

	*> au-action is set by the caller.
	probeOneKey.
	move authOperator to au-operator
	move probeProgram to au-program
	read authfile key is au-key
		invalid key continue
		not invalid key perform testExpiry
	end-read.

	testExpiry.
	if au-expiry = 0 or au-expiry >= todayDate then
		move "Y" to ws-granted.

	*> oa-text is set by the caller; the alert is filed under the
	*> program that asked.
	writeOperatorAlert.
	perform getProcessingDate
	move pdt-date to ws-alert-date
	accept ws-alert-time-raw from time
	move ws-alert-date to oa-date
	compute oa-time = ws-alert-time-raw / 100
	move authProgram to oa-program
	move "E" to oa-severity
	move "0021" to oa-reason
	open extend operalrt
	if ws-alert-status not = "00" then
		open output operalrt.
	write operalrt-record from operator-alert-detail
	close operalrt.

	*> a training run is turned onto the sandbox before anything is
	*> opened (see trainGuard.cbl); one with no sandbox stops here.
	checkTrainingMode.
	move "authCheck" to tg-program
	call 'trainGuard' using training-request
		on exception move "P" to tg-mode
	end-call.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "authCheck" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
