*> is reported and skipped, never loaded. RETURN-CODE: rc-success,
*> rc-not-found when a LIST finds an empty calendar, rc-invalid-input
*> when HOLTRAN is missing.
*> the operator must hold a current AUTHFILE grant for holidayMaint
*> (checked through authCheck, see AUTHREC.cpy) before anything is
*> read or written; a refused operator ends the run with
*> rc-invalid-input and an OPERALRT alert.
environment division.
	input-output section.
	file-control.
		select holtran assign to "HOLTRAN"
			organization line sequential
			file status is ws-tran-status.
		select operid assign to "OPERID"
			organization line sequential
			file status is ws-operid-status.

data division.
	file section.
		05 filler pic x(1).
		05 ht-description pic x(30).

	fd operid.
	01 operid-record.
		05 oi-initials pic x(3).

	working-storage section.
		01 ws-cal-status pic x(2).
		01 ws-in-status pic x(2).
		01 dateCheckMonth pic 9(2).
		01 dateCheckDay pic 9(2).
		01 dateCheckMaxDay pic 9(2).
		01 ws-operid-status pic x(2).
		01 operatorId pic x(3) value spaces.
		01 authProgram pic x(18) value "holidayMaint".
		copy "RETCODE.cpy".

procedure division.
	main.
	perform readOperatorCard
	perform checkAuthorization
	if return-code not = rc-success then
		display "holidayMaint: operator " operatorId " is not authorized to run holidayMaint"
		move rc-invalid-input to return-code
		goback.
	open input holtran
	if ws-tran-status not = "00" then
		display "holidayMaint: HOLTRAN not available, nothing to do"
		replacing ==:DATE-CHECK-PARA:== by ==checkDateValue==
		          ==:DATE-WORK:==       by ==dateWork==
		          ==:DATE-VALID-FLAG:== by ==ws-date-valid==.

	*> the signed-on operator against the AUTHFILE grants (see
	*> authCheck.cbl); a refusal has already gone out as an OPERALRT
	*> alert from there.
	checkAuthorization.
	call 'authCheck' using operatorId, authProgram
		on exception
			display "holidayMaint: authorization check not available, refusing"
			move rc-invalid-input to return-code
	end-call.

	*> the OPERID card is the batch run's identity: whoever (or
	*> whatever automation) submitted the job names itself there, and
	*> authCheck decides whether that operator may run this at all.
	readOperatorCard.
	open input operid
	if ws-operid-status = "00" then
		read operid
			at end continue
			not at end move oi-initials to operatorId
		end-read
		close operid
	end-if.
