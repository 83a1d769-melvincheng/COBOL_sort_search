*> appendix. RETURN-CODE: rc-success, rc-not-found when the final
*> verification still flags problems, rc-invalid-input when MSGTRAN
*> is missing.
*> the operator must hold a current AUTHFILE grant for msgcatMaint
*> (checked through authCheck, see AUTHREC.cpy) before anything is
*> read or written; a refused operator ends the run with
*> rc-invalid-input and an OPERALRT alert.
environment division.
	input-output section.
	file-control.
		select msgcrpt assign to "MSGCRPT"
			organization line sequential
			file status is ws-rpt-status.
		select operid assign to "OPERID"
			organization line sequential
			file status is ws-operid-status.

data division.
	file section.
	fd msgcrpt.
	01 msgcrpt-record pic x(80).

	fd operid.
	01 operid-record.
		05 oi-initials pic x(3).

	working-storage section.
		01 ws-cat-status pic x(2).
		01 ws-tran-status pic x(2).
		01 ws-stamp-date pic 9(8).
		01 ws-stamp-time pic 9(8).
		01 ws-rpt-line pic x(80).
		01 ws-operid-status pic x(2).
		01 operatorId pic x(3) value spaces.
		01 authProgram pic x(18) value "msgcatMaint".
		copy "RETCODE.cpy".

procedure division.
	main.
	perform readOperatorCard
	perform checkAuthorization
	if return-code not = rc-success then
		display "msgcatMaint: operator " operatorId " is not authorized to run msgcatMaint"
		move rc-invalid-input to return-code
		goback.
	open input msgtran
	if ws-tran-status not = "00" then
		display "msgcatMaint: MSGTRAN not available, nothing to do"
		delimited by size into ws-rpt-line
	write msgcrpt-record from ws-rpt-line
	add 1 to messageIndex.

	*> the signed-on operator against the AUTHFILE grants (see
	*> authCheck.cbl); a refusal has already gone out as an OPERALRT
	*> alert from there.
	checkAuthorization.
	call 'authCheck' using operatorId, authProgram
		on exception
			display "msgcatMaint: authorization check not available, refusing"
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
