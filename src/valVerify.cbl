*> RETURN-CODE: rc-success when the index verifies (or the rebuild
*> completes), rc-not-found when VERIFY found drift, rc-invalid-input
*> when a file cannot be opened.
*>
*> the MODE setting on the SYSPARM system-parameter file (program
*> valVerify, see sysParm) outranks the VVPARM card; the card is read
*> only when nothing is set there.
environment division.
	input-output section.
	file-control.
	file section.
	fd arrayksds.
	01 arrayksds-record.
		05 ak-position pic 9(6).
		05 ak-element copy "ELEMPIC.cpy".

	fd arrayval.
	01 arrayval-record.
		05 av-key.
			10 av-value-key pic 9(10).
			10 av-position pic 9(6).
		05 av-element copy "ELEMPIC.cpy".

	fd valvrpt.

		01 ws-run-mode pic x(7) value "VERIFY".
			88 rebuild-mode value "REBUILD".
		01 ksdsCount pic 9(6) value 0.
		01 valCount pic 9(6) value 0.
		01 driftCount pic 9(6) value 0.
		01 workValue copy "ELEMPIC.cpy".
		01 workPosition pic 9(6).
		01 ws-rpt-line pic x(80).
		01 out-value copy "ELEMEDIT.cpy".
		01 out-count pic zzzzz9.
		*> tonight's SYSPARM setting, asked of sysParm ahead of the
		*> card; the card is read only when nothing is set.
		01 parmProgram pic x(18) value "valVerify".
		01 parmName pic x(12).
		01 parmValue pic x(30).
		01 ws-setting-found pic x(1).
			88 setting-found value "Y".
		01 savedReturnCode pic s9(4).
		copy "RETCODE.cpy".

procedure division.
	main.
	perform settleRunMode
	if rebuild-mode then
		perform rebuildValueIndex
	else
		perform verifyBothDirections.
	goback.

	*> the SYSPARM MODE setting when there is one, the VVPARM card
	*> otherwise.
	settleRunMode.
	move "MODE" to parmName
	perform askSystemParameter
	if setting-found then
		move parmValue(1:7) to ws-run-mode
		display "valVerify: running in " ws-run-mode " mode"
	else
		perform readModeCard
	end-if.

	readModeCard.
	open input vvparm
	if ws-parm-status = "00" then
					add 1 to valCount
			end-write
	end-read.

	*> the central SYSPARM setting outranks the card (see sysParm).
	askSystemParameter.
	move return-code to savedReturnCode
	move "N" to ws-setting-found
	call 'sysParm' using parmProgram, parmName, parmValue
		on exception move rc-invalid-input to return-code
	end-call
	if return-code = rc-success then
		move "Y" to ws-setting-found.
	move savedReturnCode to return-code.
