*> RETURN-CODE: rc-success with the card written, rc-not-found for
*> an empty input, rc-invalid-input for a missing input or a sample
*> too uniform to cut (fewer distinct values than bands).
*>
*> the BANDS setting on the SYSPARM system-parameter file (program
*> bandPlan, see sysParm) outranks the BANDPARM card; the card is
*> read only when nothing is set there.
environment division.
	input-output section.
	file-control.
		01 priorCut pic s9(9) comp-3.
		01 out-cut pic -Z(10)9.
		01 workValue copy "ELEMPIC.cpy".
		*> tonight's SYSPARM setting, asked of sysParm ahead of the
		*> card; the card is read only when nothing is set.
		01 parmProgram pic x(18) value "bandPlan".
		01 parmName pic x(12).
		01 parmValue pic x(30).
		01 ws-setting-found pic x(1).
			88 setting-found value "Y".
		01 savedReturnCode pic s9(4).
		copy "RETCODE.cpy".

procedure division.
	main.
	perform settleBandCount
	perform countInputRecords
	if return-code = rc-invalid-input then
		goback.
	move rc-success to return-code
	goback.

	*> the SYSPARM BANDS setting when there is one, the BANDPARM card
	*> otherwise.
	settleBandCount.
	move "BANDS" to parmName
	perform askSystemParameter
	if setting-found then
		compute bandCount = function numval(parmValue)
	else
		perform readBandCountCard
	end-if.

	readBandCountCard.
	open input bandparm
	if ws-parm-status = "00" then
	write bandctl-record
	close bandctl
	display "bandPlan: BANDCTL card written for " bandCount " band(s) from a sample of " sampleSize " record(s)".

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
