*> RETURN-CODE: rc-success when the span is fully covered,
*> rc-not-found when gaps were listed, rc-invalid-input when the
*> array holds no valid dates at all.
*>
*> the DAYBASIS setting (CALENDAR or BUSDAYS) on the SYSPARM system-
*> parameter file (program dateCoverage, see sysParm) outranks the
*> DATECOPT card; the card is read only when nothing is set there.
environment division.
	input-output section.
	file-control.
		78 gapListLimit value 400.
		01 ws-rpt-line pic x(80).
		01 out-count pic zzzz9.
		*> tonight's SYSPARM setting, asked of sysParm ahead of the
		*> card; the card is read only when nothing is set.
		01 parmProgram pic x(18) value "dateCoverage".
		01 parmName pic x(12).
		01 parmValue pic x(30).
		01 ws-setting-found pic x(1).
			88 setting-found value "Y".
		01 savedReturnCode pic s9(4).
		copy "RETCODE.cpy".

	local-storage section.
	if arraySize < 1 or arraySize > arrayMaxSize then
		move rc-invalid-input to return-code
		goback.
	perform settleDayBasis
	if business-day-mode then
		perform loadHolidayCalendar
	end-if
	end-if
	goback.

	*> the SYSPARM DAYBASIS setting (CALENDAR or BUSDAYS) when there
	*> is one, the DATECOPT card otherwise.
	settleDayBasis.
	move "DAYBASIS" to parmName
	perform askSystemParameter
	if setting-found then
		if parmValue = "BUSDAYS" then
			move "Y" to ws-busdays-flag
		end-if
	else
		perform readCoverageOption
	end-if.

	readCoverageOption.
	open input datecopt
	if ws-opt-status = "00" then
		replacing ==:DATE-CHECK-PARA:== by ==checkDateValue==
		          ==:DATE-WORK:==       by ==dateWork==
		          ==:DATE-VALID-FLAG:== by ==ws-date-valid==.

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
