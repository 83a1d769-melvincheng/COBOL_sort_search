*> team ages by, so the buckets stop disagreeing with theirs every
*> Monday and every holiday week. with no card (or no calendar) the
*> raw calendar-day aging stands, exactly as before.
*>
*> the DAYBASIS setting (CALENDAR or BUSDAYS) on the SYSPARM system-
*> parameter file (program agingReport, see sysParm) outranks the
*> AGINGOPT card; the card is read only when nothing is set there.
environment division.
	input-output section.
	file-control.
		01 dateCheckMonth pic 9(2).
		01 dateCheckDay pic 9(2).
		01 dateCheckMaxDay pic 9(2).
		*> tonight's SYSPARM setting, asked of sysParm ahead of the
		*> card; the card is read only when nothing is set.
		01 parmProgram pic x(18) value "agingReport".
		01 parmName pic x(12).
		01 parmValue pic x(30).
		01 ws-setting-found pic x(1).
			88 setting-found value "Y".
		01 savedReturnCode pic s9(4).
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

	local-storage section.
		01 iteration pic 9(5) value 1.
	move 0 to sixtyCount
	move 0 to ninetyCount
	move 0 to invalidCount
	perform getProcessingDate
	move pdt-date to ws-today
	compute todaySerial = function integer-of-date(ws-today)
	perform settleDayBasis
	if business-day-mode then
		perform loadHolidayCalendar
	end-if
	end-if
	add 1 to iteration.

	*> the SYSPARM DAYBASIS setting (CALENDAR or BUSDAYS) when there
	*> is one, the AGINGOPT card otherwise.
	settleDayBasis.
	move "DAYBASIS" to parmName
	perform askSystemParameter
	if setting-found then
		if parmValue = "BUSDAYS" then
			move "Y" to ws-busdays-flag
		end-if
	else
		perform readAgingOption
	end-if.

	readAgingOption.
	open input agingopt
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

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "agingReport" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
