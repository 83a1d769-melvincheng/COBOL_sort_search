*> and no override, or unusable inputs), rc-not-found (no PERFHIST
*> history for that program -- nothing to estimate from, the run is
*> not blocked).
*>
*> the PROGRAM and WINDOWSTOP settings on the SYSPARM system-
*> parameter file (see sysParm) outrank the FITPARM and WINDOWCT
*> cards; a card is read only when nothing is set there.
environment division.
	input-output section.
	file-control.
		01 remainingMinutes pic s9(5).
		01 out-minutes pic -zzzz9.
		01 out-minutes2 pic -zzzz9.
		*> tonight's SYSPARM setting, asked of sysParm ahead of the
		*> card; the card is read only when nothing is set.
		01 parmProgram pic x(18) value "windowFit".
		01 parmName pic x(12).
		01 parmValue pic x(30).
		01 ws-setting-found pic x(1).
			88 setting-found value "Y".
		01 savedReturnCode pic s9(4).
		copy "RETCODE.cpy".

procedure division.
	main.
	perform settleFitProgram
	if return-code = rc-invalid-input then
		goback.
	perform readInputCount
		move rc-not-found to return-code
		goback.
	perform interpolateEstimate
	perform settleWindowStop
	if windowStopTime = 0 then
		display "windowFit: no WINDOWCT stop time, nothing to fit against -- run proceeds"
		move rc-success to return-code
	perform compareAgainstWindow
	goback.

	*> the SYSPARM PROGRAM setting when there is one, the FITPARM card
	*> otherwise.
	settleFitProgram.
	move "PROGRAM" to parmName
	perform askSystemParameter
	if setting-found then
		move parmValue(1:18) to fitProgram
	else
		perform readFitProgram
	end-if.

	readFitProgram.
	open input fitparm
	if ws-parm-status not = "00" then
	end-evaluate
	compute estimateMinutes = estimateHundredths / 6000.

	*> the SYSPARM WINDOWSTOP setting when there is one, the WINDOWCT
	*> card otherwise.
	settleWindowStop.
	move "WINDOWSTOP" to parmName
	perform askSystemParameter
	if setting-found then
		compute windowStopTime = function numval(parmValue)
	else
		perform readWindowStop
	end-if.

	readWindowStop.
	open input windowct
	if ws-window-status = "00" then
	compute timeWorkSS = function mod(timeWork, 100)
	compute secondsWork =
		(timeWorkHH * 60 + timeWorkMM) * 60 + timeWorkSS.

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
