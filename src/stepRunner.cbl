*> for a missing input or an unloadable deck. searches are called
*> with the card's target; sorts with the card's direction; anything
*> else with the plain two-parameter convention.
*> under the TRAINING DD the run works on the training sandbox (see
*> trainGuard.cbl); with no sandbox to run against it ends
*> rc-invalid-input before anything is opened.
environment division.
	input-output section.
	file-control.
		01 stepinHashCompare pic 9(12).
		01 ws-overflow pic x(1) value "N".
			88 input-too-big value "Y".
		copy "TRAINREQ.cpy".
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

procedure division.
	main.
	perform checkTrainingMode
	if return-code not = rc-success then
		move rc-invalid-input to return-code
		goback.
	open input stepparm
	if ws-parm-status not = "00" then
		display "stepRunner: STEPPARM not available, nothing to run"
		or stepProgram = "shellSort"
		or stepProgram = "selectionSort"
		or stepProgram = "shakerSort"
		or stepProgram = "radixSort"
		or stepProgram = "autoSort"
			call stepProgram using arraySize, ws-array, sortDirection
		when other
			call stepProgram using arraySize, ws-array
	*> next step's STEPIN can verify it arrived whole.
	writeArrayToStepout.
	open output stepout
	perform getProcessingDate
	move pdt-date to ws-envl-date
	move ws-envl-date to envl-hdr-date
	move arraySize to envl-hdr-count
	accept ws-envl-time-raw from time
	string out delimited by size into ws-out-line
	write stepout-record from ws-out-line
	add 1 to writeIndex.

	*> a training run is turned onto the sandbox before anything is
	*> opened (see trainGuard.cbl); one with no sandbox stops here.
	checkTrainingMode.
	move "stepRunner" to tg-program
	call 'trainGuard' using training-request
		on exception move "P" to tg-mode
	end-call.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "stepRunner" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
