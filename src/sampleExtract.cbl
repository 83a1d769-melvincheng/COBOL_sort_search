*> instead of clustering. HDR/TRL records on the input pass by
*> unsampled. RETURN-CODE: rc-success, rc-not-found for an empty
*> input, rc-invalid-input for an unusable card or missing input.
*>
*> the MODE, COUNT, and SEED settings on the SYSPARM system-parameter
*> file (program sampleExtract, see sysParm) replace the SAMPPARM
*> card when a MODE is set there; the card is read only when none is.
environment division.
	input-output section.
	file-control.
		01 ws-envl-time-raw pic 9(8).
		01 inputRunId pic x(8) value spaces.
		01 ws-rpt-line pic x(80).
		*> tonight's SYSPARM setting, asked of sysParm ahead of the
		*> card; the card is read only when nothing is set.
		01 parmProgram pic x(18) value "sampleExtract".
		01 parmName pic x(12).
		01 parmValue pic x(30).
		01 ws-setting-found pic x(1).
			88 setting-found value "Y".
		01 savedReturnCode pic s9(4).
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

procedure division.
	main.
	perform settleSampleRule
	if return-code = rc-invalid-input then
		goback.
	perform countInputRecords
	move rc-success to return-code
	goback.

	*> the SYSPARM MODE, COUNT, and SEED settings when a mode is set
	*> there, the SAMPPARM card otherwise.
	settleSampleRule.
	move "MODE" to parmName
	perform askSystemParameter
	if setting-found then
		move parmValue(1:6) to ws-sample-mode
		perform takeSampleSettings
	else
		perform readSampleCard
	end-if.

	takeSampleSettings.
	move "COUNT" to parmName
	perform askSystemParameter
	if setting-found then
		compute ruleNumber = function numval(parmValue).
	move "SEED" to parmName
	perform askSystemParameter
	if setting-found then
		compute sampleSeed = function numval(parmValue).
	evaluate true
		when ruleNumber = 0
			display "sampleExtract: SYSPARM sets a MODE but no COUNT to sample by"
			move rc-invalid-input to return-code
		when random-mode and sampleSeed = 0
			display "sampleExtract: SYSPARM RANDOM needs a SEED -- reproducibility is the point"
			move rc-invalid-input to return-code
		when other
			continue
	end-evaluate.

	readSampleCard.
	open input sampparm
	if ws-parm-status not = "00" then
	writeSample.
	open input sampin
	open output sampout
	perform getProcessingDate
	move pdt-date to todayDate
	move todayDate to envl-hdr-date
	move pickCount to envl-hdr-count
	accept ws-envl-time-raw from time
	move "re-run the same SAMPPARM card to re-draw this exact sample" to ws-rpt-line
	write samprpt-record from ws-rpt-line
	close samprpt.

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
	move "sampleExtract" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
