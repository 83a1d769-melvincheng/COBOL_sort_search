identification division.
program-id. sysParm.

*> answers "what is tonight's setting" from the SYSPARM system-parameter
*> file (see SPRMREC.cpy): takes the asking program-id and the
*> parameter name and hands back the value in force today -- the latest
*> one effective on or before the run date. a program's own entry is
*> asked for first, then the *ALL entry every program shares, so one
*> program can be given its own value of a shared setting. kept as its
*> own small subprogram, the authCheck pattern, so every program reads
*> the file the same way; each caller falls back to its old parameter
*> card when nothing is on file, so a setting moves here one program
*> at a time without breaking the rest.
*>
*> the file is opened on the first call of a run and stays open;
*> RETURN-CODE: rc-success with parmValue set, rc-not-found when no
*> setting is in force (parmValue then blank), rc-invalid-input when
*> SYSPARM cannot be opened.
environment division.
	input-output section.
	file-control.
		select sysparm assign to "SYSPARM"
			organization indexed
			access mode is dynamic
			record key is pm-key
			file status is ws-parm-status.

data division.
	file section.
	fd sysparm.
	copy "SPRMREC.cpy".

	working-storage section.
		01 ws-parm-status pic x(2).
		01 ws-parm-open pic x(1) value "N".
			88 parm-opened value "Y".
		01 ws-parm-usable pic x(1) value "Y".
			88 parm-usable value "Y".
		01 ws-found pic x(1).
			88 setting-found value "Y".
		01 ws-scan-done pic x(1).
			88 scan-done value "Y".
		01 probeProgram pic x(18).
		01 todayDate pic 9(8).
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

	linkage section.
		01 parmProgram pic x(18).
		01 parmName pic x(12).
		01 parmValue pic x(30).

procedure division using parmProgram, parmName, parmValue.
	main.
	if not parm-opened then
		open input sysparm
		move "Y" to ws-parm-open
		if ws-parm-status not = "00" then
			move "N" to ws-parm-usable
		end-if
	end-if
	move spaces to parmValue
	if not parm-usable then
		move rc-invalid-input to return-code
		goback.
	perform getProcessingDate
	move pdt-date to todayDate
	move "N" to ws-found
	move parmProgram to probeProgram
	perform probeSettings
	if not setting-found then
		move "*ALL" to probeProgram
		perform probeSettings
	end-if
	if setting-found then
		move rc-success to return-code
	else
		move rc-not-found to return-code
	end-if
	goback.

	*> the entries for one program and name come back in effective
	*> date order, so the last one not in the future is the one in
	*> force.
	probeSettings.
	move probeProgram to pm-program
	move parmName to pm-name
	move 0 to pm-effective
	move "N" to ws-scan-done
	start sysparm key is not less than pm-key
		invalid key move "Y" to ws-scan-done
	end-start
	perform scanOneSetting until scan-done.

	scanOneSetting.
	read sysparm next record
		at end move "Y" to ws-scan-done
		not at end
			if pm-program not = probeProgram
			or pm-name not = parmName
			or pm-effective > todayDate then
				move "Y" to ws-scan-done
			else
				move pm-value to parmValue
				move "Y" to ws-found
			end-if
	end-read.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "sysParm" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
