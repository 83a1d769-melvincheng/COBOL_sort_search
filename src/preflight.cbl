*> and the console:
*>   SEEDST    the seed is numeric and in the generator's range
*>   JOBQUEUE  every queued record parses (priority digit, command,
*>             run-by time blank or numeric, a requested job's
*>             response file 1 through 8)
*>   ARRAYKSD/ARRAYVAL  the pair agree on record counts
*>   ARRAYCAT  every directory record's size matches its element
*>             records, and no element record is orphaned
*> a file absent tonight passes -- there is nothing to be corrupt.
*> any FAIL stops the window: an OPERALRT alert (reason 0017) goes
*> out and the step ends rc-invalid-input for the JCL to COND= on.
*> under the TRAINING DD the run works on the training sandbox (see
*> trainGuard.cbl), its OPERALRT alerts included, and PREFRPT opens
*> with the training stamp; with no sandbox to run against it ends
*> rc-invalid-input before anything is opened.
environment division.
	input-output section.
	file-control.
	01 seedfile-record pic x(10).

	fd jobqueue.
	copy "JOBQREC.cpy".

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

	fd arraycat.
		01 catProblems pic 9(3).
		01 ws-have-directory pic x(1).
			88 have-directory value "Y".
		copy "TRAINREQ.cpy".
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

procedure division.
	main.
	perform checkTrainingMode
	if return-code not = rc-success then
		move rc-invalid-input to return-code
		goback.
	open output prefrpt
	if tg-training then
		write prefrpt-record from tg-stamp.
	move "window-start integrity preflight" to ws-rpt-line
	write prefrpt-record from ws-rpt-line
	perform checkSeedState
			and jq-deadline is not numeric then
				add 1 to badQueueRecords
			end-if
			if jq-requester not = spaces
			and (jq-response-slot < "1" or jq-response-slot > "8") then
				add 1 to badQueueRecords
			end-if
	end-read.

	checkKsdsPair.
	*> the console automation; oa-severity, oa-reason, and oa-text are
	*> set by the caller before the perform.
	writeOperatorAlert.
	perform getProcessingDate
	move pdt-date to ws-alert-date
	accept ws-alert-time-raw from time
	move ws-alert-date to oa-date
	compute oa-time = ws-alert-time-raw / 100
		open output operalrt.
	write operalrt-record from operator-alert-detail
	close operalrt.

	*> a training run is turned onto the sandbox before anything is
	*> opened (see trainGuard.cbl); one with no sandbox stops here.
	checkTrainingMode.
	move "preflight" to tg-program
	call 'trainGuard' using training-request
		on exception move "P" to tg-mode
	end-call.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "preflight" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
