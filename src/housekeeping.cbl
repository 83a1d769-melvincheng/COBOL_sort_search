*>             file kept
*>   UNDOSNAP  the pre-sort snapshot: its size is reported, the file
*>             kept (undoSort may still want it)
*> a legal hold outranks all of it: before MERGEOUT, ARRAYCSV, or the
*> merge work files (XMSRUN to LEGALHLD) are cleared, holdCheck is
*> asked (see HOLDQRY.cpy) -- as tonight's data, so a whole-file hold
*> or a date range reaching today covers them -- and a held file is
*> kept, the report naming the hold.
*> under the TRAINING DD the run works on the training sandbox (see
*> trainGuard.cbl) and HSKPRPT opens with the training stamp; with no
*> sandbox to run against it ends rc-invalid-input before anything is
*> opened.
environment division.
	input-output section.
	file-control.
		01 keptCount pic 9(2) value 0.
		01 ws-rpt-line pic x(80).
		01 out-count pic zzzzzz9.
		01 todayDate pic 9(8).
		copy "HOLDQRY.cpy".
		copy "TRAINREQ.cpy".
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

procedure division.
	main.
	perform checkTrainingMode
	if return-code not = rc-success then
		move rc-invalid-input to return-code
		goback.
	open output hskprpt
	if tg-training then
		write hskprpt-record from tg-stamp.
	perform getProcessingDate
	move pdt-date to todayDate
	move "OPEN" to hq-action
	call 'holdCheck' using hold-query
		on exception move 0 to hq-scope-count
	end-call
	perform inspectQuickSortCheckpoint
	perform inspectMergeCheckpoint
	perform handleWorkFiles
		perform noteLine
	end-if.

	*> the run files only matter while a merge can still resume, or
	*> while a hold covers them.
	handleWorkFiles.
	move "XMSRUN" to hq-file
	perform askLegalHold
	evaluate true
		when merge-checkpoint-live
			move "XMSRUN1-4, XMSPASS: kept, the live merge needs them" to ws-rpt-line
			add 5 to keptCount
			perform noteLine
		when hq-held
			move spaces to ws-rpt-line
			string "XMSRUN1-4, XMSPASS: kept, under legal hold " hq-hold-id
				delimited by size into ws-rpt-line
			add 5 to keptCount
			perform noteLine
		when other
			perform clearRun1
			perform clearRun2
			perform clearRun3
			perform clearRun4
			perform clearPass
			move "XMSRUN1-4, XMSPASS: cleared, no merge can resume into them" to ws-rpt-line
			add 5 to removedCount
			perform noteLine
	end-evaluate.

	*> hq-file names the file; it is asked about as tonight's data.
	*> nothing is asked when no hold is on file at all.
	askLegalHold.
	move "N" to hq-result
	if hq-scope-count > 0 then
		move "TEST" to hq-action
		move todayDate to hq-date
		move "N" to hq-value-flag
		move spaces to hq-entry
		call 'holdCheck' using hold-query
			on exception move "N" to hq-result
		end-call
	end-if.

	clearRun1.
		move "N" to ws-file-eof
		perform countMergeoutRecord until file-eof
		close mergeout
		move recordCount to out-count
		move spaces to ws-rpt-line
		move "MERGEOUT" to hq-file
		perform askLegalHold
		if hq-held then
			add 1 to keptCount
			string "MERGEOUT: " out-count " record(s) kept, under legal hold "
				hq-hold-id delimited by size into ws-rpt-line
		else
			open output mergeout
			close mergeout
			add 1 to removedCount
			string "MERGEOUT: " out-count " record(s) cleared"
				delimited by size into ws-rpt-line
		end-if
		perform noteLine
	else
		move "MERGEOUT: not present" to ws-rpt-line
		move "N" to ws-file-eof
		perform countCsvRecord until file-eof
		close arraycsv
		move recordCount to out-count
		move spaces to ws-rpt-line
		move "ARRAYCSV" to hq-file
		perform askLegalHold
		if hq-held then
			add 1 to keptCount
			string "ARRAYCSV: " out-count " record(s) kept, under legal hold "
				hq-hold-id delimited by size into ws-rpt-line
		else
			open output arraycsv
			close arraycsv
			add 1 to removedCount
			string "ARRAYCSV: " out-count " record(s) cleared"
				delimited by size into ws-rpt-line
		end-if
		perform noteLine
	else
		move "ARRAYCSV: not present" to ws-rpt-line
		move "UNDOSNAP: not present" to ws-rpt-line
		perform noteLine
	end-if.

	*> a training run is turned onto the sandbox before anything is
	*> opened (see trainGuard.cbl); one with no sandbox stops here.
	checkTrainingMode.
	move "housekeeping" to tg-program
	call 'trainGuard' using training-request
		on exception move "P" to tg-mode
	end-call.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "housekeeping" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
