identification division.
program-id. deliveryTrack.

*> delivery-deadline tracking for the morning report package: called
*> by reportSpooler for each report as it builds PRNTPKG, so that
*> every spool run records when each report actually became available
*> and whether it made its promised time. the RPTDEADL deadline table
*> holds one card per tracked report:
*>   columns  1- 8  the report (RUNSUMP, BALRPT, ...)
*>   columns 10-13  due time, HHMM on the spool run's date
*>   columns 15-34  the producing step, as it signs its RUNSUMM line
*>                  (or MAIN/batchDriver for a deck's RUNSTAT cards)
*>   columns 36-55  the owner to answer to when it is late
*> a report present at the spool run was ready when its producing step
*> last finished -- the latest RUNSUMM or RUNSTAT record for that step
*> from the spool date or the night before it, no later than the spool
*> run; with no such record the spool run itself is the latest it can
*> have been ready. a finish past the due time is LATE, a report not
*> on disk at all is MISSING, and both page the operator (OPERALRT
*> reason 0023) and name the owner. every tracked report gets one
*> DLVHIST line (see DLVREC.cpy) per spool run, which opsScorecard
*> turns into the monthly on-time percentage. the table is read fresh
*> on each call, the freezeCheck pattern. RETURN-CODE: rc-success
*> when the report made its time, rc-not-found when it is not in the
*> table (untracked, nothing written), rc-invalid-input when it was
*> late or missing.
*> under the TRAINING DD every call works on the training sandbox (see
*> trainGuard.cbl), its OPERALRT alerts included; with no sandbox to
*> run against the call ends rc-invalid-input before anything is
*> opened.
environment division.
	input-output section.
	file-control.
		select rptdeadl assign to "RPTDEADL"
			organization line sequential
			file status is ws-deadl-status.
		select runsumm assign to "RUNSUMM"
			organization line sequential
			file status is ws-summ-status.
		select runstat assign to "RUNSTAT"
			organization line sequential
			file status is ws-runstat-status.
		select dlvhist assign to "DLVHIST"
			organization line sequential
			file status is ws-hist-status.
		select operalrt assign to "OPERALRT"
			organization line sequential
			file status is ws-alert-status.

data division.
	file section.
	fd rptdeadl.
	01 rptdeadl-record.
		05 rd-report pic x(8).
		05 filler pic x(1).
		05 rd-due pic x(4).
		05 filler pic x(1).
		05 rd-producer pic x(20).
		05 filler pic x(1).
		05 rd-owner pic x(20).

	fd runsumm.
	01 runsumm-record pic x(80).

	fd runstat.
	01 runstat-record pic x(80).

	fd dlvhist.
	01 dlvhist-record pic x(80).

	fd operalrt.
	01 operalrt-record pic x(80).

	working-storage section.
		01 ws-deadl-status pic x(2).
		01 ws-summ-status pic x(2).
		01 ws-runstat-status pic x(2).
		01 ws-hist-status pic x(2).
		01 ws-alert-status pic x(2).
		01 ws-file-eof pic x(1).
			88 file-done value "Y".
		01 ws-report-tracked pic x(1).
			88 report-tracked value "Y".
		copy "RUNSMREC.cpy".
		copy "RUNSTREC.cpy".
		copy "DLVREC.cpy".
		copy "ALERTREC.cpy".

		01 dueTime pic 9(4).
		01 producerName pic x(20).
		01 ownerName pic x(20).
		01 priorDate pic 9(8).
		01 spoolStamp pic 9(14).
		01 earliestStamp pic 9(14).
		01 dueStamp pic 9(14).
		01 readyStamp pic 9(14).
		01 recordStamp pic 9(14).
		01 ws-alert-text pic x(40).
		copy "TRAINREQ.cpy".
		copy "RETCODE.cpy".

	linkage section.
		01 reportName pic x(8).
		01 reportPresent pic x(1).
		01 spoolDate pic 9(8).
		01 spoolTime pic 9(6).

procedure division using reportName, reportPresent, spoolDate, spoolTime.
	main.
	perform checkTrainingMode
	if return-code not = rc-success then
		move rc-invalid-input to return-code
		goback.
	perform findDeadline
	if not report-tracked then
		move rc-not-found to return-code
		goback.
	compute spoolStamp = spoolDate * 1000000 + spoolTime
	compute dueStamp = spoolDate * 1000000 + dueTime * 100
	compute priorDate = function date-of-integer(
		function integer-of-date(spoolDate) - 1)
	compute earliestStamp = priorDate * 1000000
	move spaces to delivery-history-detail
	move spoolDate to dv-date
	move spoolTime to dv-time
	move reportName to dv-report
	move dueTime to dv-due
	move ownerName to dv-owner
	if reportPresent = "Y" then
		perform findReadyTime
		compute dv-ready-date = readyStamp / 1000000
		move readyStamp(9:6) to dv-ready-time
		if readyStamp > dueStamp then
			move "LATE" to dv-status
		else
			move "ONTIME" to dv-status
		end-if
	else
		move 0 to dv-ready-date
		move 0 to dv-ready-time
		move space to dv-source
		move "MISSING" to dv-status
	end-if
	perform writeDeliveryHistory
	if dv-on-time then
		move rc-success to return-code
	else
		perform raiseDeliveryAlert
		move rc-invalid-input to return-code
	end-if
	goback.

	*> a report named twice in the table keeps its first card.
	findDeadline.
	move "N" to ws-report-tracked
	open input rptdeadl
	if ws-deadl-status = "00" then
		move "N" to ws-file-eof
		perform readOneDeadline until file-done or report-tracked
		close rptdeadl
	end-if.

	readOneDeadline.
	read rptdeadl
		at end move "Y" to ws-file-eof
		not at end
			if rd-report = reportName and rd-due is numeric then
				move "Y" to ws-report-tracked
				move rd-due to dueTime
				move rd-producer to producerName
				move rd-owner to ownerName
			end-if
	end-read.

	*> the producing step's latest finish in the window, RUNSUMM and
	*> RUNSTAT both searched (a deck signs RUNSTAT, a program RUNSUMM).
	findReadyTime.
	move 0 to readyStamp
	open input runsumm
	if ws-summ-status = "00" then
		move "N" to ws-file-eof
		perform readOneSummary until file-done
		close runsumm
	end-if
	open input runstat
	if ws-runstat-status = "00" then
		move "N" to ws-file-eof
		perform readOneStatus until file-done
		close runstat
	end-if
	if readyStamp = 0 then
		move spoolStamp to readyStamp
		move "P" to dv-source
	else
		move "S" to dv-source
	end-if.

	readOneSummary.
	read runsumm
		at end move "Y" to ws-file-eof
		not at end
			move runsumm-record to run-summary-detail
			if su-program = producerName
			and su-date is numeric and su-time is numeric then
				compute recordStamp = su-date * 1000000 + su-time
				perform keepLatestStamp
			end-if
	end-read.

	readOneStatus.
	read runstat
		at end move "Y" to ws-file-eof
		not at end
			move runstat-record to run-status-detail
			if rs-program = producerName
			and rs-date is numeric and rs-time is numeric then
				compute recordStamp = rs-date * 1000000 + rs-time
				perform keepLatestStamp
			end-if
	end-read.

	keepLatestStamp.
	if recordStamp >= earliestStamp and recordStamp <= spoolStamp
	and recordStamp > readyStamp then
		move recordStamp to readyStamp.

	writeDeliveryHistory.
	open extend dlvhist
	if ws-hist-status not = "00" then
		open output dlvhist.
	write dlvhist-record from delivery-history-detail
	close dlvhist.

	raiseDeliveryAlert.
	move spaces to ws-alert-text
	if dv-missing then
		string reportName " MISSING due " dueTime " " ownerName
			delimited by size into ws-alert-text
		display "deliveryTrack: " reportName " was not produced by its "
			dueTime " deadline -- owner " ownerName
	else
		string reportName " LATE " dv-ready-time(1:4) " due " dueTime
			" " ownerName
			delimited by size into ws-alert-text
		display "deliveryTrack: " reportName " ready at " dv-ready-time
			", past its " dueTime " deadline -- owner " ownerName
	end-if
	move "W" to oa-severity
	move "0023" to oa-reason
	move ws-alert-text to oa-text
	perform writeOperatorAlert.

	*> appends one fixed-layout alert record (see ALERTREC.cpy) for
	*> the console automation; oa-severity, oa-reason, and oa-text are
	*> set by the caller before the perform.
	writeOperatorAlert.
	move spoolDate to oa-date
	move spoolTime to oa-time
	move "deliveryTrack" to oa-program
	open extend operalrt
	if ws-alert-status not = "00" then
		open output operalrt.
	write operalrt-record from operator-alert-detail
	close operalrt.

	*> a training run is turned onto the sandbox before anything is
	*> opened (see trainGuard.cbl); one with no sandbox stops here.
	checkTrainingMode.
	move "deliveryTrack" to tg-program
	call 'trainGuard' using training-request
		on exception move "P" to tg-mode
	end-call.
