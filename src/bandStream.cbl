identification division.
program-id. bandStream.

*> coordinator for the parallel sort path bandSplit opens and
*> bandMerge closes: instead of someone watching four concurrent
*> externalMergeSort steps and submitting bandMerge when they all
*> look done, every band step runs through here and leaves its
*> start, finish, return code, and record count on the BANDSTAT
*> event log (see BSTREC.cpy), checked against bandSplit's BANDCNTL
*> fan-out counts. one BANDSCTL card per step:
*>   columns  1- 8  action:
*>                  OPEN     after bandSplit: start a fresh BANDSTAT
*>                           from BANDCNTL, one EXPECTED line per band
*>                  RUN      sort one band -- calls externalMergeSort
*>                           (point the step's SORTIN at the band's
*>                           BANDOUTn and SORTOUT at its sorted file)
*>                           and records how it ended
*>                  STATUS   the stream's state on BANDRPT, on demand
*>                  RELEASE  STATUS, then the gate for bandMerge
*>   column  10     RUN: the band number, 1-4
*>   columns 12-14  the overrun limit in minutes (blank for 60)
*>
*> a band is finished cleanly when its sort returned rc-success and
*> the trailer on its SORTOUT carries exactly the BANDCNTL count for
*> that band (an empty band's rc-not-found with a zero count is
*> clean too). anything else is FAILED, and an OPERALRT record
*> (reason 0025) names the band so just that band is rerun -- the
*> rerun's events simply follow the failed ones on BANDSTAT. a band
*> still running past the limit when a STATUS or RELEASE looks, or
*> one that finishes past it, raises reason 0026 naming the band. a
*> band stopped at the batch-window cutoff is CUTOFF: not a failure,
*> and not finished either.
*>
*> RETURN-CODE: RUN passes the sort's outcome through -- rc-success,
*> rc-window-cutoff, or rc-invalid-input for a failed or short band.
*> RELEASE is rc-success only when every band has FINISHED, so the
*> bandMerge step runs COND=(0,NE) on it; rc-not-found while any
*> band is still waiting, running, or cut off, rc-invalid-input when
*> one has failed. OPEN and STATUS are rc-success, and every action
*> is rc-invalid-input for a missing card, BANDCNTL, or BANDSTAT.
*> under the TRAINING DD the run works on the training sandbox (see
*> trainGuard.cbl), its OPERALRT alerts included, and BANDRPT opens
*> with the training stamp; with no sandbox to run against it ends
*> rc-invalid-input before anything is opened.
environment division.
	input-output section.
	file-control.
		select bandsctl assign to "BANDSCTL"
			organization line sequential
			file status is ws-ctl-status.
		select bandcntl assign to "BANDCNTL"
			organization line sequential
			file status is ws-cnt-status.
		select bandstat assign to "BANDSTAT"
			organization line sequential
			file status is ws-stat-status.
		select sortout assign to "SORTOUT"
			organization line sequential
			file status is ws-out-status.
		select bandrpt assign to "BANDRPT"
			organization line sequential
			file status is ws-rpt-status.
		select operalrt assign to "OPERALRT"
			organization line sequential
			file status is ws-alert-status.

data division.
	file section.
	fd bandsctl.
	01 bandsctl-record.
		05 bsc-action pic x(8).
		05 filler pic x(1).
		05 bsc-band pic x(1).
		05 filler pic x(1).
		05 bsc-limit pic x(3).

	fd bandcntl.
	01 bandcntl-record pic x(80).

	fd bandstat.
	01 bandstat-record pic x(80).

	fd sortout.
	01 sortout-record pic x(80).

	fd bandrpt.
	01 bandrpt-record pic x(80).

	fd operalrt.
	01 operalrt-record pic x(80).

	working-storage section.
		01 ws-ctl-status pic x(2).
		01 ws-cnt-status pic x(2).
		01 ws-stat-status pic x(2).
		01 ws-out-status pic x(2).
		01 ws-rpt-status pic x(2).
		01 ws-alert-status pic x(2).
		01 ws-cnt-eof pic x(1).
			88 control-done value "Y".
		01 ws-stat-eof pic x(1).
			88 events-done value "Y".
		01 ws-out-eof pic x(1).
			88 sortout-done value "Y".
		copy "BSTREC.cpy".
		copy "ALERTREC.cpy".
		copy "FILEENVL.cpy".

		*> one entry per band: its fan-out count and, rebuilt from
		*> BANDSTAT, where it stands now.
		01 bandTable.
			05 bandEntry occurs 4 times.
				10 bd-expected pic 9(7).
				10 bd-state pic x(8).
				10 bd-start-date pic 9(8).
				10 bd-start-time pic 9(6).
				10 bd-end-time pic 9(6).
				10 bd-rc pic 9(2).
				10 bd-count pic 9(7).
				10 bd-elapsed pic 9(5).
				10 bd-overrun-raised pic x(1).
		01 bandCount pic 9(1).
		01 bandIndex pic 9(1).
		01 runBand pic 9(1).
		01 overrunLimit pic 9(3) value 60.

		01 sortRc pic s9(4).
		01 sortoutCount pic 9(7).
		01 ws-have-trailer pic x(1).
			88 have-trailer value "Y".
		01 ws-sort-missing pic x(1).
			88 sort-missing value "Y".

		01 nowDate pic 9(8).
		01 nowTimeRaw pic 9(8).
		01 nowTime pic 9(6).
		01 nowMinutes pic 9(9).
		01 startMinutes pic 9(9).
		01 elapsedMinutes pic 9(5).
		01 minuteDate pic 9(8).
		01 minuteTime pic 9(6).
		01 minuteSerial pic 9(9).
		01 minuteHours pic 9(2).
		01 minuteMins pic 9(2).

		01 finishedCount pic 9(1).
		01 failedCount pic 9(1).
		01 ws-alert-date pic 9(8).
		01 ws-clock-date pic 9(8).
		01 ws-alert-time-raw pic 9(8).
		01 ws-rpt-line pic x(80).
		01 out-band pic 9.
		01 out-count pic zzzzzz9.
		01 out-expected pic zzzzzz9.
		01 out-rc pic z9.
		01 out-elapsed pic zzzz9.
		copy "TRAINREQ.cpy".
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

procedure division.
	main.
	perform checkTrainingMode
	if return-code not = rc-success then
		move rc-invalid-input to return-code
		goback.
	move rc-success to return-code
	open input bandsctl
	if ws-ctl-status not = "00" then
		display "bandStream: BANDSCTL card not available, nothing done"
		move rc-invalid-input to return-code
		goback.
	read bandsctl
		at end move spaces to bandsctl-record
	end-read
	close bandsctl
	if bsc-limit is numeric and bsc-limit not = "000" then
		move bsc-limit to overrunLimit.
	accept nowDate from date yyyymmdd
	accept nowTimeRaw from time
	compute nowTime = nowTimeRaw / 100
	move nowDate to minuteDate
	move nowTime to minuteTime
	perform computeMinuteSerial
	move minuteSerial to nowMinutes
	perform readBandControl
	if bandCount = 0 then
		display "bandStream: BANDCNTL not available or names no bands, nothing done"
		move rc-invalid-input to return-code
		goback.
	evaluate bsc-action
		when "OPEN"
			perform openStream
		when "RUN"
			perform runOneBand
		when "STATUS"
			perform assessStream
		when "RELEASE"
			perform assessStream
			if return-code = rc-success then
				perform releaseDecision
			end-if
		when other
			display "bandStream: BANDSCTL action " bsc-action " not recognized"
			move rc-invalid-input to return-code
	end-evaluate
	goback.

	*> bandSplit's control lines read "band n: nnnnnnn record(s)";
	*> the total line after them is bandMerge's business.
	readBandControl.
	move 0 to bandCount
	move 1 to bandIndex
	perform clearOneBand until bandIndex > 4
	open input bandcntl
	if ws-cnt-status = "00" then
		move "N" to ws-cnt-eof
		perform readOneControlLine until control-done
		close bandcntl
	end-if.

	clearOneBand.
	move 0 to bd-expected(bandIndex)
	move "WAITING" to bd-state(bandIndex)
	move 0 to bd-start-date(bandIndex)
	move 0 to bd-start-time(bandIndex)
	move 0 to bd-end-time(bandIndex)
	move 0 to bd-rc(bandIndex)
	move 0 to bd-count(bandIndex)
	move 0 to bd-elapsed(bandIndex)
	move "N" to bd-overrun-raised(bandIndex)
	add 1 to bandIndex.

	readOneControlLine.
	read bandcntl
		at end move "Y" to ws-cnt-eof
		not at end
			if bandcntl-record(1:5) = "band "
			and bandcntl-record(6:1) >= "1" and bandcntl-record(6:1) <= "4" then
				move bandcntl-record(6:1) to bandIndex
				compute bd-expected(bandIndex) =
					function numval(bandcntl-record(9:7))
				if bandIndex > bandCount then
					move bandIndex to bandCount
				end-if
			end-if
	end-read.

	*> ---- OPEN ------------------------------------------------------
	openStream.
	open output bandstat
	move 1 to bandIndex
	perform writeExpectedEvent until bandIndex > bandCount
	close bandstat
	display "bandStream: stream opened for " bandCount " band(s)".

	writeExpectedEvent.
	move bandIndex to bs-band
	move "EXPECTED" to bs-event
	move 0 to bs-rc
	move 0 to bs-count
	move bd-expected(bandIndex) to bs-expected
	move 0 to bs-elapsed
	perform writeEvent
	add 1 to bandIndex.

	*> ---- RUN -------------------------------------------------------
	runOneBand.
	if bsc-band is not numeric or bsc-band < "1" or bsc-band > "4" then
		display "bandStream: RUN card band " bsc-band " not recognized"
		move rc-invalid-input to return-code
		goback.
	move bsc-band to runBand
	if runBand > bandCount then
		display "bandStream: BANDCNTL has no band " runBand
		move rc-invalid-input to return-code
		goback.
	move runBand to bs-band
	move "STARTED" to bs-event
	move 0 to bs-rc
	move 0 to bs-count
	move bd-expected(runBand) to bs-expected
	move 0 to bs-elapsed
	perform appendEvent
	move nowMinutes to startMinutes
	display "bandStream: band " runBand " sort started"
	move "N" to ws-sort-missing
	call 'externalMergeSort'
		on exception
			move "Y" to ws-sort-missing
	end-call
	if sort-missing then
		display "bandStream: externalMergeSort not available"
		move rc-invalid-input to sortRc
	else
		move return-code to sortRc
	end-if
	perform countSortout
	accept nowDate from date yyyymmdd
	accept nowTimeRaw from time
	compute nowTime = nowTimeRaw / 100
	move nowDate to minuteDate
	move nowTime to minuteTime
	perform computeMinuteSerial
	move minuteSerial to nowMinutes
	compute elapsedMinutes = nowMinutes - startMinutes
	move runBand to bs-band
	move sortRc to bs-rc
	move sortoutCount to bs-count
	move bd-expected(runBand) to bs-expected
	move elapsedMinutes to bs-elapsed
	evaluate true
		when sortRc = rc-window-cutoff
			move "CUTOFF" to bs-event
			move rc-window-cutoff to return-code
		when sortRc = rc-success and have-trailer
		and sortoutCount = bd-expected(runBand)
		when sortRc = rc-not-found and bd-expected(runBand) = 0
			move "FINISHED" to bs-event
			move rc-success to return-code
		when other
			move "FAILED" to bs-event
			move rc-invalid-input to return-code
	end-evaluate
	perform appendEvent
	move sortRc to out-rc
	move sortoutCount to out-count
	move bd-expected(runBand) to out-expected
	display "bandStream: band " runBand " " bs-event " rc " out-rc
		", " out-count " of " out-expected " record(s), "
		elapsedMinutes " minute(s)"
	if bs-failed then
		perform alertBandFailed.
	if elapsedMinutes > overrunLimit then
		move runBand to bandIndex
		move elapsedMinutes to bd-elapsed(bandIndex)
		perform alertBandOverrun.

	*> the sorted band's count is the one its own trailer carries; a
	*> SORTOUT with no trailer is a sort that never finished writing.
	countSortout.
	move 0 to sortoutCount
	move "N" to ws-have-trailer
	open input sortout
	if ws-out-status = "00" then
		move "N" to ws-out-eof
		perform readOneSortout until sortout-done
		close sortout
	end-if.

	readOneSortout.
	read sortout
		at end move "Y" to ws-out-eof
		not at end
			if sortout-record(1:4) = "TRL " then
				move sortout-record to envelope-trailer-record
				move envl-trl-count to sortoutCount
				move "Y" to ws-have-trailer
			end-if
	end-read.

	*> ---- STATUS and RELEASE -----------------------------------------
	assessStream.
	open input bandstat
	if ws-stat-status not = "00" then
		display "bandStream: BANDSTAT not available, stream never opened"
		move rc-invalid-input to return-code
		goback.
	move "N" to ws-stat-eof
	perform applyOneEvent until events-done
	close bandstat
	move 0 to finishedCount
	move 0 to failedCount
	move 1 to bandIndex
	perform checkOneBand until bandIndex > bandCount
	open output bandrpt
	if tg-training then
		write bandrpt-record from tg-stamp.
	move spaces to ws-rpt-line
	string "band stream status " nowDate " " nowTime
		delimited by size into ws-rpt-line
	write bandrpt-record from ws-rpt-line
	move 1 to bandIndex
	perform reportOneBand until bandIndex > bandCount
	move spaces to ws-rpt-line
	string "bands finished: " finishedCount " of " bandCount
		", failed: " failedCount
		delimited by size into ws-rpt-line
	write bandrpt-record from ws-rpt-line
	display "bandStream: " ws-rpt-line
	close bandrpt.

	*> the log is read in order, so each band ends up at its latest
	*> event; a rerun's STARTED puts a failed band back to RUNNING.
	applyOneEvent.
	read bandstat
		at end move "Y" to ws-stat-eof
		not at end
			move bandstat-record to band-stream-event
			if bs-band >= 1 and bs-band <= 4 then
				move bs-band to bandIndex
				evaluate true
					when bs-expected-event
						continue
					when bs-started
						move "RUNNING" to bd-state(bandIndex)
						move bs-date to bd-start-date(bandIndex)
						move bs-time to bd-start-time(bandIndex)
						move 0 to bd-end-time(bandIndex)
						move "N" to bd-overrun-raised(bandIndex)
					when bs-overrun
						move "Y" to bd-overrun-raised(bandIndex)
					when other
						move bs-event to bd-state(bandIndex)
						move bs-time to bd-end-time(bandIndex)
						move bs-rc to bd-rc(bandIndex)
						move bs-count to bd-count(bandIndex)
						move bs-elapsed to bd-elapsed(bandIndex)
				end-evaluate
			end-if
	end-read.

	*> a band still running past the limit is raised once per start:
	*> the OVERRUN event keeps the next look from raising it again.
	checkOneBand.
	evaluate bd-state(bandIndex)
		when "FINISHED"
			add 1 to finishedCount
		when "FAILED"
			add 1 to failedCount
		when "RUNNING"
			move bd-start-date(bandIndex) to minuteDate
			move bd-start-time(bandIndex) to minuteTime
			perform computeMinuteSerial
			compute bd-elapsed(bandIndex) = nowMinutes - minuteSerial
			if bd-elapsed(bandIndex) > overrunLimit
			and bd-overrun-raised(bandIndex) not = "Y" then
				move bandIndex to bs-band
				move "OVERRUN" to bs-event
				move 0 to bs-rc
				move 0 to bs-count
				move bd-expected(bandIndex) to bs-expected
				move bd-elapsed(bandIndex) to bs-elapsed
				perform appendEvent
				move "Y" to bd-overrun-raised(bandIndex)
				perform alertBandOverrun
			end-if
		when other
			continue
	end-evaluate
	add 1 to bandIndex.

	reportOneBand.
	move bandIndex to out-band
	move bd-count(bandIndex) to out-count
	move bd-expected(bandIndex) to out-expected
	move bd-rc(bandIndex) to out-rc
	move bd-elapsed(bandIndex) to out-elapsed
	move spaces to ws-rpt-line
	evaluate bd-state(bandIndex)
		when "WAITING"
			string "band " out-band "  WAITING   expected " out-expected
				delimited by size into ws-rpt-line
		when "RUNNING"
			string "band " out-band "  RUNNING   since "
				bd-start-time(bandIndex) ", " out-elapsed " minute(s)"
				", expected " out-expected
				delimited by size into ws-rpt-line
		when other
			string "band " out-band "  " bd-state(bandIndex)
				"  " bd-start-time(bandIndex) "-" bd-end-time(bandIndex)
				" rc " out-rc " " out-count " of " out-expected
				delimited by size into ws-rpt-line
	end-evaluate
	write bandrpt-record from ws-rpt-line
	display "bandStream: " ws-rpt-line
	add 1 to bandIndex.

	releaseDecision.
	move spaces to ws-rpt-line
	evaluate true
		when finishedCount = bandCount
			move "bandMerge released: every band finished cleanly"
				to ws-rpt-line
			move rc-success to return-code
		when failedCount > 0
			move "bandMerge held: a band failed, rerun it before the merge"
				to ws-rpt-line
			move rc-invalid-input to return-code
		when other
			move "bandMerge held: bands still outstanding"
				to ws-rpt-line
			move rc-not-found to return-code
	end-evaluate
	open extend bandrpt
	write bandrpt-record from ws-rpt-line
	close bandrpt
	display "bandStream: " ws-rpt-line.

	*> ---- shared -----------------------------------------------------
	*> minutes since the calendar's epoch, so an elapsed time can span
	*> midnight.
	computeMinuteSerial.
	move minuteTime(1:2) to minuteHours
	move minuteTime(3:2) to minuteMins
	compute minuteSerial =
		function integer-of-date(minuteDate) * 1440
		+ minuteHours * 60 + minuteMins.

	*> bs-band through bs-elapsed are set by the caller.
	appendEvent.
	open extend bandstat
	if ws-stat-status not = "00" then
		open output bandstat.
	perform writeEvent
	close bandstat.

	*> an event's date and time are both the clock's: a running
	*> band's elapsed minutes are reckoned from its STARTED stamp
	*> against the clock, and a business date held over midnight would
	*> put the start a day out.
	writeEvent.
	accept ws-clock-date from date yyyymmdd
	accept ws-alert-time-raw from time
	move ws-clock-date to bs-date
	compute bs-time = ws-alert-time-raw / 100
	write bandstat-record from band-stream-event.

	alertBandFailed.
	move "E" to oa-severity
	move "0025" to oa-reason
	move spaces to oa-text
	move runBand to out-band
	move sortRc to out-rc
	move sortoutCount to out-count
	move bd-expected(runBand) to out-expected
	string "band " out-band " failed rc " function trim(out-rc) ", "
		function trim(out-count) " of " function trim(out-expected)
		delimited by size into oa-text
	perform writeOperatorAlert.

	alertBandOverrun.
	move "W" to oa-severity
	move "0026" to oa-reason
	move spaces to oa-text
	move bandIndex to out-band
	move bd-elapsed(bandIndex) to out-elapsed
	string "band " out-band " sort overran, " function trim(out-elapsed)
		" minutes" delimited by size into oa-text
	perform writeOperatorAlert.

	*> one fixed-layout alert line (see ALERTREC.cpy) beside the
	*> console message; oa-severity, oa-reason, and oa-text are set by
	*> the caller.
	writeOperatorAlert.
	perform getProcessingDate
	move pdt-date to ws-alert-date
	accept ws-alert-time-raw from time
	move ws-alert-date to oa-date
	compute oa-time = ws-alert-time-raw / 100
	move "bandStream" to oa-program
	open extend operalrt
	if ws-alert-status not = "00" then
		open output operalrt.
	write operalrt-record from operator-alert-detail
	close operalrt.

	*> a training run is turned onto the sandbox before anything is
	*> opened (see trainGuard.cbl); one with no sandbox stops here.
	checkTrainingMode.
	move "bandStream" to tg-program
	call 'trainGuard' using training-request
		on exception move "P" to tg-mode
	end-call.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "bandStream" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
