identification division.
program-id. procDate.

*> answers "what business date is this run processing" from the
*> one-record BUSDATE file (see BDTREC.cpy) for every program that
*> stamps or compares dates, so they all follow the window's date
*> instead of the clock's -- a window that overruns midnight or is
*> rerun the next morning still works under its own day. kept as its
*> own small subprogram, the sysParm pattern, so every program reads
*> the date the same way. callers pass the PDATEREQ.cpy block and
*> get the date back in pdt-date.
*>
*> the record is read on the first call of a run and the date held
*> for the rest of it, so one run never straddles two business dates
*> even when end of day is run beside it. with no BUSDATE on file the
*> clock's date is handed back, so a program runs as it always did
*> until the window is put under a processing date.
*>
*> the first request from each program in a run appends a PDLOG
*> record (see PDLREC.cpy) -- the clock time, the program, and the
*> date it was given -- for procDateReport.
*> RETURN-CODE: rc-success with pdt-date from BUSDATE, rc-not-found
*> when it came from the clock.
environment division.
	input-output section.
	file-control.
		select busdate assign to "BUSDATE"
			organization line sequential
			file status is ws-busdate-status.
		select pdlog assign to "PDLOG"
			organization line sequential
			file status is ws-log-status.

data division.
	file section.
	fd busdate.
	01 busdate-record pic x(80).

	fd pdlog.
	01 pdlog-record pic x(80).

	working-storage section.
		01 ws-busdate-status pic x(2).
		01 ws-log-status pic x(2).
		01 ws-date-read pic x(1) value "N".
			88 date-read value "Y".
		copy "BDTREC.cpy".
		copy "PDLREC.cpy".
		01 runDate pic 9(8).
		01 runSource pic x(1).
		01 clockTimeRaw pic 9(8).

		*> the programs already logged this run, room for every program
		*> in the system; should it ever fill, nothing more is logged
		*> for the rest of the run rather than a line on every call.
		78 loggedTableMax value 300.
		01 loggedTable.
			05 loggedProgram pic x(18) occurs 300 times.
		01 loggedCount pic 9(3) value 0.
		01 loggedIndex pic 9(3).
		01 ws-logged pic x(1).
			88 already-logged value "Y".
		01 ws-logged-full pic x(1) value "N".
			88 logged-table-full value "Y".
		copy "RETCODE.cpy".

	linkage section.
		copy "PDATEREQ.cpy".

procedure division using processing-date-request.
	main.
	if not date-read then
		perform readBusinessDate
		move "Y" to ws-date-read
	end-if
	move runDate to pdt-date
	move runSource to pdt-source
	perform logFirstRequest
	if runSource = "C" then
		move rc-not-found to return-code
	else
		move rc-success to return-code
	end-if
	goback.

	readBusinessDate.
	move "C" to runSource
	open input busdate
	if ws-busdate-status = "00" then
		read busdate
			at end continue
			not at end
				move busdate-record to business-date-record
				if bd-date is numeric and bd-date > 0 then
					move bd-date to runDate
					if bd-overridden then
						move "O" to runSource
					else
						move "B" to runSource
					end-if
				end-if
		end-read
		close busdate
	end-if
	if runSource = "C" then
		accept runDate from date yyyymmdd
	end-if.

	logFirstRequest.
	move "N" to ws-logged
	move 1 to loggedIndex
	perform findLoggedProgram until loggedIndex > loggedCount or already-logged
	if not already-logged and not logged-table-full then
		if loggedCount < loggedTableMax then
			add 1 to loggedCount
			move pdt-program to loggedProgram(loggedCount)
		else
			move "Y" to ws-logged-full
		end-if
		perform writeUsageRecord
	end-if.

	findLoggedProgram.
	if loggedProgram(loggedIndex) = pdt-program then
		move "Y" to ws-logged.
	add 1 to loggedIndex.

	writeUsageRecord.
	move spaces to date-usage-detail
	accept pl-clock-date from date yyyymmdd
	accept clockTimeRaw from time
	compute pl-clock-time = clockTimeRaw / 100
	move pdt-program to pl-program
	move runDate to pl-date
	move runSource to pl-source
	open extend pdlog
	if ws-log-status not = "00" then
		open output pdlog.
	if ws-log-status = "00" then
		write pdlog-record from date-usage-detail
		close pdlog
	end-if.
