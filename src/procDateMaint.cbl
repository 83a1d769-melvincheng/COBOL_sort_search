identification division.
program-id. procDateMaint.

*> keeps the BUSDATE processing-date record (see BDTREC.cpy) every
*> date-sensitive program reads through procDate. the date is set when
*> the window starts and moves forward only when the end-of-day step
*> says so -- never by the clock passing midnight. one PDCARD card per
*> run:
*>   columns  1- 8  action:
*>                  START     window start: opens the window under
*>                            the processing date on file (today's
*>                            clock date when there is no record
*>                            yet). a window already OPEN was never
*>                            ended -- the run carries on under its
*>                            date with a warning. under an override
*>                            it reopens the rerun quietly
*>                  EOD       end of day: closes the window and
*>                            advances the date to the next day. with
*>                            an override in force it ends the
*>                            override instead, and nothing advances
*>                  OVERRIDE  put a closed window back on a prior
*>                            business date, to rerun that day
*>                  RESTORE   end an override, putting back the date
*>                            it displaced
*>                  SHOW      (or no card) display the record only
*>   columns 10-17  OVERRIDE: the prior date, yyyymmdd
*> OVERRIDE and RESTORE need an OPERID operator that authCheck clears
*> for procDateMaint, and carry the operator's initials on the record.
*> an override date must be a real date before the processing date on
*> file, and a window that is OPEN cannot be re-dated under the steps
*> running in it.
*> the next day is the next calendar day, or with the procDateMaint
*> DAYBASIS setting BUSDAYS on SYSPARM (see sysParm) the next day that
*> is neither a weekend nor on the HOLCAL holiday calendar.
*> every change rewrites BUSDATE and appends the new record to BDHIST
*> for procDateReport. RETURN-CODE: rc-success, rc-not-found when
*> START found the window never ended, rc-invalid-input for a refused
*> or unreadable card.
*> under the TRAINING DD the run works on the training sandbox (see
*> trainGuard.cbl); with no sandbox to run against it ends
*> rc-invalid-input before anything is opened.
environment division.
	input-output section.
	file-control.
		select pdcard assign to "PDCARD"
			organization line sequential
			file status is ws-card-status.
		select busdate assign to "BUSDATE"
			organization line sequential
			file status is ws-busdate-status.
		select bdhist assign to "BDHIST"
			organization line sequential
			file status is ws-hist-status.
		select holcal assign to "HOLCAL"
			organization line sequential
			file status is ws-cal-status.
		select operid assign to "OPERID"
			organization line sequential
			file status is ws-operid-status.

data division.
	file section.
	fd pdcard.
	01 pdcard-record.
		05 pc-action pic x(8).
		05 filler pic x(1).
		05 pc-date pic x(8).

	fd busdate.
	01 busdate-record pic x(80).

	fd bdhist.
	01 bdhist-record pic x(80).

	fd holcal.
	01 holcal-record.
		05 hc-date pic x(8).
		05 filler pic x(1).
		05 hc-description pic x(30).

	fd operid.
	01 operid-record.
		05 oi-initials pic x(3).

	working-storage section.
		01 ws-card-status pic x(2).
		01 ws-busdate-status pic x(2).
		01 ws-hist-status pic x(2).
		01 ws-cal-status pic x(2).
		01 ws-operid-status pic x(2).
		01 ws-cal-eof pic x(1).
			88 calendar-done value "Y".
		copy "BDTREC.cpy".
		01 ws-have-record pic x(1) value "N".
			88 have-record value "Y".
		01 cardAction pic x(8) value "SHOW".
		01 cardDate pic x(8) value spaces.
		01 clockDate pic 9(8).
		01 clockTimeRaw pic 9(8).
		01 overrideDate pic 9(8).

		01 operatorId pic x(3) value spaces.
		01 authProgram pic x(18) value "procDateMaint".
		01 parmProgram pic x(18) value "procDateMaint".
		01 parmName pic x(12).
		01 parmValue pic x(30).
		01 savedReturnCode pic s9(4) comp.
		01 ws-setting-found pic x(1).
			88 setting-found value "Y".
		01 ws-busdays-flag pic x(1) value "N".
			88 business-day-mode value "Y".

		78 holidayTableMax value 200.
		01 holidaySerials.
			05 holidaySerial pic 9(7) occurs 200 times.
		01 holidayCount pic 9(3) value 0.
		01 holidayIndex pic 9(3).
		01 ws-is-holiday pic x(1).
			88 serial-is-holiday value "Y".
		01 ws-business-day pic x(1).
			88 serial-is-business-day value "Y".
		01 walkSerial pic 9(7).
		01 dayOfWeek pic 9(1).

		01 dateWork pic 9(8).
		01 ws-date-valid pic x(1).
			88 date-value-valid value "Y".
		01 dateCheckYear pic 9(4).
		01 dateCheckMonth pic 9(2).
		01 dateCheckDay pic 9(2).
		01 dateCheckMaxDay pic 9(2).
		copy "TRAINREQ.cpy".
		copy "RETCODE.cpy".

procedure division.
	main.
	perform checkTrainingMode
	if return-code not = rc-success then
		move rc-invalid-input to return-code
		goback.
	perform readActionCard
	perform readBusinessDate
	accept clockDate from date yyyymmdd
	move rc-success to return-code
	evaluate cardAction
		when "START"
			perform startWindow
		when "EOD"
			perform endOfDay
		when "OVERRIDE"
			perform overrideBusinessDate
		when "RESTORE"
			perform restoreBusinessDate
		when "SHOW"
			perform showBusinessDate
		when other
			display "procDateMaint: PDCARD action " cardAction " not recognized"
			move rc-invalid-input to return-code
	end-evaluate
	goback.

	readActionCard.
	open input pdcard
	if ws-card-status = "00" then
		read pdcard
			at end continue
			not at end
				if pc-action not = spaces then
					move pc-action to cardAction
				end-if
				move pc-date to cardDate
		end-read
		close pdcard
	end-if.

	readBusinessDate.
	open input busdate
	if ws-busdate-status = "00" then
		read busdate
			at end continue
			not at end
				move busdate-record to business-date-record
				if bd-date is numeric and bd-date > 0 then
					move "Y" to ws-have-record
				end-if
		end-read
		close busdate
	end-if.

	*> a window is opened under the date on file; only the first
	*> window of all takes the clock's.
	startWindow.
	if not have-record then
		move spaces to business-date-record
		move clockDate to bd-date
		move "N" to bd-override
		move 0 to bd-saved-date
	end-if
	evaluate true
		when bd-overridden
			display "procDateMaint: rerunning under " bd-operator
				"'s override, processing date " bd-date
		when bd-open
			display "procDateMaint: the window for " bd-date
				" never reached end of day -- continuing under " bd-date
			move rc-not-found to return-code
	end-evaluate
	move "OPEN" to bd-status
	move "START" to bd-set-by
	perform readOperatorCard
	perform writeBusinessDate
	if return-code = rc-success then
		display "procDateMaint: window opened, processing date " bd-date.

	endOfDay.
	if not have-record then
		display "procDateMaint: no processing date on file, nothing to end"
		move rc-invalid-input to return-code
		goback.
	perform readOperatorCard
	if bd-overridden then
		display "procDateMaint: end of day under an override of " bd-date
			" puts back " bd-saved-date " and advances nothing"
		perform putBackSavedDate
	else
		perform settleDayBasis
		perform advanceOneDay
		move "CLOSED" to bd-status
	end-if
	move "EOD" to bd-set-by
	perform writeBusinessDate
	display "procDateMaint: end of day, next processing date " bd-date.

	overrideBusinessDate.
	if not have-record then
		display "procDateMaint: no processing date on file to override"
		move rc-invalid-input to return-code
		goback.
	perform requireOperator
	if return-code not = rc-success then
		goback.
	move "N" to ws-date-valid
	if cardDate is numeric then
		move cardDate to dateWork
		perform checkDateValue
	end-if
	if not date-value-valid then
		display "procDateMaint: override date '" cardDate "' is not a date"
		move rc-invalid-input to return-code
		goback.
	move dateWork to overrideDate
	evaluate true
		when bd-open
			display "procDateMaint: the window for " bd-date
				" is still open, end it before overriding"
			move rc-invalid-input to return-code
		when bd-overridden
			display "procDateMaint: already overridden to " bd-date
				", restore it first"
			move rc-invalid-input to return-code
		when overrideDate not < bd-date
			display "procDateMaint: override " overrideDate
				" is not before the processing date " bd-date
			move rc-invalid-input to return-code
		when other
			move bd-date to bd-saved-date
			move overrideDate to bd-date
			move "Y" to bd-override
			move "OPEN" to bd-status
			move "OVERRIDE" to bd-set-by
			perform writeBusinessDate
			display "procDateMaint: " operatorId " overrode the processing date to "
				bd-date " (was " bd-saved-date ")"
	end-evaluate.

	restoreBusinessDate.
	if not have-record or not bd-overridden then
		display "procDateMaint: no override in force to restore"
		move rc-invalid-input to return-code
		goback.
	perform requireOperator
	if return-code not = rc-success then
		goback.
	perform putBackSavedDate
	move "RESTORE" to bd-set-by
	perform writeBusinessDate
	display "procDateMaint: " operatorId " restored the processing date to " bd-date.

	*> the displaced date comes back as it was when overridden: a
	*> closed window waiting for its start.
	putBackSavedDate.
	move bd-saved-date to bd-date
	move 0 to bd-saved-date
	move "N" to bd-override
	move "CLOSED" to bd-status.

	showBusinessDate.
	if have-record then
		display "procDateMaint: processing date " bd-date " " bd-status
			" set by " bd-set-by " " bd-operator " at " bd-set-date " " bd-set-time
		if bd-overridden then
			display "procDateMaint: override in force, restores to " bd-saved-date
		end-if
	else
		display "procDateMaint: no processing date on file, programs take the clock's"
		move rc-not-found to return-code
	end-if.

	requireOperator.
	perform readOperatorCard
	if operatorId = spaces then
		display "procDateMaint: " cardAction " needs an OPERID operator"
		move rc-invalid-input to return-code
	else
		move rc-success to return-code
		call 'authCheck' using operatorId, authProgram
			on exception
				display "procDateMaint: authorization check not available, refusing"
				move rc-invalid-input to return-code
		end-call
		if return-code not = rc-success then
			display "procDateMaint: operator " operatorId
				" is not authorized to change the processing date"
			move rc-invalid-input to return-code
		end-if
	end-if.

	readOperatorCard.
	open input operid
	if ws-operid-status = "00" then
		read operid
			at end continue
			not at end move oi-initials to operatorId
		end-read
		close operid
	end-if.

	writeBusinessDate.
	move operatorId to bd-operator
	move clockDate to bd-set-date
	accept clockTimeRaw from time
	compute bd-set-time = clockTimeRaw / 100
	open output busdate
	write busdate-record from business-date-record
	close busdate
	open extend bdhist
	if ws-hist-status not = "00" then
		open output bdhist.
	write bdhist-record from business-date-record
	close bdhist.

	*> the SYSPARM DAYBASIS setting (CALENDAR or BUSDAYS); calendar
	*> days when nothing is set.
	settleDayBasis.
	move "DAYBASIS" to parmName
	perform askSystemParameter
	if setting-found and parmValue = "BUSDAYS" then
		move "Y" to ws-busdays-flag
		perform loadHolidayCalendar
	end-if.

	advanceOneDay.
	compute walkSerial = function integer-of-date(bd-date) + 1
	if business-day-mode then
		perform testBusinessDay
		perform skipOneDay until serial-is-business-day
	end-if
	compute bd-date = function date-of-integer(walkSerial).

	skipOneDay.
	add 1 to walkSerial
	perform testBusinessDay.

	loadHolidayCalendar.
	open input holcal
	if ws-cal-status = "00" then
		move "N" to ws-cal-eof
		perform loadOneHoliday until calendar-done
		close holcal
	else
		display "procDateMaint: no HOLCAL calendar, only weekends are skipped".

	loadOneHoliday.
	read holcal
		at end move "Y" to ws-cal-eof
		not at end
			if hc-date is numeric
			and holidayCount < holidayTableMax then
				add 1 to holidayCount
				compute holidaySerial(holidayCount) =
					function integer-of-date(function numval(hc-date))
			end-if
	end-read.

	*> INTEGER-OF-DATE counts from a Monday, so serial modulo 7 gives
	*> 6=Saturday, 0=Sunday.
	testBusinessDay.
	move "N" to ws-business-day
	compute dayOfWeek = function mod(walkSerial, 7)
	if dayOfWeek not = 6 and dayOfWeek not = 0 then
		perform checkHolidaySerial
		if not serial-is-holiday then
			move "Y" to ws-business-day
		end-if
	end-if.

	checkHolidaySerial.
	move "N" to ws-is-holiday
	move 1 to holidayIndex
	perform testHolidaySerial
		until holidayIndex > holidayCount or serial-is-holiday.

	testHolidaySerial.
	if holidaySerial(holidayIndex) = walkSerial then
		move "Y" to ws-is-holiday
	else
		add 1 to holidayIndex.

	*> the central SYSPARM setting (see sysParm).
	askSystemParameter.
	move return-code to savedReturnCode
	move "N" to ws-setting-found
	call 'sysParm' using parmProgram, parmName, parmValue
		on exception move rc-invalid-input to return-code
	end-call
	if return-code = rc-success then
		move "Y" to ws-setting-found.
	move savedReturnCode to return-code.

	copy "DATECHK.cpy"
		replacing ==:DATE-CHECK-PARA:== by ==checkDateValue==
		          ==:DATE-WORK:==       by ==dateWork==
		          ==:DATE-VALID-FLAG:== by ==ws-date-valid==.

	*> a training run is turned onto the sandbox before anything is
	*> opened (see trainGuard.cbl); one with no sandbox stops here.
	checkTrainingMode.
	move "procDateMaint" to tg-program
	call 'trainGuard' using training-request
		on exception move "P" to tg-mode
	end-call.
