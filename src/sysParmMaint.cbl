identification division.
program-id. sysParmMaint.

*> maintenance for the SYSPARM system-parameter file (see SPRMREC.cpy)
*> the sysParm subprogram answers from: one keyed file of tonight's
*> settings in place of the GENCTL, DRIFTPRM, RETNCTL, JRPARM, VVPARM,
*> FITPARM, BANDPARM, SAMPPARM, AGINGOPT, DATECOPT, DUELOPT, ARCHPARM,
*> and WINDOWCT cards. applies SPRMTRAN cards, one per line:
*>   columns  1- 6  action: SET, REMOVE, or LIST
*>   columns  8-25  program-id, or *ALL for a shared setting
*>   columns 27-38  parameter name
*>   columns 40-47  effective date yyyymmdd (SET: blank for today;
*>                  REMOVE: the entry's own date, as LIST shows it)
*>   columns 49-78  value (SET)
*> SET files a value from its effective date on -- replacing one
*> already set for that date -- and REMOVE takes an entry off, handing
*> the program back to the value before it, or to its card when there
*> is none. LIST prints every parameter the file can hold with the
*> setting in force today, any setting scheduled after today, and the
*> card still read for a parameter with nothing set.
*>
*> only the parameters below are known, each value checked against
*> what its program accepts:
*>   sortoutGen        KEEP        generations kept, 1-5
*>   driftReport       THRESHOLD   drift percent, 1-999
*>   retentionManager  PERFHIST, QGHIST, SRCHLOG, KSDSJRNL, RUNSTAT,
*>                     BALHIST     retention days per file, 1-999
*>   journalReport     REPORTDATE  the run day reported, yyyymmdd
*>   valVerify         MODE        VERIFY or REBUILD
*>   windowFit         PROGRAM     the program estimated for
*>   bandPlan          BANDS       band count, 2-4
*>   sampleExtract     MODE        NTH or RANDOM
*>   sampleExtract     COUNT       N, or the sample size, 1-99999
*>   sampleExtract     SEED        randNum seed, 1-99999999
*>   agingReport       DAYBASIS    CALENDAR or BUSDAYS
*>   dateCoverage      DAYBASIS    CALENDAR or BUSDAYS
*>   dueLadder         DAYBASIS    CALENDAR or BUSDAYS
*>   procDateMaint     DAYBASIS    CALENDAR or BUSDAYS
*>   auditArchive      MONTH       the month archived, MMYY
*>   rateMaint         TOLERANCE   rate-move tolerance percent, 1-100
*>   *ALL              WINDOWSTOP  batch-window stop time, HHMMSS
*>   editArrayIn, createArrayRec, ksdsUpdate, suspenseMaint, xrefLoad,
*>   xrefMaint, or *ALL
*>                     CHECKDIGIT  the feed's account-number check-
*>                                 digit scheme, MOD10 or MOD11 (see
*>                                 CHKDIGIT.cpy); nothing set, no check
*> an unknown parameter, a value outside its range, an effective date
*> already past, or a REMOVE of an entry not on file is rejected with
*> a reason and the run continues -- the branchMaint pattern.
*>
*> SET and REMOVE need an OPERID operator authCheck clears for
*> sysParmMaint; LIST is open to anyone. every applied change is
*> logged to SPRMJRNL under one run stamp and the operator's initials,
*> with the value it replaced before it (the entry overwritten, or the
*> one in force until then) and the entry after, and every card is
*> reported to SPRMRPT. RETURN-CODE: rc-success when everything
*> applied, rc-not-found when any card was rejected, rc-invalid-input
*> when a change was refused for authorization or a file cannot be
*> opened.
environment division.
	input-output section.
	file-control.
		select sprmtran assign to "SPRMTRAN"
			organization line sequential
			file status is ws-tran-status.
		select sysparm assign to "SYSPARM"
			organization indexed
			access mode is dynamic
			record key is pm-key
			file status is ws-parm-status.
		select sprmjrnl assign to "SPRMJRNL"
			organization line sequential
			file status is ws-jrnl-status.
		select sprmrpt assign to "SPRMRPT"
			organization line sequential
			file status is ws-rpt-status.
		select operid assign to "OPERID"
			organization line sequential
			file status is ws-operid-status.

data division.
	file section.
	fd sprmtran.
	01 sprmtran-record.
		05 pt-action pic x(6).
		05 filler pic x(1).
		05 pt-program pic x(18).
		05 filler pic x(1).
		05 pt-name pic x(12).
		05 filler pic x(1).
		05 pt-effective pic x(8).
		05 filler pic x(1).
		05 pt-value pic x(30).

	fd sysparm.
	copy "SPRMREC.cpy".

	fd sprmjrnl.
	01 sprmjrnl-record pic x(185).

	fd sprmrpt.
	01 sprmrpt-record pic x(80).

	fd operid.
	01 operid-record.
		05 oi-initials pic x(3).

	working-storage section.
		01 ws-tran-status pic x(2).
		01 ws-parm-status pic x(2).
		01 ws-jrnl-status pic x(2).
		01 ws-rpt-status pic x(2).
		01 ws-operid-status pic x(2).
		01 operatorId pic x(3) value spaces.
		01 ws-tran-eof pic x(1) value "N".
			88 tran-eof value "Y".
		01 ws-scan-done pic x(1).
			88 scan-done value "Y".
		01 ws-auth-asked pic x(1) value "N".
			88 auth-asked value "Y".
		01 ws-authorized pic x(1) value "N".
			88 operator-authorized value "Y".
		01 ws-refused pic x(1) value "N".
			88 change-refused value "Y".
		01 ws-value-valid pic x(1).
			88 value-valid value "Y".
		01 ws-date-valid pic x(1).
			88 date-valid value "Y".
		01 ws-effective-valid pic x(1).
			88 effective-valid value "Y".
		01 authProgram pic x(18) value "sysParmMaint".

		*> every parameter the file may hold: the program that reads
		*> it, its name, how its value is checked (N a number from low
		*> to high, L one of the two words low and high, D a yyyymmdd
		*> date, T an HHMMSS time, M an MMYY month, X any text), and
		*> the card the program falls back to (blank where the program
		*> has a built-in default instead).
		01 parameterDefinitions.
			05 filler pic x(55) value "sortoutGen        KEEP        N1       5       GENCTL  ".
			05 filler pic x(55) value "driftReport       THRESHOLD   N1       999     DRIFTPRM".
			05 filler pic x(55) value "retentionManager  PERFHIST    N1       999     RETNCTL ".
			05 filler pic x(55) value "retentionManager  QGHIST      N1       999     RETNCTL ".
			05 filler pic x(55) value "retentionManager  SRCHLOG     N1       999     RETNCTL ".
			05 filler pic x(55) value "retentionManager  KSDSJRNL    N1       999     RETNCTL ".
			05 filler pic x(55) value "retentionManager  RUNSTAT     N1       999     RETNCTL ".
			05 filler pic x(55) value "retentionManager  BALHIST     N1       999     RETNCTL ".
			05 filler pic x(55) value "journalReport     REPORTDATE  D                JRPARM  ".
			05 filler pic x(55) value "valVerify         MODE        LVERIFY  REBUILD VVPARM  ".
			05 filler pic x(55) value "windowFit         PROGRAM     X                FITPARM ".
			05 filler pic x(55) value "bandPlan          BANDS       N2       4       BANDPARM".
			05 filler pic x(55) value "sampleExtract     MODE        LNTH     RANDOM  SAMPPARM".
			05 filler pic x(55) value "sampleExtract     COUNT       N1       99999   SAMPPARM".
			05 filler pic x(55) value "sampleExtract     SEED        N1       99999999SAMPPARM".
			05 filler pic x(55) value "agingReport       DAYBASIS    LCALENDARBUSDAYS AGINGOPT".
			05 filler pic x(55) value "dateCoverage      DAYBASIS    LCALENDARBUSDAYS DATECOPT".
			05 filler pic x(55) value "dueLadder         DAYBASIS    LCALENDARBUSDAYS DUELOPT ".
			05 filler pic x(55) value "procDateMaint     DAYBASIS    LCALENDARBUSDAYS         ".
			05 filler pic x(55) value "auditArchive      MONTH       M                ARCHPARM".
			05 filler pic x(55) value "rateMaint         TOLERANCE   N1       100             ".
			05 filler pic x(55) value "*ALL              WINDOWSTOP  T                WINDOWCT".
			05 filler pic x(55) value "editArrayIn       CHECKDIGIT  LMOD10   MOD11           ".
			05 filler pic x(55) value "createArrayRec    CHECKDIGIT  LMOD10   MOD11           ".
			05 filler pic x(55) value "ksdsUpdate        CHECKDIGIT  LMOD10   MOD11           ".
			05 filler pic x(55) value "suspenseMaint     CHECKDIGIT  LMOD10   MOD11           ".
			05 filler pic x(55) value "xrefLoad          CHECKDIGIT  LMOD10   MOD11           ".
			05 filler pic x(55) value "xrefMaint         CHECKDIGIT  LMOD10   MOD11           ".
			05 filler pic x(55) value "*ALL              CHECKDIGIT  LMOD10   MOD11           ".
		01 parameterTable redefines parameterDefinitions.
			05 pd-entry occurs 29 times.
				10 pd-program pic x(18).
				10 pd-name pic x(12).
				10 pd-type pic x(1).
				10 pd-low pic x(8).
				10 pd-high pic x(8).
				10 pd-card pic x(8).
		78 parameterCount value 29.
		01 defIndex pic 9(2).
		01 foundIndex pic 9(2).

		*> one SPRMJRNL line per applied change: run stamp, action,
		*> operator, and the entry before and after -- the AUTHJRNL
		*> layout carried over to the parameter file.
		01 parm-journal-detail.
			05 pj-run-stamp pic 9(14).
			05 filler pic x(1) value space.
			05 pj-action pic x(6).
			05 filler pic x(1) value space.
			05 pj-operator pic x(3).
			05 filler pic x(1) value space.
			05 pj-before pic x(79).
			05 filler pic x(1) value space.
			05 pj-after pic x(79).
		01 ws-run-stamp pic 9(14).
		01 ws-stamp-date pic 9(8).
		01 ws-clock-date pic 9(8).
		01 ws-stamp-time pic 9(8).

		01 effectiveDate pic 9(8).
		01 dateWork pic 9(8).
		01 dateCheckYear pic 9(4).
		01 dateCheckMonth pic 9(2).
		01 dateCheckDay pic 9(2).
		01 dateCheckMaxDay pic 9(2).
		01 valueText pic x(30).
		01 valueLength pic 9(2).
		01 valueNumber pic 9(9).
		01 timeWork pic 9(6).
		01 timeParts redefines timeWork.
			05 tw-hours pic 9(2).
			05 tw-minutes pic 9(2).
			05 tw-seconds pic 9(2).
		01 monthWork pic 9(4).
		01 monthParts redefines monthWork.
			05 mw-month pic 9(2).
			05 mw-year pic 9(2).

		01 newImage pic x(79).
		01 beforeImage pic x(79).
		01 currentImage pic x(79).
		01 rejectReason pic x(40).
		01 appliedCount pic 9(5) value 0.
		01 rejectedCount pic 9(5) value 0.
		01 ws-rpt-line pic x(80).
		01 out-count pic zzzz9.
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

procedure division.
	main.
	perform readOperatorCard
	open input sprmtran
	if ws-tran-status not = "00" then
		display "sysParmMaint: SPRMTRAN not available, nothing to apply"
		move rc-invalid-input to return-code
		goback.
	open i-o sysparm
	if ws-parm-status = "35" then
		open output sysparm
		close sysparm
		open i-o sysparm
	end-if
	if ws-parm-status not = "00" then
		display "sysParmMaint: unable to open SYSPARM, status " ws-parm-status
		move rc-invalid-input to return-code
		goback.
	open output sprmrpt
	*> the run stamp is the clock's, so the journal stays in time order
	*> through midnight and date-override reruns; the business date
	*> (see procDate) is kept for what it dates.
	perform getProcessingDate
	move pdt-date to ws-stamp-date
	accept ws-clock-date from date yyyymmdd
	accept ws-stamp-time from time
	compute ws-run-stamp =
		ws-clock-date * 1000000 + ws-stamp-time / 100
	open extend sprmjrnl
	if ws-jrnl-status not = "00" then
		open output sprmjrnl.
	perform applyOneTransaction until tran-eof
	perform writeMaintSummary
	close sprmtran
	close sysparm
	close sprmjrnl
	close sprmrpt
	evaluate true
		when change-refused
			move rc-invalid-input to return-code
		when rejectedCount = 0
			move rc-success to return-code
		when other
			move rc-not-found to return-code
	end-evaluate
	goback.

	applyOneTransaction.
	read sprmtran
		at end move "Y" to ws-tran-eof
		not at end
			if sprmtran-record not = spaces then
				perform dispatchTransaction
			end-if
	end-read.

	dispatchTransaction.
	move 0 to foundIndex
	move 1 to defIndex
	perform findOneDefinition until defIndex > parameterCount
	evaluate true
		when pt-action = "LIST  "
			perform listParameters
		when pt-action not = "SET   " and pt-action not = "REMOVE"
			move "action not recognized" to rejectReason
			perform rejectTransaction
		when foundIndex = 0
			move "no such parameter for that program" to rejectReason
			perform rejectTransaction
		when other
			perform checkAuthorization
			if not operator-authorized then
				move "operator not authorized for sysParmMaint" to rejectReason
				move "Y" to ws-refused
				perform rejectTransaction
			else
				if pt-action = "SET   " then
					perform applySet
				else
					perform applyRemove
				end-if
			end-if
	end-evaluate.

	findOneDefinition.
	if pd-program(defIndex) = pt-program and pd-name(defIndex) = pt-name then
		move defIndex to foundIndex.
	add 1 to defIndex.

	*> asked once, at the first change card of the run.
	checkAuthorization.
	if not auth-asked then
		move "Y" to ws-auth-asked
		if operatorId = spaces then
			display "sysParmMaint: no OPERID operator identity, changes refused"
		else
			move rc-success to return-code
			call 'authCheck' using operatorId, authProgram
				on exception
					display "sysParmMaint: authorization check not available, refusing"
					move rc-invalid-input to return-code
			end-call
			if return-code = rc-success then
				move "Y" to ws-authorized
			else
				display "sysParmMaint: operator " operatorId " is not authorized to change settings"
			end-if
		end-if
	end-if.

	applySet.
	move "Y" to ws-date-valid
	if pt-effective = spaces then
		move ws-stamp-date to effectiveDate
	else
		if pt-effective is numeric then
			move pt-effective to dateWork
			perform checkDateValue
			move dateWork to effectiveDate
		else
			move "N" to ws-date-valid
		end-if
	end-if
	move ws-date-valid to ws-effective-valid
	perform validateValue
	evaluate true
		when not effective-valid
			move "effective date is not a yyyymmdd date" to rejectReason
			perform rejectTransaction
		when effectiveDate < ws-stamp-date
			move "effective date already past" to rejectReason
			perform rejectTransaction
		when not value-valid
			perform rejectTransaction
		when other
			perform findSettingInForce
			move pt-program to pm-program
			move pt-name to pm-name
			move effectiveDate to pm-effective
			read sysparm key is pm-key
				invalid key
					perform buildNewEntry
					write system-parameter-record
					move currentImage to beforeImage
				not invalid key
					move system-parameter-record to beforeImage
					perform buildNewEntry
					rewrite system-parameter-record
			end-read
			move "SET" to pj-action
			move beforeImage to pj-before
			perform journalAndReport
	end-evaluate.

	buildNewEntry.
	move pt-program to pm-program
	move pt-name to pm-name
	move effectiveDate to pm-effective
	move valueText to pm-value
	move operatorId to pm-set-by
	move ws-stamp-date to pm-set-date.

	*> the entry a new one effective on effectiveDate supersedes: the
	*> latest one effective before it, blank when there is none.
	findSettingInForce.
	move spaces to currentImage
	move pt-program to pm-program
	move pt-name to pm-name
	move 0 to pm-effective
	move "N" to ws-scan-done
	start sysparm key is not less than pm-key
		invalid key move "Y" to ws-scan-done
	end-start
	perform scanForCurrent until scan-done.

	scanForCurrent.
	read sysparm next record
		at end move "Y" to ws-scan-done
		not at end
			if pm-program not = pt-program or pm-name not = pt-name
			or pm-effective >= effectiveDate then
				move "Y" to ws-scan-done
			else
				move system-parameter-record to currentImage
			end-if
	end-read.

	applyRemove.
	if pt-effective is not numeric then
		move "remove needs the entry's effective date" to rejectReason
		perform rejectTransaction
	else
		move pt-program to pm-program
		move pt-name to pm-name
		move pt-effective to pm-effective
		read sysparm key is pm-key
			invalid key
				move "remove of a setting not on file" to rejectReason
				perform rejectTransaction
			not invalid key
				move system-parameter-record to beforeImage
				delete sysparm record
				move "REMOVE" to pj-action
				move beforeImage to pj-before
				move spaces to system-parameter-record
				perform journalAndReport
		end-read
	end-if.

	*> the value, left-justified, checked the way its program would
	*> take it off the card.
	validateValue.
	move function trim(pt-value) to valueText
	move "Y" to ws-value-valid
	move 0 to valueLength
	if valueText not = spaces then
		compute valueLength = function length(function trim(valueText)).
	evaluate pd-type(foundIndex)
		when "N"
			if valueLength = 0 or valueLength > 8 then
				move "N" to ws-value-valid
			else
				if valueText(1:valueLength) is not numeric then
					move "N" to ws-value-valid
				else
					compute valueNumber = function numval(valueText(1:valueLength))
					if valueNumber < function numval(pd-low(foundIndex))
					or valueNumber > function numval(pd-high(foundIndex)) then
						move "N" to ws-value-valid
					end-if
				end-if
			end-if
			if not value-valid then
				move spaces to rejectReason
				string "value must be a number from "
					function trim(pd-low(foundIndex)) " to "
					function trim(pd-high(foundIndex))
					delimited by size into rejectReason
			end-if
		when "L"
			if valueText not = pd-low(foundIndex)
			and valueText not = pd-high(foundIndex) then
				move "N" to ws-value-valid
				move spaces to rejectReason
				string "value must be "
					function trim(pd-low(foundIndex)) " or "
					function trim(pd-high(foundIndex))
					delimited by size into rejectReason
			end-if
		when "D"
			if valueLength not = 8 or valueText(1:8) is not numeric then
				move "N" to ws-value-valid
			else
				move valueText(1:8) to dateWork
				perform checkDateValue
				if not date-valid then
					move "N" to ws-value-valid
				end-if
			end-if
			if not value-valid then
				move "value must be a yyyymmdd date" to rejectReason
			end-if
		when "T"
			if valueLength not = 6 or valueText(1:6) is not numeric then
				move "N" to ws-value-valid
			else
				move valueText(1:6) to timeWork
				if tw-hours > 23 or tw-minutes > 59 or tw-seconds > 59 then
					move "N" to ws-value-valid
				end-if
			end-if
			if not value-valid then
				move "value must be an HHMMSS time" to rejectReason
			end-if
		when "M"
			if valueLength not = 4 or valueText(1:4) is not numeric then
				move "N" to ws-value-valid
			else
				move valueText(1:4) to monthWork
				if mw-month < 1 or mw-month > 12 then
					move "N" to ws-value-valid
				end-if
			end-if
			if not value-valid then
				move "value must be an MMYY month" to rejectReason
			end-if
		when other
			if valueLength = 0 then
				move "N" to ws-value-valid
				move "value missing" to rejectReason
			end-if
	end-evaluate.

	copy "DATECHK.cpy"
		replacing ==:DATE-CHECK-PARA:== by ==checkDateValue==
		          ==:DATE-WORK:==       by ==dateWork==
		          ==:DATE-VALID-FLAG:== by ==ws-date-valid==.

	journalAndReport.
	move ws-run-stamp to pj-run-stamp
	move operatorId to pj-operator
	move system-parameter-record to pj-after
	write sprmjrnl-record from parm-journal-detail
	add 1 to appliedCount
	move spaces to ws-rpt-line
	string "applied:  " sprmtran-record(1:70)
		delimited by size into ws-rpt-line
	write sprmrpt-record from ws-rpt-line.

	rejectTransaction.
	add 1 to rejectedCount
	move spaces to ws-rpt-line
	string "rejected: " sprmtran-record(1:38) "  " rejectReason
		delimited by size into ws-rpt-line
	write sprmrpt-record from ws-rpt-line
	display "sysParmMaint: " ws-rpt-line.

	*> every known parameter, set or not, with what is in force today
	*> and anything scheduled after it.
	listParameters.
	move spaces to ws-rpt-line
	write sprmrpt-record from ws-rpt-line
	move spaces to ws-rpt-line
	string "settings in force " ws-stamp-date
		delimited by size into ws-rpt-line
	write sprmrpt-record from ws-rpt-line
	move "program            parameter    value                          since    by"
		to ws-rpt-line
	write sprmrpt-record from ws-rpt-line
	move 1 to defIndex
	perform listOneParameter until defIndex > parameterCount
	move spaces to ws-rpt-line
	write sprmrpt-record from ws-rpt-line.

	listOneParameter.
	move pd-program(defIndex) to pt-program
	move pd-name(defIndex) to pt-name
	*> the latest entry effective before tomorrow is today's.
	move ws-stamp-date to effectiveDate
	add 1 to effectiveDate
	perform findSettingInForce
	move spaces to ws-rpt-line
	if currentImage not = spaces then
		move currentImage to system-parameter-record
		string pd-program(defIndex) " " pd-name(defIndex) " "
			pm-value " " pm-effective " " pm-set-by
			delimited by size into ws-rpt-line
	else
		if pd-card(defIndex) = spaces then
			string pd-program(defIndex) " " pd-name(defIndex) " "
				"(not set -- default used)"
				delimited by size into ws-rpt-line
		else
			string pd-program(defIndex) " " pd-name(defIndex) " "
				"(not set -- " function trim(pd-card(defIndex)) " card read)"
				delimited by size into ws-rpt-line
		end-if
	end-if
	write sprmrpt-record from ws-rpt-line
	move pd-program(defIndex) to pm-program
	move pd-name(defIndex) to pm-name
	move ws-stamp-date to pm-effective
	add 1 to pm-effective
	move "N" to ws-scan-done
	start sysparm key is not less than pm-key
		invalid key move "Y" to ws-scan-done
	end-start
	perform listOnePending until scan-done
	add 1 to defIndex.

	listOnePending.
	read sysparm next record
		at end move "Y" to ws-scan-done
		not at end
			if pm-program not = pd-program(defIndex)
			or pm-name not = pd-name(defIndex) then
				move "Y" to ws-scan-done
			else
				move spaces to ws-rpt-line
				string "    scheduled from " pm-effective ": "
					function trim(pm-value) "  (set by " pm-set-by ")"
					delimited by size into ws-rpt-line
				write sprmrpt-record from ws-rpt-line
			end-if
	end-read.

	*> the OPERID card is the batch run's identity: whoever (or
	*> whatever automation) submitted the job names itself there, and
	*> the initials ride on every journal record this run writes.
	readOperatorCard.
	open input operid
	if ws-operid-status = "00" then
		read operid
			at end continue
			not at end move oi-initials to operatorId
		end-read
		close operid
	end-if.

	writeMaintSummary.
	move spaces to ws-rpt-line
	write sprmrpt-record from ws-rpt-line
	move appliedCount to out-count
	move spaces to ws-rpt-line
	string "changes applied:  " out-count
		delimited by size into ws-rpt-line
	write sprmrpt-record from ws-rpt-line
	display "sysParmMaint: " ws-rpt-line
	move rejectedCount to out-count
	move spaces to ws-rpt-line
	string "changes rejected: " out-count
		delimited by size into ws-rpt-line
	write sprmrpt-record from ws-rpt-line
	display "sysParmMaint: " ws-rpt-line.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "sysParmMaint" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
