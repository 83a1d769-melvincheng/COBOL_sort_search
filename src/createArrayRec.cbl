*> requested arraySize just loads what is there and hands the actual
*> count back through arraySize, with a message saying so. a missing
*> ARRAYINR altogether is rejected via RETURN-CODE.
*>
*> every record's branch code is checked against the BRCHMSTR branch
*> master through the branchLookup subprogram: a code not on the
*> master, or one for a branch that has closed, is not loaded -- the
*> line goes to the ARRAYRREJ reject listing exactly as it arrived,
*> with the reason, and the load continues with the next line. when
*> the branch master (or the lookup module) is not available the load
*> says so once and carries on unvalidated, the same fallback
*> displayArray takes without its cross-reference.
*>
*> when a check-digit scheme is in force for ARRAYINR -- the
*> CHECKDIGIT setting asked of sysParm, MOD10 or MOD11 -- each key
*> must also be an account number whose last digit checks (see
*> CHKDIGIT.cpy); one that does not is rejected to ARRAYRREJ the same
*> way, reason "key check digit failed", ahead of the branch lookup,
*> and the feed's checked and failed counts are appended to QGHIST (a
*> CHKDIGIT record, see QGHREC.cpy). with nothing set, no check digit
*> is checked.
*>
*> ARRAYINR may arrive inside the standard HDR/TRL envelope (see
*> FILEENVL.cpy; the hash total is over the key values, as csvIntake
*> writes it). the envelope counts every data line on the file,
*> branch rejects included, and a count or hash that does not match
*> what was read -- or a file that holds more than the array was
*> asked for, leaving the trailer unread -- rejects the load with
*> rc-invalid-input. a file with no header passes unverified, as it
*> always has.
environment division.
	input-output section.
	file-control.
		select array-in-r assign to "ARRAYINR"
			organization line sequential
			file status is ws-in-status.
		select arrayrrej assign to "ARRAYRREJ"
			organization line sequential
			file status is ws-rej-status.
		select qghist assign to "QGHIST"
			organization line sequential
			file status is ws-qghist-status.

data division.
	file section.
		05 air-key pic x(10).
		05 air-branch pic x(4).
		05 air-balance pic x(11).
		05 filler pic x(55).

	fd arrayrrej.
	01 arrayrrej-record pic x(80).

	fd qghist.
	01 qghist-record pic x(80).

	working-storage section.
		copy "BRCHREC.cpy".
		01 ws-brch-alive pic x(1) value "Y".
			88 brch-alive value "Y".
		01 ws-rej-status pic x(2).
		01 ws-rej-open pic x(1) value "N".
			88 rej-opened value "Y".
		01 ws-branch-ok pic x(1).
			88 branch-ok value "Y".
		01 rejectReason pic x(40).
		01 rejectedCount pic 9(5) value 0.
		01 ws-rej-line pic x(80).
		copy "FILEENVL.cpy".
		01 envelopeCount pic 9(6).
		01 envelopeHashWork pic s9(12) comp-3.
		01 envelopeHashCompare pic 9(12).
		01 ws-envelope-mode pic x(1).
			88 envelope-present value "Y".
		01 ws-envelope-bad pic x(1).
			88 envelope-mismatch value "Y".
		01 ws-trailer-seen pic x(1).
			88 trailer-seen value "Y".
		01 ws-data-record pic x(1).
			88 data-record value "Y".

		*> the key's check digit (CHKDIGIT.cpy), when a scheme is set
		*> for this feed.
		01 ws-qghist-status pic x(2).
		01 checkDigitScheme pic x(5).
			88 check-digits-off value spaces.
		01 ws-check-valid pic x(1).
			88 check-digit-valid value "Y".
		01 keyValue pic s9(10).
		01 checkDigitWork pic 9(18).
		01 checkDigitGiven pic 9(1).
		01 checkDigitWant pic 9(2).
		01 checkDigitSum pic 9(5).
		01 checkDigitPlace pic 9(2).
		01 checkDigitDigit pic 9(2).
		01 checkDigitWeight pic 9(1).
		01 checkedCount pic 9(6).
		01 checkFailedCount pic 9(6).
		copy "QGHREC.cpy".
		01 ws-qg-date pic 9(8).
		01 parmProgram pic x(18) value "createArrayRec".
		01 parmName pic x(12).
		01 parmValue pic x(30).
		01 ws-setting-found pic x(1).
			88 setting-found value "Y".
		01 savedReturnCode pic s9(4).

	local-storage section.
		01 iteration pic 9(3) value 1.
		01 ws-in-status pic x(2).
		01 ws-in-eof pic x(1) value "N".
			88 input-eof value "Y".
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

	linkage section.
procedure division using arraySize, array.
	main.
	move rc-success to return-code
	*> every CALL is a load of its own; nothing carries over from an
	*> earlier one in the same run.
	move "N" to ws-rej-open
	move 0 to rejectedCount
	move "Y" to ws-brch-alive
	open input array-in-r
	if ws-in-status not = "00" then
		display "createArrayRec: ARRAYINR not available, no record array loaded"
		move rc-invalid-input to return-code
		goback.
	move 0 to envelopeCount
	move 0 to envelopeHashWork
	move "N" to ws-envelope-mode
	move "N" to ws-envelope-bad
	move "N" to ws-trailer-seen
	perform loadCheckDigitScheme
	perform loadOneRecord until iteration > arraySize or input-eof
	*> with the array full, one more read must find the trailer.
	if envelope-present and not input-eof then
		perform readArrayInRRecord
		if data-record then
			display "createArrayRec: ARRAYINR holds more records than the "
				arraySize " requested, rejecting the transmission"
			move "Y" to ws-envelope-bad
		end-if
	end-if
	if envelope-present and not trailer-seen then
		move "Y" to ws-envelope-bad.
	close array-in-r
	if rej-opened then
		close arrayrrej
		display "createArrayRec: " rejectedCount " record(s) rejected to ARRAYRREJ"
	end-if
	if not check-digits-off then
		perform writeCheckDigitHistory
	end-if
	if loadedCount < arraySize then
		display "createArrayRec: ARRAYINR ended after " loadedCount
			" record(s), short of the requested " arraySize
	else
		display "createArrayRec: loaded " loadedCount " record(s) from ARRAYINR"
	end-if
	if envelope-mismatch then
		display "createArrayRec: ARRAYINR envelope count/hash mismatch, load rejected"
		move rc-invalid-input to return-code
	end-if
	goback.

	loadOneRecord.
	perform readArrayInRRecord
	if data-record then
		if envelope-present then
			add 1 to envelopeCount
			add function numval(function trim(air-key)) to envelopeHashWork
		end-if
		move "Y" to ws-check-valid
		if not check-digits-off then
			perform checkKeyDigit
		end-if
		if check-digit-valid then
			perform validateBranch
		else
			move "N" to ws-branch-ok
			move "key check digit failed" to rejectReason
		end-if
		if branch-ok then
			compute rec-key(iteration) =
				function numval(function trim(air-key))
			move air-branch to rec-branch(iteration)
				function numval(function trim(air-balance))
			add 1 to loadedCount
			add 1 to iteration
		else
			perform rejectRecord
		end-if
	end-if.

	*> reads forward to the next data line, absorbing the envelope's
	*> control records; the trailer ends the data section.
	readArrayInRRecord.
	move "N" to ws-data-record
	perform readArrayInRPhysical until data-record or input-eof.

	readArrayInRPhysical.
	read array-in-r
		at end
			move "Y" to ws-in-eof
		not at end
			evaluate true
				when array-in-r-record(1:4) = "HDR "
					move array-in-r-record to envelope-header-record
					move "Y" to ws-envelope-mode
				when array-in-r-record(1:4) = "TRL "
					perform noteEnvelopeTrailer
					move "Y" to ws-in-eof
				when other
					move "Y" to ws-data-record
			end-evaluate
	end-read.

	noteEnvelopeTrailer.
	move "Y" to ws-trailer-seen
	move array-in-r-record to envelope-trailer-record
	move envelopeHashWork to envelopeHashCompare
	if envl-trl-count not = envelopeCount
	or envl-hdr-count not = envelopeCount
	or envl-trl-hash not = envelopeHashCompare then
		move "Y" to ws-envelope-bad
	end-if.

	checkKeyDigit.
	compute keyValue = function numval(function trim(air-key))
	perform checkAccountDigit
	add 1 to checkedCount
	if not check-digit-valid then
		add 1 to checkFailedCount.

	*> the first CALL that fails turns validation off for the rest of
	*> the load rather than repeating the exception per record.
	validateBranch.
	move "Y" to ws-branch-ok
	if brch-alive then
		call 'branchLookup' using air-branch, branch-master-record
			on exception
				move "N" to ws-brch-alive
				display "createArrayRec: branch lookup not available, loading without branch validation"
		end-call
		evaluate true
			when not brch-alive
				continue
			when return-code = rc-invalid-input
				move "N" to ws-brch-alive
				display "createArrayRec: branch master not available, loading without branch validation"
			when return-code = rc-not-found
				move "N" to ws-branch-ok
				move "branch not on the branch master" to rejectReason
			when bm-branch-closed
				move "N" to ws-branch-ok
				move "branch is closed" to rejectReason
			when other
				continue
		end-evaluate
		move rc-success to return-code
	end-if.

	rejectRecord.
	if not rej-opened then
		open extend arrayrrej
		if ws-rej-status not = "00" then
			open output arrayrrej
		end-if
		move "Y" to ws-rej-open
	end-if
	add 1 to rejectedCount
	move spaces to ws-rej-line
	string array-in-r-record(1:25) "  " rejectReason
		delimited by size into ws-rej-line
	write arrayrrej-record from ws-rej-line.

	*> the CHECKDIGIT setting in force for this feed, MOD10 or MOD11;
	*> anything else, or nothing set, leaves the check off.
	loadCheckDigitScheme.
	move spaces to checkDigitScheme
	move 0 to checkedCount
	move 0 to checkFailedCount
	move "CHECKDIGIT" to parmName
	perform askSystemParameter
	if setting-found
	and (parmValue = "MOD10" or parmValue = "MOD11") then
		move parmValue to checkDigitScheme
	end-if.

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

	*> the feed's check-digit tally for qualityTrend (see QGHREC.cpy).
	writeCheckDigitHistory.
	perform getProcessingDate
	move pdt-date to ws-qg-date
	move ws-qg-date to qg-date
	move 0 to qg-size
	move "CHKDIGIT" to qg-reason
	move 0 to qg-min
	move 0 to qg-max
	move "U" to qg-attended
	if checkFailedCount = 0 then
		move "ACCEPTED" to qg-decision
	else
		move "REJECTED" to qg-decision
	end-if
	move "ARRAYINR" to qg-feed
	move checkedCount to qg-checked
	move checkFailedCount to qg-check-failed
	open extend qghist
	if ws-qghist-status not = "00" then
		open output qghist.
	write qghist-record from quality-history-detail
	close qghist.

	copy "CHKDIGIT.cpy"
		replacing ==:CHECK-DIGIT-PARA:==  by ==checkAccountDigit==
		          ==:CHECK-STEP-PARA:==   by ==addCheckDigitPlace==
		          ==:CHECK-VALUE:==       by ==keyValue==
		          ==:CHECK-SCHEME:==      by ==checkDigitScheme==
		          ==:CHECK-VALID-FLAG:==  by ==ws-check-valid==.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "createArrayRec" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
