identification division.
program-id. reqIntake.

*> the front door for the lookup and report requests collections,
*> finance, and compliance used to email in for an operator to type
*> into MAIN's queueJob: each area drops its requests on the REQINTAK
*> intake file, one per line,
*>   columns  1-8   requester ID
*>   columns 10-21  department
*>   columns 23-52  command, as MAIN's menu spells it
*>   columns 54-73  target: the value a search looks for, the low
*>                  bound of a rangeSearch, the name for
*>                  phoneticSearchAlpha; blank for anything else
*>   columns 75-84  the high bound of a rangeSearch
*>   columns 86-89  required-by time, HHMM, blank for none
*> and this step checks every one and loads the good ones into
*> JOBQUEUE with the requester, department, target, and run-by time on
*> the queued job (see JOBQREC.cpy), at the business-request priority
*> 5, where MAIN's runQueue runs them -- a run-by time putting a job
*> ahead of the priority order as it does for an operator's -- and
*> answers each requester on their own response file (see reqRespond).
*>
*> who may ask is the REQLIST requester list, one card per requester,
*>   columns  1-8   requester ID
*>   columns 10-21  department
*>   columns 23-62  where the answers are delivered (for the JCL)
*> in list order: the nth requester's answers go to RESPONSn, so the
*> list holds eight, as reportDistrib's does. a request is refused
*> when
*>   - its requester is not on the list, or its department is not the
*>     one the list gives the requester
*>   - the command is not in MAIN's command table (CMDTABLE.cpy), or
*>     is one of MAIN's own menu commands that cannot be queued
*>   - a search has no usable target value, a rangeSearch no usable
*>     low and high bound (low not above high), phoneticSearchAlpha no
*>     name, or any other command is given a target it does not take
*>   - the required-by time is not a real HHMM
*>   - the queue has no room left (MAIN holds twenty jobs)
*> a refused request from a listed requester gets a rejected-request
*> notice on the requester's response file, saying why; an unlisted
*> one has no file to get it and is named on the report only. every
*> request, loaded or not, is listed on the INTAKRPT intake report.
*> JOBQUEUE is read again right before the new jobs go in, and held
*> by another session it is retried as MAIN retries it, so a job an
*> operator queued meanwhile is kept.
*>
*> RETURN-CODE: rc-success when every request was loaded, rc-not-found
*> when any was refused, rc-invalid-input when REQINTAK or REQLIST is
*> not available or JOBQUEUE cannot be rewritten.
*> under the TRAINING DD the run works on the training sandbox (see
*> trainGuard.cbl) and INTAKRPT opens with the training stamp; with no
*> sandbox to run against it ends rc-invalid-input before anything is
*> opened.
environment division.
	input-output section.
	file-control.
		select reqintak assign to "REQINTAK"
			organization line sequential
			file status is ws-intake-status.
		select reqlist assign to "REQLIST"
			organization line sequential
			file status is ws-list-status.
		select jobqueue assign to "JOBQUEUE"
			organization line sequential
			sharing with no other
			file status is ws-jobqueue-status.
		select intakrpt assign to "INTAKRPT"
			organization line sequential
			file status is ws-rpt-status.

data division.
	file section.
	fd reqintak.
	01 reqintak-record.
		05 ri-requester pic x(8).
		05 filler pic x(1).
		05 ri-department pic x(12).
		05 filler pic x(1).
		05 ri-command pic x(30).
		05 filler pic x(1).
		05 ri-target pic x(20).
		05 filler pic x(1).
		05 ri-target-high pic x(10).
		05 filler pic x(1).
		05 ri-run-by pic x(4).

	fd reqlist.
	01 reqlist-record.
		05 rl-requester pic x(8).
		05 filler pic x(1).
		05 rl-department pic x(12).
		05 filler pic x(1).
		05 rl-destination pic x(40).

	fd jobqueue.
	copy "JOBQREC.cpy".

	fd intakrpt.
	01 intakrpt-record pic x(80).

	working-storage section.
		01 ws-intake-status pic x(2).
		01 ws-list-status pic x(2).
		01 ws-jobqueue-status pic x(2).
		01 ws-rpt-status pic x(2).
		01 ws-file-eof pic x(1).
			88 file-done value "Y".
		01 ws-jobqueue-open pic x(1).
			88 jobqueue-opened value "Y".
		01 ws-queue-saved pic x(1) value "Y".
			88 queue-saved value "Y".
		78 lockRetryLimit value 5.
		01 lockRetryCount pic 9(1).
		01 lockWaitSeconds pic 9(1) value 1.

		copy "CMDTABLE.cpy".
		01 commandIndex pic 9(2).
		01 ws-command-valid pic x(1).
			88 command-valid value "Y".

		*> the requester list; a requester's slot is its place in it.
		78 requesterMax value 8.
		01 requesterTable.
			05 requesterEntry occurs 8 times.
				10 rq-requester pic x(8).
				10 rq-department pic x(12).
		01 requesterCount pic 9(1) value 0.
		01 requesterIndex pic 9(2).
		01 listOverflow pic 9(3) value 0.

		*> tonight's requests in intake order, with their verdicts;
		*> the report and the notices are written once every request
		*> has its final verdict.
		78 requestMax value 100.
		01 requestTable.
			05 requestEntry occurs 100 times.
				10 rt-line pic x(89).
				10 rt-slot pic 9(1).
				10 rt-verdict pic x(1).
					88 rt-accepted value "A".
					88 rt-refused value "R".
				10 rt-reason pic x(50).
		01 requestCount pic 9(3) value 0.
		01 requestIndex pic 9(3).
		01 requestsOverflow pic 9(5) value 0.
		01 acceptedCount pic 9(3) value 0.
		01 refusedCount pic 9(3) value 0.
		01 rejectReason pic x(50).

		*> the queue as it stands, then with tonight's jobs merged in
		*> by priority, each after the jobs of equal priority already
		*> waiting -- MAIN's insert order.
		78 jobQueueMax value 20.
		78 requestPriority value 5.
		01 jobQueueTable.
			05 jobLine pic x(93) occurs 20 times.
		01 jobQueueCount pic 9(2) value 0.
		01 jqIndex pic 9(2).
		01 jqInsertAt pic 9(2).
		01 newJobLine pic x(93).
		01 newJobPriority pic 9(1).

		01 targetValue pic s9(11)v99.
		01 targetHigh pic s9(11)v99.
		01 runByHour pic 9(2).
		01 runByMinute pic 9(2).

		01 ws-rpt-line pic x(80).
		01 out-count pic zz9.
		copy "RESPREQ.cpy".
		copy "TRAINREQ.cpy".
		copy "RETCODE.cpy".

procedure division.
	main.
	perform checkTrainingMode
	if return-code not = rc-success then
		move rc-invalid-input to return-code
		goback.
	perform loadRequesterList
	if requesterCount = 0 then
		display "reqIntake: no usable REQLIST requester list, nothing loaded"
		move rc-invalid-input to return-code
		goback.
	open input reqintak
	if ws-intake-status not = "00" then
		display "reqIntake: REQINTAK not available, nothing to load"
		move rc-invalid-input to return-code
		goback.
	move "N" to ws-file-eof
	perform readOneRequest until file-done
	close reqintak
	if acceptedCount > 0 then
		perform mergeIntoQueue
	end-if
	open output intakrpt
	if tg-training then
		write intakrpt-record from tg-stamp.
	perform writeIntakeHeading
	move 1 to requestIndex
	perform reportOneRequest until requestIndex > requestCount
	perform writeIntakeSummary
	close intakrpt
	evaluate true
		when not queue-saved
			move rc-invalid-input to return-code
		when refusedCount > 0 or requestsOverflow > 0
			move rc-not-found to return-code
		when other
			move rc-success to return-code
	end-evaluate
	goback.

	loadRequesterList.
	open input reqlist
	if ws-list-status = "00" then
		move "N" to ws-file-eof
		perform readOneRequester until file-done
		close reqlist
	end-if.

	readOneRequester.
	read reqlist
		at end move "Y" to ws-file-eof
		not at end
			if rl-requester not = spaces then
				if requesterCount < requesterMax then
					add 1 to requesterCount
					move rl-requester to rq-requester(requesterCount)
					move rl-department to rq-department(requesterCount)
				else
					add 1 to listOverflow
					display "reqIntake: " rl-requester " is past the eighth REQLIST card, no response file for it"
				end-if
			end-if
	end-read.

	readOneRequest.
	read reqintak
		at end move "Y" to ws-file-eof
		not at end
			if reqintak-record not = spaces then
				if requestCount < requestMax then
					add 1 to requestCount
					move reqintak-record to rt-line(requestCount)
					perform checkOneRequest
				else
					add 1 to requestsOverflow
				end-if
			end-if
	end-read.

	*> ----------------------------------------------------------------
	*> one request's checks, in the order the header lists them; the
	*> first failure is the reason given.
	*> ----------------------------------------------------------------
	checkOneRequest.
	move spaces to rejectReason
	move 0 to rt-slot(requestCount)
	move 1 to requesterIndex
	perform findRequester
		until requesterIndex > requesterCount or rt-slot(requestCount) > 0
	evaluate true
		when ri-requester = spaces
			move "no requester ID" to rejectReason
		when rt-slot(requestCount) = 0
			move "requester not on the REQLIST requester list" to rejectReason
		when ri-department not = rq-department(rt-slot(requestCount))
			move "department is not the requester's registered one" to rejectReason
		when other
			perform checkRequestCommand
	end-evaluate
	if rejectReason = spaces then
		perform checkRequestTarget
	end-if
	if rejectReason = spaces then
		perform checkRequestRunBy
	end-if
	if rejectReason = spaces then
		move "A" to rt-verdict(requestCount)
		add 1 to acceptedCount
	else
		move "R" to rt-verdict(requestCount)
		move rejectReason to rt-reason(requestCount)
		add 1 to refusedCount
	end-if.

	findRequester.
	if rq-requester(requesterIndex) = ri-requester then
		move requesterIndex to rt-slot(requestCount)
	else
		add 1 to requesterIndex.

	checkRequestCommand.
	move "N" to ws-command-valid
	move 1 to commandIndex
	perform checkCommand until commandIndex > validCommandCount or command-valid
	if not command-valid then
		move "command not in MAIN's command table" to rejectReason
	else
		if commandIndex - 1 > callableCommandCount then
			move "a MAIN menu command, it cannot be requested" to rejectReason
		end-if
	end-if.

	checkCommand.
	if ri-command = validCommand(commandIndex) then
		move "Y" to ws-command-valid.
	add 1 to commandIndex.

	*> the target a command takes, and only that.
	checkRequestTarget.
	evaluate ri-command
		when "linearSearch"
		when "binarySearch"
		when "interpolationSearch"
		when "jumpSearch"
			evaluate true
				when ri-target = spaces
					move "a search needs the value to look for" to rejectReason
				when ri-target-high not = spaces
					move "a search takes one value, not a range" to rejectReason
				when other
					perform checkWholeTarget
			end-evaluate
		when "rangeSearch"
			if ri-target = spaces or ri-target-high = spaces then
				move "rangeSearch needs a low and a high bound" to rejectReason
			else
				perform checkWholeTarget
				if rejectReason = spaces then
					if function test-numval(ri-target-high) not = 0 then
						move "the high bound is not a whole number" to rejectReason
					else
						compute targetHigh = function numval(ri-target-high)
						if targetHigh not = function integer(targetHigh)
						or targetHigh > 999999999 or targetHigh < -999999999 then
							move "the high bound is not a whole number" to rejectReason
						else
							if targetValue > targetHigh then
								move "the low bound is above the high bound" to rejectReason
							end-if
						end-if
					end-if
				end-if
			end-if
		when "phoneticSearchAlpha"
			if ri-target = spaces then
				move "phoneticSearchAlpha needs the name to look for" to rejectReason
			else
				if ri-target-high not = spaces then
					move "phoneticSearchAlpha takes one name, not a range" to rejectReason
				end-if
			end-if
		when other
			if ri-target not = spaces or ri-target-high not = spaces then
				move "this command takes no target" to rejectReason
			end-if
	end-evaluate.

	*> a value the array's elements can hold: nine digits, signed.
	checkWholeTarget.
	if function test-numval(ri-target) not = 0 then
		move "the target is not a whole number" to rejectReason
	else
		compute targetValue = function numval(ri-target)
		if targetValue not = function integer(targetValue)
		or targetValue > 999999999 or targetValue < -999999999 then
			move "the target is not a whole number" to rejectReason
		end-if
	end-if.

	checkRequestRunBy.
	if ri-run-by not = spaces then
		if ri-run-by is not numeric then
			move "required-by time is not HHMM" to rejectReason
		else
			move ri-run-by(1:2) to runByHour
			move ri-run-by(3:2) to runByMinute
			if runByHour > 23 or runByMinute > 59 then
				move "required-by time is not HHMM" to rejectReason
			end-if
		end-if
	end-if.

	*> ----------------------------------------------------------------
	*> the queue: read it fresh, merge tonight's jobs in, write it back.
	*> ----------------------------------------------------------------
	mergeIntoQueue.
	perform loadJobQueue
	move 1 to requestIndex
	perform queueOneRequest until requestIndex > requestCount
	perform saveJobQueue.

	queueOneRequest.
	if rt-accepted(requestIndex) then
		if jobQueueCount >= jobQueueMax then
			move "R" to rt-verdict(requestIndex)
			move "the job queue is full, resubmit later" to rt-reason(requestIndex)
			subtract 1 from acceptedCount
			add 1 to refusedCount
		else
			move rt-line(requestIndex) to reqintak-record
			move spaces to jobqueue-record
			move requestPriority to jq-priority
			move ri-command to jq-command
			move ri-run-by to jq-deadline
			move ri-requester to jq-requester
			move ri-department to jq-department
			move rt-slot(requestIndex) to jq-response-slot
			move ri-target to jq-target
			move ri-target-high to jq-target-high
			move jobqueue-record to newJobLine
			move requestPriority to newJobPriority
			perform insertJob
		end-if
	end-if
	add 1 to requestIndex.

	*> after every waiting job of the same or higher priority, MAIN's
	*> insertJob order.
	insertJob.
	move 1 to jqInsertAt
	perform findInsertPosition
		until jqInsertAt > jobQueueCount
			or jobLine(jqInsertAt)(1:1) > newJobPriority
	move jobQueueCount to jqIndex
	perform shiftJobDown until jqIndex < jqInsertAt
	move newJobLine to jobLine(jqInsertAt)
	add 1 to jobQueueCount.

	findInsertPosition.
	add 1 to jqInsertAt.

	shiftJobDown.
	move jobLine(jqIndex) to jobLine(jqIndex + 1)
	subtract 1 from jqIndex.

	loadJobQueue.
	move 0 to jobQueueCount
	move 0 to lockRetryCount
	open input jobqueue
	perform retryJobQueueInput
		until ws-jobqueue-status not = "93" and ws-jobqueue-status not = "61"
	if ws-jobqueue-status = "00" then
		perform readJobQueueRecord until ws-jobqueue-status not = "00"
		close jobqueue
	end-if.

	retryJobQueueInput.
	if lockRetryCount > lockRetryLimit then
		display "reqIntake: JOBQUEUE still held after " lockRetryLimit " tries, treating the queue as empty"
		move "98" to ws-jobqueue-status
	else
		display "reqIntake: JOBQUEUE is held by another session, waiting"
		call "C$SLEEP" using lockWaitSeconds
		add 1 to lockRetryCount
		open input jobqueue
	end-if.

	readJobQueueRecord.
	read jobqueue
		at end
			move "10" to ws-jobqueue-status
		not at end
			if jobQueueCount < jobQueueMax then
				add 1 to jobQueueCount
				move jobqueue-record to jobLine(jobQueueCount)
			end-if
	end-read.

	saveJobQueue.
	move 0 to lockRetryCount
	move "N" to ws-jobqueue-open
	perform tryJobQueueOutput
		until jobqueue-opened or lockRetryCount > lockRetryLimit
	if jobqueue-opened then
		move 1 to jqIndex
		perform writeJobQueueRecord until jqIndex > jobQueueCount
		close jobqueue
	else
		display "reqIntake: JOBQUEUE still held after " lockRetryLimit " tries, no request loaded"
		move "N" to ws-queue-saved
		move 1 to requestIndex
		perform unloadOneRequest until requestIndex > requestCount
	end-if.

	tryJobQueueOutput.
	open output jobqueue
	evaluate ws-jobqueue-status
		when "93"
		when "61"
			display "reqIntake: JOBQUEUE is held by another session, waiting"
			call "C$SLEEP" using lockWaitSeconds
			add 1 to lockRetryCount
		when other
			move "Y" to ws-jobqueue-open
	end-evaluate.

	writeJobQueueRecord.
	write jobqueue-record from jobLine(jqIndex)
	add 1 to jqIndex.

	*> the queue could not be written: nothing went in after all.
	unloadOneRequest.
	if rt-accepted(requestIndex) then
		move "R" to rt-verdict(requestIndex)
		move "the job queue could not be written, resubmit" to rt-reason(requestIndex)
		subtract 1 from acceptedCount
		add 1 to refusedCount
	end-if
	add 1 to requestIndex.

	*> ----------------------------------------------------------------
	*> the intake report, and a notice for every refused request whose
	*> requester has a response file.
	*> ----------------------------------------------------------------
	writeIntakeHeading.
	move "business request intake" to ws-rpt-line
	write intakrpt-record from ws-rpt-line
	move spaces to ws-rpt-line
	write intakrpt-record from ws-rpt-line.

	reportOneRequest.
	move rt-line(requestIndex) to reqintak-record
	move spaces to ws-rpt-line
	if rt-accepted(requestIndex) then
		string "LOADED    " ri-requester " " ri-department " "
			function trim(ri-command) " " function trim(ri-target)
			delimited by size into ws-rpt-line
		write intakrpt-record from ws-rpt-line
	else
		string "REFUSED   " ri-requester " " ri-department " "
			function trim(ri-command) " " function trim(ri-target)
			delimited by size into ws-rpt-line
		write intakrpt-record from ws-rpt-line
		move spaces to ws-rpt-line
		if rt-slot(requestIndex) = 0 then
			string "          " function trim(rt-reason(requestIndex))
				" (not notified)"
				delimited by size into ws-rpt-line
		else
			string "          " rt-reason(requestIndex)
				delimited by size into ws-rpt-line
		end-if
		write intakrpt-record from ws-rpt-line
		if rt-slot(requestIndex) > 0 then
			perform sendRejectionNotice
		end-if
	end-if
	add 1 to requestIndex.

	sendRejectionNotice.
	move "R" to rr-kind
	move rt-slot(requestIndex) to rr-slot
	move ri-requester to rr-requester
	move ri-department to rr-department
	move ri-command to rr-command
	move ri-target to rr-target
	move ri-target-high to rr-target-high
	move ri-run-by to rr-run-by
	move rt-reason(requestIndex) to rr-reason
	move 0 to rr-return-code
	move 0 to rr-found-index
	call 'reqRespond' using response-request
		on exception
			display "reqIntake: reqRespond not available, " ri-requester " not notified"
	end-call.

	writeIntakeSummary.
	move spaces to ws-rpt-line
	write intakrpt-record from ws-rpt-line
	move acceptedCount to out-count
	move spaces to ws-rpt-line
	string "requests loaded:  " out-count delimited by size into ws-rpt-line
	write intakrpt-record from ws-rpt-line
	display "reqIntake: " ws-rpt-line(1:22)
	move refusedCount to out-count
	move spaces to ws-rpt-line
	string "requests refused: " out-count delimited by size into ws-rpt-line
	write intakrpt-record from ws-rpt-line
	display "reqIntake: " ws-rpt-line(1:22)
	if requestsOverflow > 0 then
		move spaces to ws-rpt-line
		string "requests past the hundredth, not read: " requestsOverflow
			delimited by size into ws-rpt-line
		write intakrpt-record from ws-rpt-line
		display "reqIntake: " ws-rpt-line
	end-if
	if listOverflow > 0 then
		move listOverflow to out-count
		move spaces to ws-rpt-line
		string "REQLIST cards past the eighth, ignored: " out-count
			delimited by size into ws-rpt-line
		write intakrpt-record from ws-rpt-line
	end-if.

	*> a training run is turned onto the sandbox before anything is
	*> opened (see trainGuard.cbl); one with no sandbox stops here.
	checkTrainingMode.
	move "reqIntake" to tg-program
	call 'trainGuard' using training-request
		on exception move "P" to tg-mode
	end-call.
