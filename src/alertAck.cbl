*> a REPORT card writes the shift-end picture to ALERTEXC: every
*> unacknowledged E-severity alert older than the threshold on its
*> own escalation line, plus acknowledged-versus-outstanding counts
*> for the morning run. when alertRoute keeps an ALRTHIST routing
*> history (see ARTHREC.cpy), each escalation line is followed by
*> who was actually paged for that alert -- or that it was held in
*> quiet hours, or that no route covered it. with no card file
*> present the program prompts for one ACK interactively.
*> RETURN-CODE: rc-success, rc-not-found when a REPORT escalated
*> anything, rc-invalid-input when OPERALRT cannot be read.
*> under the TRAINING DD the run works on the training sandbox (see
*> trainGuard.cbl) and ALERTEXC opens with the training stamp; with no
*> sandbox to run against it ends rc-invalid-input before anything is
*> opened.
environment division.
	input-output section.
	file-control.
		select alertexc assign to "ALERTEXC"
			organization line sequential
			file status is ws-exc-status.
		select alrthist assign to "ALRTHIST"
			organization line sequential
			file status is ws-hist-status.

data division.
	file section.
	fd alertexc.
	01 alertexc-record pic x(80).

	fd alrthist.
	01 alrthist-record pic x(110).

	working-storage section.
		01 ws-alert-status pic x(2).
		01 ws-ack-status pic x(2).
		01 ws-tran-status pic x(2).
		01 ws-exc-status pic x(2).
		01 ws-hist-status pic x(2).
		01 ws-hist-eof pic x(1).
			88 history-done value "Y".
		01 ws-tran-eof pic x(1) value "N".
			88 tran-eof value "Y".
		01 ws-alert-eof pic x(1).
		01 ws-have-cards pic x(1) value "N".
			88 have-cards value "Y".
		copy "ALERTREC.cpy".
		copy "ARTHREC.cpy".

		*> the night's alerts, loaded once per REPORT card.
		78 alertTableMax value 500.
			05 alertEntry occurs 500 times.
				10 al-line pic x(80).
				10 al-acked pic x(1).
				*> from ALRTHIST: the last routing outcome and who
				*> was paged, primary and backup.
				10 al-route-status pic x(8).
				10 al-group pic x(8).
				10 al-primary pic x(8).
				10 al-backup pic x(8).
		01 alertCount pic 9(5) value 0.
		01 alertIndex pic 9(5).

		01 ws-answer pic x(30).
		01 ws-exc-line pic x(80).
		01 out-count pic zzzz9.
		copy "TRAINREQ.cpy".
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

procedure division.
	main.
	perform checkTrainingMode
	if return-code not = rc-success then
		move rc-invalid-input to return-code
		goback.
	open input acktran
	if ws-tran-status = "00" then
		move "Y" to ws-have-cards
	end-if.

	writeAckRecord.
	perform getProcessingDate
	move pdt-date to ws-ack-date
	accept ws-ack-time from time
	move ackNumber to aa-alert-number
	move ackInitials to aa-initials
	if return-code = rc-invalid-input then
		goback.
	perform markAcknowledged
	perform markNotified
	open output alertexc
	if tg-training then
		write alertexc-record from tg-stamp.
	move 0 to ackedCount
	move 0 to outstandingCount
	move 0 to escalatedCount
	perform getProcessingDate
	move pdt-date to ws-ack-date
	compute todaySerial =
		function integer-of-date(ws-ack-date)
	accept timeNowRaw from time
			add 1 to alertCount
			move operalrt-record to al-line(alertCount)
			move "N" to al-acked(alertCount)
			move spaces to al-route-status(alertCount)
			move spaces to al-group(alertCount)
			move spaces to al-primary(alertCount)
			move spaces to al-backup(alertCount)
	end-read.

	*> a missing acknowledgment file just means nothing has been
			end-if
	end-read.

	*> a missing routing history just means alertRoute is not in use;
	*> the escalation lines then stand alone, as they always did. a
	*> held warning's later RELEASED lines overwrite its HELD one.
	markNotified.
	open input alrthist
	if ws-hist-status = "00" then
		move "N" to ws-hist-eof
		perform markOneNotified until history-done
		close alrthist
	end-if.

	markOneNotified.
	read alrthist
		at end move "Y" to ws-hist-eof
		not at end
			move alrthist-record to alert-route-history
			if ah-alert-number >= 1
			and ah-alert-number <= alertCount then
				move ah-status to al-route-status(ah-alert-number)
				move ah-group to al-group(ah-alert-number)
				evaluate ah-role
					when "PRIMARY"
						move ah-recipient to al-primary(ah-alert-number)
					when "BACKUP"
						move ah-recipient to al-backup(ah-alert-number)
					when other
						continue
				end-evaluate
			end-if
	end-read.

	*> an unacknowledged E-severity alert past the threshold goes on
	*> its own escalation line; the ALERTREC columns are fixed, so
	*> the stored line parses straight back into the copybook record.
	string "ESCALATED alert " alertIndex ": " al-line(alertIndex)(1:60)
		delimited by size into ws-exc-line
	write alertexc-record from ws-exc-line
	display "alertAck: " ws-exc-line
	if al-route-status(alertIndex) not = spaces then
		perform writeNotifiedLine.

	writeNotifiedLine.
	move spaces to ws-exc-line
	evaluate al-route-status(alertIndex)
		when "HELD"
			string "    held in quiet hours for " al-group(alertIndex)
				", not yet paged"
				delimited by size into ws-exc-line
		when "UNROUTED"
			string "    no route covered it, nobody paged"
				delimited by size into ws-exc-line
		when other
			string "    paged " al-group(alertIndex)
				" primary " al-primary(alertIndex)
				" backup " al-backup(alertIndex)
				" " al-route-status(alertIndex)
				delimited by size into ws-exc-line
	end-evaluate
	write alertexc-record from ws-exc-line
	display "alertAck: " ws-exc-line.

	writeReportCounts.
		delimited by size into ws-exc-line
	write alertexc-record from ws-exc-line
	display "alertAck: " ws-exc-line.

	*> a training run is turned onto the sandbox before anything is
	*> opened (see trainGuard.cbl); one with no sandbox stops here.
	checkTrainingMode.
	move "alertAck" to tg-program
	call 'trainGuard' using training-request
		on exception move "P" to tg-mode
	end-call.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "alertAck" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
