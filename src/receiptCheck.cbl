identification division.
program-id. receiptCheck.

*> the daily consumer-receipt report: matches each generation we
*> published against the receipts its downstream consumers posted
*> (RECEIPTS, see RCPTREC.cpy, written by receiptPost), so a consumer
*> still reading yesterday's generation is found the same day instead
*> of two days later. the CONSREG register holds one card per
*> expected consumer of each output:
*>   columns  1- 8  the output: SORTOUT, MERGEOUT, or the partner a
*>                  partnerFormat extract goes to
*>   columns 10-29  the consuming job, as its RCPTCARD names it
*>   columns 31-34  cutoff, HHMM on the day the generation was
*>                  published, by which its receipt is due
*>   columns 36-55  the owner to answer to
*> what was published is read where it lies: the run identifier and
*> date on the SORTOUT or MERGEOUT envelope header, and for a partner
*> extract the latest SENT or UNVERIFD XMITLOG line for that partner,
*> which carries our file's run identifier. a consumer's latest
*> receipt for the output posted on or after the publication date
*> decides its verdict on RCPTRPT:
*>   ACKED     it quotes the published run identifier
*>   STALE     it quotes another one -- the consumer took an older
*>             generation
*>   MISSED    no receipt yet, and the cutoff has passed
*>   PENDING   no receipt yet, still before the cutoff
*>   NOPUB     nothing published to match (no file, a bare legacy
*>             file, or no transmission to that partner)
*>   BADCARD   the register card's cutoff is not HHMM
*> every MISSED raises an OPERALRT alert (reason 0028) and every STALE
*> another (reason 0029), naming the output and the consumer.
*> RETURN-CODE: rc-success when nothing was flagged, rc-invalid-input
*> when anything was MISSED or STALE or CONSREG cannot be opened.
*> under the TRAINING DD the run works on the training sandbox (see
*> trainGuard.cbl), its OPERALRT alerts included, and RCPTRPT opens
*> with the training stamp; with no sandbox to run against it ends
*> rc-invalid-input before anything is opened.
environment division.
	input-output section.
	file-control.
		select consreg assign to "CONSREG"
			organization line sequential
			file status is ws-reg-status.
		select receipts assign to "RECEIPTS"
			organization line sequential
			file status is ws-rcpt-status.
		select sortout assign to "SORTOUT"
			organization line sequential
			file status is ws-sortout-status.
		select mergeout assign to "MERGEOUT"
			organization line sequential
			file status is ws-mergeout-status.
		select xmitlog assign to "XMITLOG"
			organization line sequential
			file status is ws-xmit-status.
		select rcptrpt assign to "RCPTRPT"
			organization line sequential
			file status is ws-rpt-status.
		select operalrt assign to "OPERALRT"
			organization line sequential
			file status is ws-alert-status.

data division.
	file section.
	fd consreg.
	01 consreg-record.
		05 cr-output pic x(8).
		05 filler pic x(1).
		05 cr-consumer pic x(20).
		05 filler pic x(1).
		05 cr-cutoff pic x(4).
		05 filler pic x(1).
		05 cr-owner pic x(20).

	fd receipts.
	01 receipts-record pic x(80).

	fd sortout.
	01 sortout-record pic x(80).

	fd mergeout.
	01 mergeout-record pic x(80).

	fd xmitlog.
	01 xmitlog-record pic x(80).

	fd rcptrpt.
	01 rcptrpt-record pic x(80).

	fd operalrt.
	01 operalrt-record pic x(80).

	working-storage section.
		01 ws-reg-status pic x(2).
		01 ws-rcpt-status pic x(2).
		01 ws-sortout-status pic x(2).
		01 ws-mergeout-status pic x(2).
		01 ws-xmit-status pic x(2).
		01 ws-rpt-status pic x(2).
		01 ws-alert-status pic x(2).
		01 ws-reg-eof pic x(1).
			88 register-done value "Y".
		01 ws-file-eof pic x(1).
			88 file-done value "Y".
		copy "FILEENVL.cpy".
		copy "XMITREC.cpy".
		copy "RCPTREC.cpy".
		copy "ALERTREC.cpy".

		*> the two envelope outputs are read once; a partner's
		*> transmission is looked up card by card.
		01 sortoutRunId pic x(8) value spaces.
		01 sortoutDate pic 9(8) value 0.
		01 mergeoutRunId pic x(8) value spaces.
		01 mergeoutDate pic 9(8) value 0.

		01 publishedRunId pic x(8).
		01 publishedDate pic 9(8).
		01 receivedRunId pic x(8).
		01 receiptStamp pic 9(14).
		01 latestStamp pic 9(14).
		01 cutoffTime pic 9(4).
		01 cutoffStamp pic 9(14).
		01 nowStamp pic 9(14).
		01 ws-run-date pic 9(8).
		01 ws-run-time-raw pic 9(8).
		01 ws-run-time pic 9(6).
		01 verdictText pic x(8).

		01 ackedCount pic 9(5) value 0.
		01 staleCount pic 9(5) value 0.
		01 missedCount pic 9(5) value 0.
		01 pendingCount pic 9(5) value 0.
		01 nopubCount pic 9(5) value 0.
		01 badCardCount pic 9(5) value 0.

		01 ws-rpt-line pic x(80).
		01 out-count pic zzzz9.
		01 ws-alert-text pic x(40).
		copy "TRAINREQ.cpy".
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

procedure division.
	main.
	perform checkTrainingMode
	if return-code not = rc-success then
		move rc-invalid-input to return-code
		goback.
	open input consreg
	if ws-reg-status not = "00" then
		display "receiptCheck: unable to open CONSREG, status " ws-reg-status
		move rc-invalid-input to return-code
		goback.
	perform getProcessingDate
	move pdt-date to ws-run-date
	accept ws-run-time-raw from time
	compute ws-run-time = ws-run-time-raw / 100
	compute nowStamp = ws-run-date * 1000000 + ws-run-time
	perform readPublishedHeaders
	open output rcptrpt
	if tg-training then
		write rcptrpt-record from tg-stamp.
	perform writeReportHeader
	move "N" to ws-reg-eof
	perform checkOneConsumer until register-done
	close consreg
	perform writeReceiptSummary
	close rcptrpt
	if missedCount = 0 and staleCount = 0 then
		move rc-success to return-code
	else
		move rc-invalid-input to return-code
	end-if
	goback.

	*> only each file's first record is wanted; a bare legacy file
	*> (or no file) leaves the run identifier blank.
	readPublishedHeaders.
	open input sortout
	if ws-sortout-status = "00" then
		read sortout
			at end continue
			not at end
				if sortout-record(1:4) = "HDR " then
					move sortout-record to envelope-header-record
					move envl-hdr-run-id to sortoutRunId
					move envl-hdr-date to sortoutDate
				end-if
		end-read
		close sortout
	end-if
	open input mergeout
	if ws-mergeout-status = "00" then
		read mergeout
			at end continue
			not at end
				if mergeout-record(1:4) = "HDR " then
					move mergeout-record to envelope-header-record
					move envl-hdr-run-id to mergeoutRunId
					move envl-hdr-date to mergeoutDate
				end-if
		end-read
		close mergeout
	end-if.

	checkOneConsumer.
	read consreg
		at end move "Y" to ws-reg-eof
		not at end
			if cr-output not = spaces then
				perform judgeConsumer
				perform writeConsumerLine
			end-if
	end-read.

	judgeConsumer.
	move spaces to receivedRunId
	if cr-cutoff is not numeric then
		move "BADCARD" to verdictText
		add 1 to badCardCount
		move spaces to publishedRunId
		display "receiptCheck: CONSREG cutoff '" cr-cutoff "' for "
			cr-output " " cr-consumer " is not HHMM"
	else
		move cr-cutoff to cutoffTime
		perform findPublished
		if publishedRunId = spaces then
			move "NOPUB" to verdictText
			add 1 to nopubCount
		else
			perform findLatestReceipt
			perform decideVerdict
		end-if
	end-if.

	findPublished.
	move spaces to publishedRunId
	move 0 to publishedDate
	evaluate cr-output
		when "SORTOUT"
			move sortoutRunId to publishedRunId
			move sortoutDate to publishedDate
		when "MERGEOUT"
			move mergeoutRunId to publishedRunId
			move mergeoutDate to publishedDate
		when other
			perform findPartnerTransmission
	end-evaluate.

	*> the log is appended in time order, so the last line for the
	*> partner is the latest transmission. a refused one published
	*> nothing and is passed over.
	findPartnerTransmission.
	open input xmitlog
	if ws-xmit-status = "00" then
		move "N" to ws-file-eof
		perform readOneTransmission until file-done
		close xmitlog
	end-if.

	readOneTransmission.
	read xmitlog
		at end move "Y" to ws-file-eof
		not at end
			move xmitlog-record to transmission-log-detail
			if xl-partner = cr-output
			and (xl-sent or xl-unverified) then
				move xl-source-run to publishedRunId
				move xl-date to publishedDate
			end-if
	end-read.

	*> receipts from before the publication date are for an earlier
	*> generation and do not count either way; of the rest the latest
	*> wins (a later line at the same second wins too), so a consumer
	*> that reran against the right generation is cleared.
	findLatestReceipt.
	move 0 to latestStamp
	open input receipts
	if ws-rcpt-status = "00" then
		move "N" to ws-file-eof
		perform readOneReceipt until file-done
		close receipts
	end-if.

	readOneReceipt.
	read receipts
		at end move "Y" to ws-file-eof
		not at end
			move receipts-record to consumer-receipt-detail
			if rp-output = cr-output and rp-consumer = cr-consumer
			and rp-date is numeric and rp-time is numeric
			and rp-date >= publishedDate then
				compute receiptStamp = rp-date * 1000000 + rp-time
				if receiptStamp >= latestStamp then
					move receiptStamp to latestStamp
					move rp-run-id to receivedRunId
				end-if
			end-if
	end-read.

	decideVerdict.
	compute cutoffStamp = publishedDate * 1000000 + cutoffTime * 100
	evaluate true
		when latestStamp > 0 and receivedRunId = publishedRunId
			move "ACKED" to verdictText
			add 1 to ackedCount
		when latestStamp > 0
			move "STALE" to verdictText
			add 1 to staleCount
			perform raiseStaleAlert
		when nowStamp > cutoffStamp
			move "MISSED" to verdictText
			add 1 to missedCount
			perform raiseMissedAlert
		when other
			move "PENDING" to verdictText
			add 1 to pendingCount
	end-evaluate.

	writeReportHeader.
	move spaces to ws-rpt-line
	string "consumer receipt report  run date " ws-run-date
		" time " ws-run-time(1:4)
		delimited by size into ws-rpt-line
	write rcptrpt-record from ws-rpt-line
	move "output   consumer             cutoff published received verdict"
		to ws-rpt-line
	write rcptrpt-record from ws-rpt-line
	move spaces to ws-rpt-line
	write rcptrpt-record from ws-rpt-line.

	writeConsumerLine.
	move spaces to ws-rpt-line
	string cr-output " " cr-consumer " " cr-cutoff "   "
		publishedRunId "  " receivedRunId " " verdictText
		delimited by size into ws-rpt-line
	write rcptrpt-record from ws-rpt-line.

	writeReceiptSummary.
	move spaces to ws-rpt-line
	write rcptrpt-record from ws-rpt-line
	move ackedCount to out-count
	move spaces to ws-rpt-line
	string "acknowledged           " out-count
		delimited by size into ws-rpt-line
	write rcptrpt-record from ws-rpt-line
	move staleCount to out-count
	move spaces to ws-rpt-line
	string "stale run identifier   " out-count
		delimited by size into ws-rpt-line
	write rcptrpt-record from ws-rpt-line
	move missedCount to out-count
	move spaces to ws-rpt-line
	string "missed cutoff          " out-count
		delimited by size into ws-rpt-line
	write rcptrpt-record from ws-rpt-line
	move pendingCount to out-count
	move spaces to ws-rpt-line
	string "pending, before cutoff " out-count
		delimited by size into ws-rpt-line
	write rcptrpt-record from ws-rpt-line
	move nopubCount to out-count
	move spaces to ws-rpt-line
	string "nothing published      " out-count
		delimited by size into ws-rpt-line
	write rcptrpt-record from ws-rpt-line
	move badCardCount to out-count
	move spaces to ws-rpt-line
	string "bad register cards     " out-count
		delimited by size into ws-rpt-line
	write rcptrpt-record from ws-rpt-line.

	raiseMissedAlert.
	display "receiptCheck: " cr-consumer " has not acknowledged "
		cr-output " run " publishedRunId " by its " cr-cutoff
		" cutoff -- owner " cr-owner
	move spaces to ws-alert-text
	string cr-output " " cr-consumer(1:16) " UNACKED " cr-cutoff
		delimited by size into ws-alert-text
	move "W" to oa-severity
	move "0028" to oa-reason
	move ws-alert-text to oa-text
	perform writeOperatorAlert.

	raiseStaleAlert.
	display "receiptCheck: " cr-consumer " acknowledged " cr-output
		" run " receivedRunId ", not the published " publishedRunId
		" -- owner " cr-owner
	move spaces to ws-alert-text
	string cr-output " " cr-consumer(1:14) " STALE " receivedRunId
		delimited by size into ws-alert-text
	move "W" to oa-severity
	move "0029" to oa-reason
	move ws-alert-text to oa-text
	perform writeOperatorAlert.

	*> appends one fixed-layout alert record (see ALERTREC.cpy) for
	*> the console automation; oa-severity, oa-reason, and oa-text are
	*> set by the caller before the perform.
	writeOperatorAlert.
	move ws-run-date to oa-date
	move ws-run-time to oa-time
	move "receiptCheck" to oa-program
	open extend operalrt
	if ws-alert-status not = "00" then
		open output operalrt.
	write operalrt-record from operator-alert-detail
	close operalrt.

	*> a training run is turned onto the sandbox before anything is
	*> opened (see trainGuard.cbl); one with no sandbox stops here.
	checkTrainingMode.
	move "receiptCheck" to tg-program
	call 'trainGuard' using training-request
		on exception move "P" to tg-mode
	end-call.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "receiptCheck" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
