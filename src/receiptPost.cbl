identification division.
program-id. receiptPost.

*> the receipt step a downstream job runs once it has read one of our
*> published outputs: it posts a RECEIPTS record (see RCPTREC.cpy)
*> quoting the envelope run identifier on the generation it actually
*> consumed, for receiptCheck to match against what we published. the
*> RCPTCARD card says what was consumed and by whom:
*>   columns  1- 8  the output (SORTOUT, MERGEOUT, or the partner the
*>                  extract went to)
*>   columns 10-29  the consuming job, as the CONSREG register names it
*>   columns 31-38  the run identifier consumed -- leave blank and the
*>                  step reads it off the header of the file on the
*>                  CONSUMED DD instead, which is the surer way: the
*>                  job quotes whichever generation it was really given
*> a consumed file with no envelope header has no run identifier to
*> quote and nothing is posted. a consumer the register does not
*> expect for that output is still posted, with a warning, so the
*> register can catch up. RETURN-CODE: rc-success when posted,
*> rc-not-found when posted for an unregistered consumer,
*> rc-invalid-input when the card is missing or incomplete or no run
*> identifier could be found (nothing posted).
environment division.
	input-output section.
	file-control.
		select rcptcard assign to "RCPTCARD"
			organization line sequential
			file status is ws-card-status.
		select consumed assign to "CONSUMED"
			organization line sequential
			file status is ws-consumed-status.
		select consreg assign to "CONSREG"
			organization line sequential
			file status is ws-reg-status.
		select receipts assign to "RECEIPTS"
			organization line sequential
			file status is ws-rcpt-status.

data division.
	file section.
	fd rcptcard.
	01 rcptcard-record.
		05 pc-output pic x(8).
		05 filler pic x(1).
		05 pc-consumer pic x(20).
		05 filler pic x(1).
		05 pc-run-id pic x(8).

	fd consumed.
	01 consumed-record pic x(80).

	fd consreg.
	01 consreg-record.
		05 cr-output pic x(8).
		05 filler pic x(1).
		05 cr-consumer pic x(20).

	fd receipts.
	01 receipts-record pic x(80).

	working-storage section.
		01 ws-card-status pic x(2).
		01 ws-consumed-status pic x(2).
		01 ws-reg-status pic x(2).
		01 ws-rcpt-status pic x(2).
		01 ws-file-eof pic x(1).
			88 file-done value "Y".
		01 ws-card-read pic x(1) value "N".
			88 card-read value "Y".
		01 ws-registered pic x(1) value "N".
			88 consumer-registered value "Y".
		copy "FILEENVL.cpy".
		copy "RCPTREC.cpy".
		01 ws-post-time-raw pic 9(8).
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

procedure division.
	main.
	perform readReceiptCard
	if not card-read or pc-output = spaces or pc-consumer = spaces then
		display "receiptPost: RCPTCARD missing or incomplete, nothing posted"
		move rc-invalid-input to return-code
		goback.
	move spaces to consumer-receipt-detail
	move pc-output to rp-output
	move pc-consumer to rp-consumer
	if pc-run-id = spaces then
		perform readConsumedHeader
	else
		move pc-run-id to rp-run-id
	end-if
	if rp-run-id = spaces then
		display "receiptPost: no run identifier for " pc-output
			" -- CONSUMED has no envelope header, nothing posted"
		move rc-invalid-input to return-code
		goback.
	perform checkRegister
	perform getProcessingDate
	move pdt-date to rp-date
	accept ws-post-time-raw from time
	compute rp-time = ws-post-time-raw / 100
	open extend receipts
	if ws-rcpt-status not = "00" then
		open output receipts.
	write receipts-record from consumer-receipt-detail
	close receipts
	display "receiptPost: " rp-consumer " received " rp-output
		" run " rp-run-id
	if consumer-registered then
		move rc-success to return-code
	else
		display "receiptPost: " rp-consumer " is not registered for "
			rp-output " in CONSREG"
		move rc-not-found to return-code
	end-if
	goback.

	readReceiptCard.
	open input rcptcard
	if ws-card-status = "00" then
		read rcptcard
			at end continue
			not at end move "Y" to ws-card-read
		end-read
		close rcptcard
	end-if.

	*> only the first record is wanted; a bare legacy file leaves the
	*> run identifier blank.
	readConsumedHeader.
	open input consumed
	if ws-consumed-status = "00" then
		read consumed
			at end continue
			not at end
				if consumed-record(1:4) = "HDR " then
					move consumed-record to envelope-header-record
					move envl-hdr-run-id to rp-run-id
				end-if
		end-read
		close consumed
	else
		display "receiptPost: unable to open CONSUMED, status "
			ws-consumed-status
	end-if.

	checkRegister.
	open input consreg
	if ws-reg-status = "00" then
		move "N" to ws-file-eof
		perform readOneRegisterCard until file-done or consumer-registered
		close consreg
	end-if.

	readOneRegisterCard.
	read consreg
		at end move "Y" to ws-file-eof
		not at end
			if cr-output = rp-output and cr-consumer = rp-consumer then
				move "Y" to ws-registered
			end-if
	end-read.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "receiptPost" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
