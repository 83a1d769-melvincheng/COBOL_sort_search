*> ARRAYIN side is multiplied by 100 (exactly createArray's load
*> arithmetic) before the totals are compared -- otherwise every
*> decimal-mode night reports OUT OF BALANCE on truncated decimals.
*>
*> a file balanced here that was hand-corrected and re-enveloped
*> through reEnvelope is cited on BALRPT: every REENVLOG line (see
*> REENVREC.cpy) whose new run identifier is ARRAYIN's or SORTOUT's
*> HDR run identifier -- or SORTOUT's source, for a sort fed a
*> re-enveloped SORTIN -- is listed under the verdict with who
*> renewed it, the old and new counts and hashes, and the reason.
environment division.
	input-output section.
	file-control.
		select balparm assign to "BALPARM"
			organization line sequential
			file status is ws-parm-status.
		select reenvlog assign to "REENVLOG"
			organization line sequential
			file status is ws-log-status.

data division.
	file section.
	01 balparm-record.
		05 bp-mode pic x(1).

	fd reenvlog.
	01 reenvlog-record pic x(127).

	working-storage section.
		01 ws-in-status pic x(2).
		01 ws-out-status pic x(2).
		01 ws-rpt-status pic x(2).
		01 ws-parm-status pic x(2).
		01 ws-log-status pic x(2).
		01 ws-decimal-mode pic x(1) value "N".
			88 decimal-elements value "Y".
		01 ws-rpt-line pic x(80).
			05 wbl-left pic x(16).
			05 filler pic x(2) value spaces.
			05 wbl-right pic x(16).
		*> the run identifiers the envelopes carried, for citing any
		*> re-envelope behind them.
		01 arrayinRunId pic x(8) value spaces.
		01 sortoutRunId pic x(8) value spaces.
		01 sortoutSourceId pic x(8) value spaces.
		01 citedCount pic 9(3) value 0.
		copy "FILEENVL.cpy".
		copy "REENVREC.cpy".
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

procedure division.
	main.
	perform getProcessingDate
	move pdt-date to ws-run-date
	perform readBalanceMode
	open input arrayin
	if ws-in-status not = "00" then
	read arrayin
		at end move "Y" to ws-file-eof
		not at end
			if arrayin-record(1:4) = "HDR " then
				move arrayin-record to envelope-header-record
				move envl-hdr-run-id to arrayinRunId
			end-if
			if arrayin-record(1:4) not = "HDR "
			and arrayin-record(1:4) not = "TRL " then
				if decimal-elements then
	read sortout
		at end move "Y" to ws-file-eof
		not at end
			if sortout-record(1:4) = "HDR " then
				move sortout-record to envelope-header-record
				move envl-hdr-run-id to sortoutRunId
				move envl-hdr-source-id to sortoutSourceId
			end-if
			if sortout-record(1:4) not = "HDR "
			and sortout-record(1:4) not = "TRL " then
				compute workValue =
		move "verdict: OUT OF BALANCE - hold downstream jobs" to ws-rpt-line
	end-if
	write balrpt-record from ws-rpt-line
	perform citeReenvelopes
	close balrpt.

	*> a missing REENVLOG just means nothing was ever re-enveloped.
	citeReenvelopes.
	open input reenvlog
	if ws-log-status = "00" then
		move "N" to ws-file-eof
		perform citeOneReenvelope until file-eof
		close reenvlog
	end-if.

	citeOneReenvelope.
	read reenvlog into reenvelope-detail
		at end move "Y" to ws-file-eof
		not at end
			if re-new-run-id not = spaces
			and (re-new-run-id = arrayinRunId
				or re-new-run-id = sortoutRunId
				or re-new-run-id = sortoutSourceId) then
				perform writeReenvelopeCitation
			end-if
	end-read.

	writeReenvelopeCitation.
	add 1 to citedCount
	if citedCount = 1 then
		move spaces to ws-rpt-line
		write balrpt-record from ws-rpt-line
		move "re-enveloped by hand correction (REENVLOG):" to ws-rpt-line
		write balrpt-record from ws-rpt-line
	end-if
	move spaces to ws-rpt-line
	string "  " re-file " run " re-new-run-id " (was " re-source-id
		") on " re-date " by " re-operator
		delimited by size into ws-rpt-line
	write balrpt-record from ws-rpt-line
	move spaces to ws-rpt-line
	string "    was count " re-old-count " hash " re-old-hash
		", now " re-new-count " hash " re-new-hash
		delimited by size into ws-rpt-line
	write balrpt-record from ws-rpt-line
	move spaces to ws-rpt-line
	string "    reason: " re-reason delimited by size into ws-rpt-line
	write balrpt-record from ws-rpt-line.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "balanceCheck" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
