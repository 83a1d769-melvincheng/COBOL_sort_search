identification division.
program-id. handoverReport.

*> the shift handover on paper instead of from memory: at every shift
*> change the outgoing operator runs this and the two operators walk
*> the page together. it gathers, in one pass over the files that
*> already hold them, everything still open:
*>   OPERALRT   alerts nobody has acknowledged on ALERTACK (see
*>              alertAck), E severity ahead of W
*>   RUNCTL     claims never closed -- a run abandoned or still going
*>   JOBQUEUE   jobs waiting in MAIN's queue, with their run-by times;
*>              one already past its run-by is overdue
*>   QSRESTRT, XMSCHKPT, BDCHKPT
*>              live checkpoints a quickSort, externalMergeSort, or
*>              batchDriver rerun will resume from
*>   TRANREJ    transaction rejects at or past the aging threshold
*>              (the RCYCPARM card rejectRecycle reads, else 3 cycles)
*>   SUSPFILE   values held in suspense
*>   WINMRPT    the latest windowMonitor assessment and projection
*> and prints them on one HANDRPT page, most urgent first:
*>   ACT NOW     E alerts, a window projected behind schedule, open
*>               claims, live checkpoints
*>   THIS SHIFT  overdue queued jobs, W alerts, aged rejects
*>   WAITING     queued jobs not yet due
*>   NOTE        suspense holds, a window on schedule
*> with a count of each at the top and, at the foot, lines for the
*> outgoing and incoming operators' initials and the time. what does
*> not fit on the page is counted there, least urgent first to go. an
*> optional HANDCARD card (columns 1-3 the outgoing operator's
*> initials, 5-7 the incoming's) prints them in; every run appends a
*> HANDHIST history record of what was handed over when (see
*> HNDHREC.cpy). a file absent tonight contributes nothing.
*>
*> RETURN-CODE: rc-success when nothing is open, rc-not-found when
*> anything was handed over, rc-invalid-input when HANDRPT cannot be
*> written.
environment division.
	input-output section.
	file-control.
		select operalrt assign to "OPERALRT"
			organization line sequential
			file status is ws-alert-status.
		select alertack assign to "ALERTACK"
			organization line sequential
			file status is ws-ack-status.
		select runctl assign to "RUNCTL"
			organization line sequential
			file status is ws-runctl-status.
		select jobqueue assign to "JOBQUEUE"
			organization line sequential
			file status is ws-jobqueue-status.
		select restartfile assign to "QSRESTRT"
			organization sequential
			file status is ws-qs-status.
		select checkpointfile assign to "XMSCHKPT"
			organization sequential
			file status is ws-xms-status.
		select bdchkpt assign to "BDCHKPT"
			organization line sequential
			file status is ws-bd-status.
		select tranrej assign to "TRANREJ"
			organization line sequential
			file status is ws-rej-status.
		select rcycparm assign to "RCYCPARM"
			organization line sequential
			file status is ws-parm-status.
		select suspfile assign to "SUSPFILE"
			organization line sequential
			file status is ws-susp-status.
		select winmrpt assign to "WINMRPT"
			organization line sequential
			file status is ws-winm-status.
		select handcard assign to "HANDCARD"
			organization line sequential
			file status is ws-card-status.
		select handrpt assign to "HANDRPT"
			organization line sequential
			file status is ws-rpt-status.
		select handhist assign to "HANDHIST"
			organization line sequential
			file status is ws-hist-status.

data division.
	file section.
	fd operalrt.
	01 operalrt-record pic x(80).

	fd alertack.
	01 alertack-record.
		05 aa-alert-number pic 9(5).
		05 filler pic x(75).

	fd runctl.
	01 runctl-record pic x(80).

	fd jobqueue.
	copy "JOBQREC.cpy".

	*> the checkpoint records exactly as their owning sorts declare
	*> them -- record-sequential files only read back through a
	*> matching record length.
	fd restartfile.
	01 restart-record.
		05 restart-arraysize pic 9(5).
		05 restart-i pic 9(36).
		05 restart-elements pic s9(9) comp-3 occurs 9999 times.
		05 restart-beginning pic s9(5) occurs 9999 times.
		05 restart-end pic s9(5) occurs 9999 times.
		05 restart-checksum pic 9(9).
		05 restart-complete pic x(1).

	fd checkpointfile.
	01 checkpoint-record.
		05 ck-phase pic x(1).
		05 ck-records-read pic 9(7).
		05 ck-run-count pic 9(1).
		05 ck-run-length pic 9(7) occurs 4 times.
		05 ck-sortin-count pic 9(6).
		05 ck-sortin-hash pic s9(12) comp-3.
		05 ck-sortin-envelope pic x(1).
		05 ck-sortin-expected pic 9(6).
		05 ck-packed-mode pic x(1).
		05 ck-source-run-id pic x(8).
		05 ck-complete pic x(1).

	fd bdchkpt.
	01 bdchkpt-record.
		05 bd-last-card pic 9(3).

	fd tranrej.
	01 tranrej-record pic x(80).

	fd rcycparm.
	01 rcycparm-record.
		05 rp-threshold pic x(2).

	fd suspfile.
	01 suspfile-record.
		05 sf-held-date pic 9(8).
		05 filler pic x(1).
		05 sf-record-image pic x(40).

	fd winmrpt.
	01 winmrpt-record pic x(100).

	fd handcard.
	01 handcard-record.
		05 hc-outgoing pic x(3).
		05 filler pic x(1).
		05 hc-incoming pic x(3).

	fd handrpt.
	01 handrpt-record pic x(80).

	fd handhist.
	01 handhist-record pic x(100).

	working-storage section.
		01 ws-alert-status pic x(2).
		01 ws-ack-status pic x(2).
		01 ws-runctl-status pic x(2).
		01 ws-jobqueue-status pic x(2).
		01 ws-qs-status pic x(2).
		01 ws-xms-status pic x(2).
		01 ws-bd-status pic x(2).
		01 ws-rej-status pic x(2).
		01 ws-parm-status pic x(2).
		01 ws-susp-status pic x(2).
		01 ws-winm-status pic x(2).
		01 ws-card-status pic x(2).
		01 ws-rpt-status pic x(2).
		01 ws-hist-status pic x(2).
		01 ws-file-eof pic x(1).
			88 file-done value "Y".
		copy "ALERTREC.cpy".
		copy "RCTLREC.cpy".
		copy "TREJREC.cpy".
		copy "HNDHREC.cpy".

		01 todayDate pic 9(8).
		01 ws-time-now-raw pic 9(8).
		01 timeNow pic 9(6).
		01 hhmmNow pic x(4).

		*> the alert numbers ALERTACK has on record, by OPERALRT line.
		01 ackedTable.
			05 ackedFlag pic x(1) occurs 99999 times.
		01 alertNumber pic 9(5) value 0.

		*> RUNCTL claims and closes paired by date and deck, the way
		*> runChecklist pairs them.
		78 deckTableMax value 200.
		01 deckTable.
			05 deckEntry occurs 200 times.
				10 dk-date pic 9(8).
				10 dk-deck pic x(8).
				10 dk-claim-time pic 9(6).
				10 dk-operator pic x(3).
				10 dk-claimed pic x(1).
				10 dk-closed pic x(1).
		01 deckCount pic 9(3) value 0.
		01 deckIndex pic 9(3).
		01 ws-deck-found pic x(1).
			88 deck-found value "Y".

		01 agingThreshold pic 9(2) value 3.
		01 rejectCycle pic 9(2).

		*> the handover items, kept in urgency order as they are
		*> added: a new item goes after every item as urgent or more,
		*> so each source keeps its own order within a rank. with the
		*> table full, a less urgent item gives way to a more urgent
		*> one.
		78 itemTableMax value 200.
		78 detailLinesMax value 40.
		01 itemTable.
			05 itemEntry occurs 200 times.
				10 it-rank pic 9(1).
				10 it-source pic x(8).
				10 it-text pic x(60).
		01 itemCount pic 9(3) value 0.
		01 itemIndex pic 9(3).
		01 itemInsertAt pic 9(3).
		01 itemsOffPage pic 9(5) value 0.
		01 itemsNotShown pic 9(5).
		01 itemsTotal pic 9(5) value 0.
		01 newRank pic 9(1).
		01 newSource pic x(8).
		01 newText pic x(60).
		01 urgencyLabel pic x(10).

		01 alertsError pic 9(5) value 0.
		01 alertsWarn pic 9(5) value 0.
		01 openClaims pic 9(3) value 0.
		01 queuedJobs pic 9(2) value 0.
		01 overdueJobs pic 9(2) value 0.
		01 liveCheckpoints pic 9(1) value 0.
		01 agedRejects pic 9(5) value 0.
		01 suspenseHolds pic 9(5) value 0.
		01 windowVerdict pic x(16) value "NOT RUN".
		01 behindTally pic 9(2).
		01 onTally pic 9(2).

		01 outgoingInitials pic x(3) value spaces.
		01 incomingInitials pic x(3) value spaces.
		01 ws-rpt-line pic x(80).
		01 out-count pic zzzz9.
		01 out-count2 pic zzzz9.
		01 out-index pic zzzz9.
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

procedure division.
	main.
	perform getProcessingDate
	move pdt-date to todayDate
	accept ws-time-now-raw from time
	compute timeNow = ws-time-now-raw / 100
	move timeNow(1:4) to hhmmNow
	perform readHandoverCard
	perform gatherAlerts
	perform gatherWindow
	perform gatherClaims
	perform gatherCheckpoints
	perform gatherJobQueue
	perform gatherRejects
	perform gatherSuspense
	open output handrpt
	if ws-rpt-status not = "00" then
		display "handoverReport: HANDRPT cannot be written, status " ws-rpt-status
		move rc-invalid-input to return-code
		goback.
	perform writeHandoverPage
	close handrpt
	perform writeHandoverHistory
	add itemsOffPage to itemCount giving itemsTotal
	move itemsTotal to out-count
	display "handoverReport: " function trim(out-count) " item(s) handed over, window " windowVerdict
	if itemsTotal = 0 then
		move rc-success to return-code
	else
		move rc-not-found to return-code
	end-if
	goback.

	readHandoverCard.
	open input handcard
	if ws-card-status = "00" then
		read handcard
			at end continue
			not at end
				move hc-outgoing to outgoingInitials
				move hc-incoming to incomingInitials
		end-read
		close handcard
	end-if.

	*> ----------------------------------------------------------------
	*> OPERALRT against ALERTACK: an alert is its line number.
	*> ----------------------------------------------------------------
	gatherAlerts.
	move all "N" to ackedTable
	open input alertack
	if ws-ack-status = "00" then
		move "N" to ws-file-eof
		perform readOneAck until file-done
		close alertack
	end-if
	open input operalrt
	if ws-alert-status = "00" then
		move "N" to ws-file-eof
		move 0 to alertNumber
		perform readOneAlert until file-done
		close operalrt
	end-if.

	readOneAck.
	read alertack
		at end move "Y" to ws-file-eof
		not at end
			if aa-alert-number is numeric and aa-alert-number > 0 then
				move "Y" to ackedFlag(aa-alert-number)
			end-if
	end-read.

	readOneAlert.
	read operalrt
		at end move "Y" to ws-file-eof
		not at end
			if alertNumber < 99999 then
				add 1 to alertNumber
				if ackedFlag(alertNumber) not = "Y" then
					perform addAlertItem
				end-if
			end-if
	end-read.

	addAlertItem.
	move operalrt-record to operator-alert-detail
	move alertNumber to out-index
	move spaces to newText
	string out-index " " oa-severity " " oa-reason " " oa-date " "
		oa-time(1:4) " " oa-text(1:33)
		delimited by size into newText
	move "OPERALRT" to newSource
	if oa-severity = "E" then
		add 1 to alertsError
		move 1 to newRank
	else
		add 1 to alertsWarn
		move 4 to newRank
	end-if
	perform addHandoverItem.

	*> ----------------------------------------------------------------
	*> WINMRPT: windowMonitor's latest assessment, first line, and
	*> its projected finish when it made one.
	*> ----------------------------------------------------------------
	gatherWindow.
	open input winmrpt
	if ws-winm-status = "00" then
		move "N" to ws-file-eof
		perform readOneWindowLine until file-done
		close winmrpt
	end-if.

	readOneWindowLine.
	read winmrpt
		at end move "Y" to ws-file-eof
		not at end
			evaluate true
				when winmrpt-record(1:18) = "window assessment "
					move 0 to behindTally
					move 0 to onTally
					inspect winmrpt-record tallying
						behindTally for all "BEHIND SCHEDULE"
						onTally for all "ON SCHEDULE"
					evaluate true
						when behindTally > 0
							move "BEHIND SCHEDULE" to windowVerdict
							move 1 to newRank
						when onTally > 0
							move "ON SCHEDULE" to windowVerdict
							move 8 to newRank
						when other
							move "NO PROJECTION" to windowVerdict
							move 8 to newRank
					end-evaluate
					perform addWindowItem
				when winmrpt-record(1:29) = "projected sort finish around "
					perform addWindowItem
			end-evaluate
	end-read.

	addWindowItem.
	move "WINMRPT" to newSource
	move winmrpt-record(1:60) to newText
	perform addHandoverItem.

	*> ----------------------------------------------------------------
	*> RUNCTL: a claim with no ENDED or CUTOFF for its date and deck.
	*> ----------------------------------------------------------------
	gatherClaims.
	open input runctl
	if ws-runctl-status = "00" then
		move "N" to ws-file-eof
		perform readOneClaim until file-done
		close runctl
	end-if
	move 1 to deckIndex
	perform reportOneClaim until deckIndex > deckCount.

	readOneClaim.
	read runctl
		at end move "Y" to ws-file-eof
		not at end
			move runctl-record to run-control-detail
			perform findDeckRow
			if rl-status = "CLAIMED" then
				if dk-claimed(deckIndex) not = "Y" then
					move "Y" to dk-claimed(deckIndex)
					move rl-time to dk-claim-time(deckIndex)
					move rl-operator to dk-operator(deckIndex)
				end-if
			else
				move "Y" to dk-closed(deckIndex)
			end-if
	end-read.

	findDeckRow.
	move "N" to ws-deck-found
	move 1 to deckIndex
	perform testDeckRow until deckIndex > deckCount or deck-found
	if deck-found then
		subtract 1 from deckIndex
	else
		if deckCount >= deckTableMax then
			move deckCount to deckIndex
		else
			add 1 to deckCount
			move deckCount to deckIndex
			move rl-date to dk-date(deckIndex)
			move rl-deck to dk-deck(deckIndex)
			move 0 to dk-claim-time(deckIndex)
			move spaces to dk-operator(deckIndex)
			move "N" to dk-claimed(deckIndex)
			move "N" to dk-closed(deckIndex)
		end-if
	end-if.

	testDeckRow.
	if dk-date(deckIndex) = rl-date
	and dk-deck(deckIndex) = rl-deck then
		move "Y" to ws-deck-found.
	add 1 to deckIndex.

	reportOneClaim.
	if dk-claimed(deckIndex) = "Y" and dk-closed(deckIndex) not = "Y" then
		add 1 to openClaims
		move spaces to newText
		string "deck " dk-deck(deckIndex) " claimed " dk-date(deckIndex)
			" " dk-claim-time(deckIndex)(1:4) " by " dk-operator(deckIndex)
			", never closed"
			delimited by size into newText
		move "RUNCTL" to newSource
		move 2 to newRank
		perform addHandoverItem
	end-if
	add 1 to deckIndex.

	*> ----------------------------------------------------------------
	*> the restart checkpoints: a spent one holds its zero sentinel
	*> (see quickSort, externalMergeSort, batchDriver).
	*> ----------------------------------------------------------------
	gatherCheckpoints.
	move "CHKPT" to newSource
	move 2 to newRank
	open input restartfile
	if ws-qs-status = "00" then
		read restartfile
			at end continue
			not at end
				if restart-arraysize is numeric
				and restart-arraysize > 0 then
					add 1 to liveCheckpoints
					move restart-arraysize to out-count
					move spaces to newText
					string "QSRESTRT quickSort of " function trim(out-count)
						" elements stopped, rerun resumes it"
						delimited by size into newText
					perform addHandoverItem
				end-if
		end-read
		close restartfile
	end-if
	open input checkpointfile
	if ws-xms-status = "00" then
		read checkpointfile
			at end continue
			not at end
				if ck-phase = "D" or ck-phase = "M" then
					add 1 to liveCheckpoints
					move spaces to newText
					if ck-phase = "D" then
						string "XMSCHKPT externalMergeSort stopped distributing,"
							" rerun resumes it"
							delimited by size into newText
					else
						string "XMSCHKPT externalMergeSort stopped merging,"
							" rerun resumes it"
							delimited by size into newText
					end-if
					perform addHandoverItem
				end-if
		end-read
		close checkpointfile
	end-if
	open input bdchkpt
	if ws-bd-status = "00" then
		read bdchkpt
			at end continue
			not at end
				if bd-last-card is numeric and bd-last-card > 0 then
					add 1 to liveCheckpoints
					move bd-last-card to out-count
					move spaces to newText
					string "BDCHKPT batchDriver stopped after card "
						function trim(out-count) ", resubmit resumes"
						delimited by size into newText
					perform addHandoverItem
				end-if
		end-read
		close bdchkpt
	end-if.

	*> ----------------------------------------------------------------
	*> JOBQUEUE: run-by times as MAIN's status reads them, HHMM within
	*> the operational day.
	*> ----------------------------------------------------------------
	gatherJobQueue.
	open input jobqueue
	if ws-jobqueue-status = "00" then
		move "N" to ws-file-eof
		perform readOneQueuedJob until file-done
		close jobqueue
	end-if.

	readOneQueuedJob.
	read jobqueue
		at end move "Y" to ws-file-eof
		not at end
			add 1 to queuedJobs
			move "JOBQUEUE" to newSource
			move spaces to newText
			evaluate true
				when jq-deadline = spaces
					string "priority " jq-priority " "
						function trim(jq-command)
						delimited by size into newText
					move 6 to newRank
				when jq-deadline < hhmmNow
					add 1 to overdueJobs
					string "priority " jq-priority " "
						function trim(jq-command)
						" run by " jq-deadline " OVERDUE"
						delimited by size into newText
					move 3 to newRank
				when other
					string "priority " jq-priority " "
						function trim(jq-command)
						" run by " jq-deadline
						delimited by size into newText
					move 5 to newRank
			end-evaluate
			if jq-requester not = spaces then
				move newText to ws-rpt-line
				move spaces to newText
				string function trim(ws-rpt-line) " for " jq-requester
					delimited by size into newText
			end-if
			perform addHandoverItem
	end-read.

	*> ----------------------------------------------------------------
	*> TRANREJ at or past rejectRecycle's aging threshold; a line from
	*> before the cycle count existed reads as cycle 1, as it does
	*> there.
	*> ----------------------------------------------------------------
	gatherRejects.
	open input rcycparm
	if ws-parm-status = "00" then
		read rcycparm
			at end continue
			not at end
				if rp-threshold is numeric
				and function numval(rp-threshold) > 0 then
					compute agingThreshold =
						function numval(rp-threshold)
				end-if
		end-read
		close rcycparm
	end-if
	open input tranrej
	if ws-rej-status = "00" then
		move "N" to ws-file-eof
		perform readOneReject until file-done
		close tranrej
	end-if.

	readOneReject.
	read tranrej
		at end move "Y" to ws-file-eof
		not at end
			move tranrej-record to transaction-reject-detail
			if tr-cycle is numeric and tr-cycle > 0 then
				move tr-cycle to rejectCycle
			else
				move 1 to rejectCycle
			end-if
			if rejectCycle >= agingThreshold then
				add 1 to agedRejects
				move spaces to newText
				string tr-card-image " cycle " rejectCycle " "
					tr-reason(1:28)
					delimited by size into newText
				move "TRANREJ" to newSource
				move 4 to newRank
				perform addHandoverItem
			end-if
	end-read.

	gatherSuspense.
	open input suspfile
	if ws-susp-status = "00" then
		move "N" to ws-file-eof
		perform readOneHold until file-done
		close suspfile
	end-if.

	readOneHold.
	read suspfile
		at end move "Y" to ws-file-eof
		not at end
			if suspfile-record not = spaces then
				add 1 to suspenseHolds
				move spaces to newText
				string "held since " sf-held-date " " sf-record-image
					delimited by size into newText
				move "SUSPFILE" to newSource
				move 7 to newRank
				perform addHandoverItem
			end-if
	end-read.

	*> ----------------------------------------------------------------
	*> the item table: newRank, newSource, and newText are set by the
	*> caller before the perform.
	*> ----------------------------------------------------------------
	addHandoverItem.
	if itemCount >= itemTableMax then
		if newRank < it-rank(itemCount) then
			subtract 1 from itemCount
			add 1 to itemsOffPage
		else
			add 1 to itemsOffPage
		end-if
	end-if
	if itemCount < itemTableMax then
		move 1 to itemInsertAt
		perform findItemPosition
			until itemInsertAt > itemCount
				or it-rank(itemInsertAt) > newRank
		move itemCount to itemIndex
		perform shiftItemDown until itemIndex < itemInsertAt
		move newRank to it-rank(itemInsertAt)
		move newSource to it-source(itemInsertAt)
		move newText to it-text(itemInsertAt)
		add 1 to itemCount
	end-if.

	findItemPosition.
	add 1 to itemInsertAt.

	shiftItemDown.
	move itemEntry(itemIndex) to itemEntry(itemIndex + 1)
	subtract 1 from itemIndex.

	*> ----------------------------------------------------------------
	*> the page: heading, counts, the items most urgent first, the
	*> sign-off lines.
	*> ----------------------------------------------------------------
	writeHandoverPage.
	move spaces to ws-rpt-line
	string "SHIFT HANDOVER  " todayDate " " timeNow(1:4)
		"            window: " windowVerdict
		delimited by size into ws-rpt-line
	write handrpt-record from ws-rpt-line
	move spaces to ws-rpt-line
	write handrpt-record from ws-rpt-line
	move alertsError to out-count
	move alertsWarn to out-count2
	move spaces to ws-rpt-line
	string "unacknowledged alerts E " out-count "  W " out-count2
		delimited by size into ws-rpt-line
	move openClaims to out-count
	string "    open claims " out-count
		delimited by size into ws-rpt-line(40:)
	write handrpt-record from ws-rpt-line
	move queuedJobs to out-count
	move overdueJobs to out-count2
	move spaces to ws-rpt-line
	string "jobs queued " out-count ", overdue " out-count2
		delimited by size into ws-rpt-line
	move liveCheckpoints to out-count
	string "    live checkpoints " out-count
		delimited by size into ws-rpt-line(40:)
	write handrpt-record from ws-rpt-line
	move agedRejects to out-count
	move agingThreshold to out-count2
	move spaces to ws-rpt-line
	string "aged rejects (" function trim(out-count2) "+ cycles) " out-count
		delimited by size into ws-rpt-line
	move suspenseHolds to out-count
	string "    suspense holds " out-count
		delimited by size into ws-rpt-line(40:)
	write handrpt-record from ws-rpt-line
	move spaces to ws-rpt-line
	write handrpt-record from ws-rpt-line
	move "urgency    source   item" to ws-rpt-line
	write handrpt-record from ws-rpt-line
	if itemCount = 0 then
		move "           nothing open, a clean handover" to ws-rpt-line
		write handrpt-record from ws-rpt-line
	end-if
	move 1 to itemIndex
	perform writeOneItem
		until itemIndex > itemCount or itemIndex > detailLinesMax
	move itemsOffPage to itemsNotShown
	if itemCount > detailLinesMax then
		compute itemsNotShown = itemsOffPage + itemCount - detailLinesMax
	end-if
	if itemsNotShown > 0 then
		move itemsNotShown to out-count
		move spaces to ws-rpt-line
		string "           " function trim(out-count)
			" less urgent item(s) not shown, see the files above"
			delimited by size into ws-rpt-line
		write handrpt-record from ws-rpt-line
	end-if
	move spaces to ws-rpt-line
	write handrpt-record from ws-rpt-line
	write handrpt-record from ws-rpt-line
	move spaces to ws-rpt-line
	if outgoingInitials = spaces then
		string "outgoing operator ___  time ______"
			delimited by size into ws-rpt-line
	else
		string "outgoing operator " outgoingInitials "  time ______"
			delimited by size into ws-rpt-line
	end-if
	if incomingInitials = spaces then
		string "incoming operator ___  time ______"
			delimited by size into ws-rpt-line(42:)
	else
		string "incoming operator " incomingInitials "  time ______"
			delimited by size into ws-rpt-line(42:)
	end-if
	write handrpt-record from ws-rpt-line.

	writeOneItem.
	evaluate it-rank(itemIndex)
		when 1
		when 2
			move "ACT NOW" to urgencyLabel
		when 3
		when 4
			move "THIS SHIFT" to urgencyLabel
		when 5
		when 6
			move "WAITING" to urgencyLabel
		when other
			move "NOTE" to urgencyLabel
	end-evaluate
	move spaces to ws-rpt-line
	string urgencyLabel " " it-source(itemIndex) " " it-text(itemIndex)
		delimited by size into ws-rpt-line
	write handrpt-record from ws-rpt-line
	add 1 to itemIndex.

	writeHandoverHistory.
	move todayDate to hh-date
	move timeNow to hh-time
	move outgoingInitials to hh-outgoing
	move incomingInitials to hh-incoming
	move alertsError to hh-alerts-error
	move alertsWarn to hh-alerts-warn
	move openClaims to hh-open-claims
	move queuedJobs to hh-queued-jobs
	move overdueJobs to hh-overdue-jobs
	move liveCheckpoints to hh-checkpoints
	move agedRejects to hh-aged-rejects
	move suspenseHolds to hh-suspense
	move windowVerdict to hh-window
	compute hh-items = itemCount + itemsOffPage
	open extend handhist
	if ws-hist-status not = "00" then
		open output handhist.
	write handhist-record from handover-history-detail
	close handhist.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "handoverReport" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
