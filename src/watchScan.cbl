identification division.
program-id. watchScan.

*> checks the value watchlist (WATCHLST, kept by watchMaint -- see
*> WATCHREC.cpy) against each night's sorted output: run as the step
*> after sortoutGen, it walks tonight's SORTOUT and the generation
*> before it together in one pass, and a watched value that is in
*> tonight's file but was not in the prior one has APPEARED, one
*> that was there and is gone has DISAPPEARED. an event is raised
*> only for the watchers who asked for that direction (watch for A,
*> D, or B), and only for lines not past their expiry.
*>
*> which generation is the prior night's depends on whether
*> sortoutGen rotated: when SORTOUTG1's header carries the same run
*> identifier as SORTOUT's, tonight's file has already gone to G1
*> and the prior night is SORTOUTG2 (the retention count must then
*> keep at least two generations); when it carries another, a legal
*> hold withheld the rotation and the prior night is still G1. when
*> neither can be told -- no G1, or no run identifier on either
*> header -- or the generation chosen is not there, no events are
*> raised. both files are element-per-line and sorted, HDR/TRL envelope
*> records are control records, not data, and the watched values
*> are taken in the same order, so each file is read once however
*> many values are watched.
*>
*> every event is appended to the WATCHHST history. each watcher --
*> one of the first eight REQLIST requesters, slot n in REQLIST
*> order as reqIntake gives them -- with a line on the watchlist
*> gets tonight's notification file WATCHNn (WATCHN1 through
*> WATCHN8): a heading and that watcher's events, or the one line
*> "no watched value appeared or disappeared". a line for a watcher
*> who is no longer on REQLIST is counted on WSCANRPT and skipped.
*> WSCANRPT carries the run's counts.
*>
*> RETURN-CODE: rc-success once the scan completes -- an event is
*> information for the watcher, not a failure -- rc-not-found when
*> there is no prior generation to compare against, or no telling
*> which generation it is (nothing is raised, the notification files
*> say so), rc-invalid-input when SORTOUT, WATCHLST, or REQLIST is
*> not available or the watchlist is larger than this program holds.
environment division.
	input-output section.
	file-control.
		select sortout assign to "SORTOUT"
			organization line sequential
			file status is ws-new-status.
		select gen1 assign to "SORTOUTG1"
			organization line sequential
			file status is ws-old-status.
		select gen2 assign to "SORTOUTG2"
			organization line sequential
			file status is ws-old-status.
		select watchlst assign to "WATCHLST"
			organization line sequential
			file status is ws-list-status.
		select reqlist assign to "REQLIST"
			organization line sequential
			file status is ws-req-status.
		select watchhst assign to "WATCHHST"
			organization line sequential
			file status is ws-hst-status.
		select wscanrpt assign to "WSCANRPT"
			organization line sequential
			file status is ws-rpt-status.
		select watchn1 assign to "WATCHN1"
			organization line sequential
			file status is ws-note-status.
		select watchn2 assign to "WATCHN2"
			organization line sequential
			file status is ws-note-status.
		select watchn3 assign to "WATCHN3"
			organization line sequential
			file status is ws-note-status.
		select watchn4 assign to "WATCHN4"
			organization line sequential
			file status is ws-note-status.
		select watchn5 assign to "WATCHN5"
			organization line sequential
			file status is ws-note-status.
		select watchn6 assign to "WATCHN6"
			organization line sequential
			file status is ws-note-status.
		select watchn7 assign to "WATCHN7"
			organization line sequential
			file status is ws-note-status.
		select watchn8 assign to "WATCHN8"
			organization line sequential
			file status is ws-note-status.

data division.
	file section.
	fd sortout.
	01 sortout-record pic x(80).
	fd gen1.
	01 gen1-record pic x(80).
	fd gen2.
	01 gen2-record pic x(80).
	fd watchlst.
	01 watchlst-record pic x(84).
	fd reqlist.
	01 reqlist-record.
		05 rl-requester pic x(8).
		05 filler pic x(72).
	fd watchhst.
	01 watchhst-record pic x(81).
	fd wscanrpt.
	01 wscanrpt-record pic x(80).
	fd watchn1.
	01 watchn1-record pic x(81).
	fd watchn2.
	01 watchn2-record pic x(81).
	fd watchn3.
	01 watchn3-record pic x(81).
	fd watchn4.
	01 watchn4-record pic x(81).
	fd watchn5.
	01 watchn5-record pic x(81).
	fd watchn6.
	01 watchn6-record pic x(81).
	fd watchn7.
	01 watchn7-record pic x(81).
	fd watchn8.
	01 watchn8-record pic x(81).

	working-storage section.
		01 ws-new-status pic x(2).
		01 ws-old-status pic x(2).
		01 ws-list-status pic x(2).
		01 ws-req-status pic x(2).
		01 ws-hst-status pic x(2).
		01 ws-rpt-status pic x(2).
		01 ws-note-status pic x(2).
		01 ws-new-eof pic x(1) value "N".
			88 new-eof value "Y".
		01 ws-old-eof pic x(1) value "N".
			88 old-eof value "Y".
		01 ws-new-have pic x(1) value "N".
			88 new-have value "Y".
		01 ws-old-have pic x(1) value "N".
			88 old-have value "Y".
		01 ws-list-eof pic x(1) value "N".
			88 list-eof value "Y".
		01 ws-req-eof pic x(1) value "N".
			88 req-eof value "Y".
		01 ws-list-full pic x(1) value "N".
			88 list-full value "Y".
		01 ws-prior-there pic x(1) value "N".
			88 prior-there value "Y".
		*> the prior night's generation, 1 or 2, chosen by the run
		*> identifiers on the SORTOUT and SORTOUTG1 headers.
		01 priorGeneration pic 9(1) value 0.
			88 prior-is-gen1 value 1.
			88 prior-is-gen2 value 2.
		01 sortoutRunId pic x(8) value spaces.
		01 gen1RunId pic x(8) value spaces.
		01 oldRecord pic x(80).
		01 newValue pic s9(9).
		01 oldValue pic s9(9).
		copy "WATCHREC.cpy".

		*> the watchers: the first eight REQLIST requesters, slot n
		*> writing WATCHNn; watcherLines counts each one's active lines.
		78 watcherMax value 8.
		01 watcherTable.
			05 watcherSlot occurs 8 times.
				10 watcherId pic x(8).
				10 watcherLines pic 9(5).
				10 watcherEvents pic 9(5).
		01 watcherCount pic 9(1) value 0.
		01 watcherIndex pic 9(1).
		01 noteSlot pic 9(1).

		*> the active watchlist lines, kept in value order as they are
		*> read so the scan takes them in the same order as the files.
		78 watchTableMax value 5000.
		01 watchTable.
			05 watchSlot occurs 5000 times.
				10 watchValue pic s9(9).
				10 watchWatcherSlot pic 9(1).
				10 watchFor pic x(1).
					88 watch-for-appear value "A" "B".
					88 watch-for-disappear value "D" "B".
				10 watchReason pic x(40).
		01 watchCount pic 9(4) value 0.
		01 watchIndex pic 9(4).
		01 insertIndex pic 9(4).
		01 ws-in-new pic x(1).
			88 in-new value "Y".
		01 ws-in-old pic x(1).
			88 in-old value "Y".

		*> tonight's events, each with the slot it is reported to.
		01 eventTable.
			05 eventSlot occurs 5000 times.
				10 eventWatcherSlot pic 9(1).
				10 eventLine pic x(81).
		01 eventCount pic 9(4) value 0.
		01 eventIndex pic 9(4).

		01 todayDate pic 9(8).
		01 expiredCount pic 9(5) value 0.
		01 unknownWatcherCount pic 9(5) value 0.
		copy "FILEENVL.cpy".
		01 appearedCount pic 9(5) value 0.
		01 disappearedCount pic 9(5) value 0.
		01 notifiedCount pic 9(5) value 0.
		01 watcherFound pic 9(1).
		01 ws-rpt-line pic x(80).
		01 ws-note-line pic x(81).
		01 out-count pic zzzz9.
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

procedure division.
	main.
	perform getProcessingDate
	move pdt-date to todayDate
	perform loadWatchers
	if watcherCount = 0 then
		display "watchScan: no usable REQLIST requester list, nothing scanned"
		move rc-invalid-input to return-code
		goback.
	open input watchlst
	if ws-list-status not = "00" then
		display "watchScan: WATCHLST not available, nothing scanned"
		move rc-invalid-input to return-code
		goback.
	perform loadOneWatch until list-eof or list-full
	close watchlst
	if list-full then
		display "watchScan: WATCHLST holds more than " watchTableMax
			" active lines, nothing scanned"
		move rc-invalid-input to return-code
		goback.
	open input sortout
	if ws-new-status not = "00" then
		display "watchScan: tonight's SORTOUT is missing, nothing scanned"
		move rc-invalid-input to return-code
		goback.
	perform readSortoutRunId
	close sortout
	open input sortout
	open output wscanrpt
	move spaces to ws-rpt-line
	string "watchlist scan, " todayDate delimited by size into ws-rpt-line
	write wscanrpt-record from ws-rpt-line
	perform choosePriorGeneration
	if priorGeneration not = 0 then
		perform openPriorGeneration
	end-if
	if prior-there then
		perform scanGenerations
		perform closePriorGeneration
	end-if
	close sortout
	perform writeNotifications
	perform writeScanSummary
	close wscanrpt
	if prior-there then
		move rc-success to return-code
	else
		move rc-not-found to return-code
	end-if
	goback.

	readSortoutRunId.
	read sortout
		at end continue
		not at end
			if sortout-record(1:4) = "HDR " then
				move sortout-record to envelope-header-record
				move envl-hdr-run-id to sortoutRunId
			end-if
	end-read.

	*> a G1 stamped with tonight's run identifier is tonight's file,
	*> rotated; one stamped with another is the prior night's, the
	*> rotation withheld. without both identifiers there is no telling.
	choosePriorGeneration.
	open input gen1
	if ws-old-status = "00" then
		read gen1
			at end continue
			not at end
				if gen1-record(1:4) = "HDR " then
					move gen1-record to envelope-header-record
					move envl-hdr-run-id to gen1RunId
				end-if
		end-read
		close gen1
	end-if
	evaluate true
		when sortoutRunId = spaces or gen1RunId = spaces
			move spaces to ws-rpt-line
			string "no run identifier on SORTOUT or SORTOUTG1 to tell the "
				"prior by, no events raised"
				delimited by size into ws-rpt-line
			write wscanrpt-record from ws-rpt-line
			display "watchScan: cannot tell which generation is the prior night's, no events raised"
		when gen1RunId = sortoutRunId
			move 2 to priorGeneration
		when other
			move 1 to priorGeneration
			move spaces to ws-rpt-line
			string "SORTOUT was not rotated (SORTOUTG1 is run " gen1RunId
				"), compared against SORTOUTG1"
				delimited by size into ws-rpt-line
			write wscanrpt-record from ws-rpt-line
	end-evaluate.

	openPriorGeneration.
	if prior-is-gen1 then
		open input gen1
	else
		open input gen2
	end-if
	if ws-old-status = "00" then
		move "Y" to ws-prior-there
	else
		move "no prior generation to compare against, no events raised"
			to ws-rpt-line
		write wscanrpt-record from ws-rpt-line
		display "watchScan: no prior generation (SORTOUTG" priorGeneration
			") to compare against"
	end-if.

	closePriorGeneration.
	if prior-is-gen1 then
		close gen1
	else
		close gen2
	end-if.

	loadWatchers.
	open input reqlist
	if ws-req-status = "00" then
		perform loadOneWatcher until req-eof or watcherCount = watcherMax
		close reqlist
	end-if.

	loadOneWatcher.
	read reqlist
		at end move "Y" to ws-req-eof
		not at end
			if rl-requester not = spaces then
				add 1 to watcherCount
				move rl-requester to watcherId(watcherCount)
				move 0 to watcherLines(watcherCount)
				move 0 to watcherEvents(watcherCount)
			end-if
	end-read.

	*> expired lines and lines for a watcher no longer on REQLIST are
	*> counted and left out; the rest go into the table in value
	*> order.
	loadOneWatch.
	read watchlst
		at end move "Y" to ws-list-eof
		not at end
			if watchlst-record not = spaces then
				move watchlst-record to watch-entry-detail
				perform takeOneWatch
			end-if
	end-read.

	takeOneWatch.
	if wl-expiry not = 0 and wl-expiry < todayDate then
		add 1 to expiredCount
	else
		perform findWatcher
		if watcherFound = 0 then
			add 1 to unknownWatcherCount
		else
			if watchCount = watchTableMax then
				move "Y" to ws-list-full
			else
				perform insertWatch
			end-if
		end-if
	end-if.

	findWatcher.
	move 0 to watcherFound
	move 1 to watcherIndex
	perform checkOneWatcher
		until watcherIndex > watcherCount or watcherFound not = 0.

	checkOneWatcher.
	if watcherId(watcherIndex) = wl-watcher then
		move watcherIndex to watcherFound
	else
		add 1 to watcherIndex.

	insertWatch.
	add 1 to watchCount
	move watchCount to insertIndex
	perform shiftOneWatch
		until insertIndex = 1 or watchValue(insertIndex - 1) <= wl-value
	move wl-value to watchValue(insertIndex)
	move watcherFound to watchWatcherSlot(insertIndex)
	move wl-watch-for to watchFor(insertIndex)
	move wl-reason to watchReason(insertIndex)
	add 1 to watcherLines(watcherFound).

	shiftOneWatch.
	move watchSlot(insertIndex - 1) to watchSlot(insertIndex)
	subtract 1 from insertIndex.

	*> one pass: for each watched value, in order, both files are
	*> brought up to it, and whether each holds it decides the event.
	*> lines for the same value share the one positioning.
	scanGenerations.
	open extend watchhst
	if ws-hst-status not = "00" then
		open output watchhst
	end-if
	perform readNewValue
	perform readOldValue
	move 1 to watchIndex
	perform scanOneWatch until watchIndex > watchCount
	close watchhst.

	scanOneWatch.
	if watchIndex = 1
	or watchValue(watchIndex) not = watchValue(watchIndex - 1) then
		perform positionGenerations
	end-if
	evaluate true
		when in-new and not in-old and watch-for-appear(watchIndex)
			move "APPEARED" to we-event
			perform raiseEvent
		when in-old and not in-new and watch-for-disappear(watchIndex)
			move "DISAPPEARED" to we-event
			perform raiseEvent
		when other
			continue
	end-evaluate
	add 1 to watchIndex.

	positionGenerations.
	perform readNewValue
		until not new-have or newValue >= watchValue(watchIndex)
	perform readOldValue
		until not old-have or oldValue >= watchValue(watchIndex)
	move "N" to ws-in-new
	move "N" to ws-in-old
	if new-have and newValue = watchValue(watchIndex) then
		move "Y" to ws-in-new.
	if old-have and oldValue = watchValue(watchIndex) then
		move "Y" to ws-in-old.

	raiseEvent.
	move todayDate to we-date
	move watchValue(watchIndex) to we-value
	move watcherId(watchWatcherSlot(watchIndex)) to we-watcher
	move watchReason(watchIndex) to we-reason
	write watchhst-record from watch-event-detail
	add 1 to eventCount
	move watchWatcherSlot(watchIndex) to eventWatcherSlot(eventCount)
	move watch-event-detail to eventLine(eventCount)
	add 1 to watcherEvents(watchWatcherSlot(watchIndex))
	if we-appeared then
		add 1 to appearedCount
	else
		add 1 to disappearedCount
	end-if.

	readNewValue.
	move "N" to ws-new-have
	perform readNewPhysical until new-have or new-eof.

	readNewPhysical.
	read sortout
		at end move "Y" to ws-new-eof
		not at end
			if sortout-record(1:4) not = "HDR "
			and sortout-record(1:4) not = "TRL " then
				compute newValue =
					function numval(function trim(sortout-record(1:20)))
				move "Y" to ws-new-have
			end-if
	end-read.

	readOldValue.
	move "N" to ws-old-have
	perform readOldPhysical until old-have or old-eof.

	readOldPhysical.
	if prior-is-gen1 then
		read gen1 into oldRecord
			at end move "Y" to ws-old-eof
		end-read
	else
		read gen2 into oldRecord
			at end move "Y" to ws-old-eof
		end-read
	end-if
	if not old-eof
	and oldRecord(1:4) not = "HDR "
	and oldRecord(1:4) not = "TRL " then
		compute oldValue =
			function numval(function trim(oldRecord(1:20)))
		move "Y" to ws-old-have
	end-if.

	*> tonight's file for every watcher with a line on the list,
	*> replacing last night's; WATCHHST is the one that accumulates.
	writeNotifications.
	move 1 to noteSlot
	perform notifyOneWatcher until noteSlot > watcherCount.

	notifyOneWatcher.
	if watcherLines(noteSlot) > 0 then
		perform openNotificationFile
		if ws-note-status = "00" then
			move spaces to ws-note-line
			string "watch events for " delimited by size
				watcherId(noteSlot) delimited by space
				", " todayDate delimited by size into ws-note-line
			perform writeNotificationLine
			evaluate true
				when not prior-there
					move "no prior generation to compare against tonight"
						to ws-note-line
					perform writeNotificationLine
				when watcherEvents(noteSlot) = 0
					move "no watched value appeared or disappeared"
						to ws-note-line
					perform writeNotificationLine
				when other
					move 1 to eventIndex
					perform noteOneEvent until eventIndex > eventCount
			end-evaluate
			perform closeNotificationFile
			add 1 to notifiedCount
		else
			display "watchScan: WATCHN" noteSlot " could not be opened, status "
				ws-note-status
		end-if
	end-if
	add 1 to noteSlot.

	noteOneEvent.
	if eventWatcherSlot(eventIndex) = noteSlot then
		move eventLine(eventIndex) to ws-note-line
		perform writeNotificationLine.
	add 1 to eventIndex.

	openNotificationFile.
	evaluate noteSlot
		when 1 open output watchn1
		when 2 open output watchn2
		when 3 open output watchn3
		when 4 open output watchn4
		when 5 open output watchn5
		when 6 open output watchn6
		when 7 open output watchn7
		when 8 open output watchn8
	end-evaluate.

	closeNotificationFile.
	evaluate noteSlot
		when 1 close watchn1
		when 2 close watchn2
		when 3 close watchn3
		when 4 close watchn4
		when 5 close watchn5
		when 6 close watchn6
		when 7 close watchn7
		when 8 close watchn8
	end-evaluate.

	writeNotificationLine.
	evaluate noteSlot
		when 1 write watchn1-record from ws-note-line
		when 2 write watchn2-record from ws-note-line
		when 3 write watchn3-record from ws-note-line
		when 4 write watchn4-record from ws-note-line
		when 5 write watchn5-record from ws-note-line
		when 6 write watchn6-record from ws-note-line
		when 7 write watchn7-record from ws-note-line
		when 8 write watchn8-record from ws-note-line
	end-evaluate.

	writeScanSummary.
	move spaces to ws-rpt-line
	write wscanrpt-record from ws-rpt-line
	move watchCount to out-count
	move spaces to ws-rpt-line
	string "watchlist lines scanned:       " out-count
		delimited by size into ws-rpt-line
	write wscanrpt-record from ws-rpt-line
	move expiredCount to out-count
	move spaces to ws-rpt-line
	string "lines past their expiry:       " out-count
		delimited by size into ws-rpt-line
	write wscanrpt-record from ws-rpt-line
	move unknownWatcherCount to out-count
	move spaces to ws-rpt-line
	string "lines for no REQLIST watcher:  " out-count
		delimited by size into ws-rpt-line
	write wscanrpt-record from ws-rpt-line
	move appearedCount to out-count
	move spaces to ws-rpt-line
	string "values appeared:               " out-count
		delimited by size into ws-rpt-line
	write wscanrpt-record from ws-rpt-line
	display "watchScan: " ws-rpt-line
	move disappearedCount to out-count
	move spaces to ws-rpt-line
	string "values disappeared:            " out-count
		delimited by size into ws-rpt-line
	write wscanrpt-record from ws-rpt-line
	display "watchScan: " ws-rpt-line
	move notifiedCount to out-count
	move spaces to ws-rpt-line
	string "notification files written:    " out-count
		delimited by size into ws-rpt-line
	write wscanrpt-record from ws-rpt-line.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "watchScan" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
