identification division.
program-id. excpReport.

*> the daily open-items listing of the exception worklist (see
*> EXCPREC.cpy): every OPEN item on EXCPLIST, grouped by owner --
*> the items nobody has been assigned first, since they are the ones
*> no one is chasing -- and, within an owner, oldest first. an item's
*> age is the days since it was first seen, however many nights the
*> harvest has refreshed it since. each owner's group ends with its
*> count spread over the age bands
*>   0-1 days, 2-7 days, 8-30 days, over 30 days
*> and the age of its oldest item, and the listing ends with the
*> same figures for the whole worklist. the listing goes to EXCPRPT
*> and the totals to the console. RETURN-CODE: rc-success when
*> listed, rc-not-found when nothing is open, rc-invalid-input when
*> EXCPLIST cannot be opened or holds more than this program holds.
*> under the TRAINING DD the run works on the training sandbox (see
*> trainGuard.cbl) and EXCPRPT opens with the training stamp; with no
*> sandbox to run against it ends rc-invalid-input before anything is
*> opened.
environment division.
	input-output section.
	file-control.
		select excplist assign to "EXCPLIST"
			organization line sequential
			file status is ws-list-status.
		select excprpt assign to "EXCPRPT"
			organization line sequential
			file status is ws-rpt-status.

data division.
	file section.
	fd excplist.
	01 excplist-record pic x(133).

	fd excprpt.
	01 excprpt-record pic x(80).

	working-storage section.
		01 ws-list-status pic x(2).
		01 ws-rpt-status pic x(2).
		01 ws-list-eof pic x(1) value "N".
			88 list-eof value "Y".
		01 ws-list-full pic x(1) value "N".
			88 list-full value "Y".
		copy "EXCPREC.cpy".

		*> the open items, sorted on owner, first-seen date, and item
		*> id -- blank owners sort first, older dates before newer.
		78 openTableMax value 20000.
		01 openTable.
			05 openEntry occurs 20000 times.
				10 op-sort-key.
					15 op-owner pic x(8).
					15 op-first-seen pic 9(8).
					15 op-item-id pic 9(6).
				10 op-item pic x(133).
		01 holdEntry.
			05 hold-sort-key pic x(22).
			05 filler pic x(133).
		01 openCount pic 9(5) value 0.
		01 openIndex pic 9(5).
		01 sortGap pic 9(5).
		01 sortIndex pic 9(5).
		01 insertIndex pic 9(5).
		01 compareIndex pic 9(5).
		01 ws-slot-found pic x(1).
			88 slot-found value "Y".

		*> age bands: 1 = 0-1 days, 2 = 2-7, 3 = 8-30, 4 = over 30.
		01 ownerTotals.
			05 ownerBand pic 9(5) occurs 4 times.
			05 ownerCount pic 9(5).
			05 ownerOldest pic 9(5).
		01 grandTotals.
			05 grandBand pic 9(5) occurs 4 times.
			05 grandCount pic 9(5).
			05 grandOldest pic 9(5).
		01 currentOwner pic x(8).
		01 ageDays pic 9(5).
		01 ageBand pic 9(1).
		01 todayDate pic 9(8).
		01 todaySerial pic 9(7).

		01 ws-rpt-line pic x(80).
		01 out-id pic 9(6).
		01 out-age pic zzzz9.
		01 out-band-1 pic zzzz9.
		01 out-band-2 pic zzzz9.
		01 out-band-3 pic zzzz9.
		01 out-band-4 pic zzzz9.
		01 out-count pic zzzz9.
		01 out-oldest pic zzzz9.
		01 out-owner pic x(12).
		copy "TRAINREQ.cpy".
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

procedure division.
	main.
	perform checkTrainingMode
	if return-code not = rc-success then
		move rc-invalid-input to return-code
		goback.
	perform getProcessingDate
	move pdt-date to todayDate
	compute todaySerial = function integer-of-date(todayDate)
	open input excplist
	if ws-list-status not = "00" then
		display "excpReport: unable to open EXCPLIST, status " ws-list-status
		move rc-invalid-input to return-code
		goback.
	perform loadOneItem until list-eof or list-full
	close excplist
	if list-full then
		display "excpReport: more than " openTableMax
			" open items, nothing listed"
		move rc-invalid-input to return-code
		goback.
	if openCount > 1 then
		perform sortOpenItems.
	open output excprpt
	if tg-training then
		write excprpt-record from tg-stamp.
	move spaces to ws-rpt-line
	string "open exceptions by owner and age, as of " todayDate
		delimited by size into ws-rpt-line
	write excprpt-record from ws-rpt-line
	move zeros to grandTotals
	move zeros to ownerTotals
	move 1 to openIndex
	perform listOneItem until openIndex > openCount
	if openCount > 0 then
		perform writeOwnerTotals.
	perform writeGrandTotals
	close excprpt
	if openCount = 0 then
		move rc-not-found to return-code
	else
		move rc-success to return-code
	end-if
	goback.

	loadOneItem.
	read excplist into exception-item-detail
		at end move "Y" to ws-list-eof
		not at end
			if ex-open then
				if openCount = openTableMax then
					move "Y" to ws-list-full
				else
					add 1 to openCount
					move ex-owner to op-owner(openCount)
					move ex-first-seen to op-first-seen(openCount)
					move ex-item-id to op-item-id(openCount)
					move exception-item-detail to op-item(openCount)
				end-if
			end-if
	end-read.

	*> a shell sort on the composite key, the ksdsReorg way.
	sortOpenItems.
	divide openCount by 2 giving sortGap
	perform sortOneGap until sortGap = 0.

	sortOneGap.
	compute sortIndex = sortGap + 1
	perform insertOneEntry until sortIndex > openCount
	divide sortGap by 2 giving sortGap.

	insertOneEntry.
	move openEntry(sortIndex) to holdEntry
	move sortIndex to insertIndex
	move "N" to ws-slot-found
	perform shiftOneEntry until insertIndex <= sortGap or slot-found
	move holdEntry to openEntry(insertIndex)
	add 1 to sortIndex.

	shiftOneEntry.
	compute compareIndex = insertIndex - sortGap
	if op-sort-key(compareIndex) > hold-sort-key then
		move openEntry(compareIndex) to openEntry(insertIndex)
		move compareIndex to insertIndex
	else
		move "Y" to ws-slot-found
	end-if.

	listOneItem.
	move op-item(openIndex) to exception-item-detail
	if openIndex = 1 or ex-owner not = currentOwner then
		if openIndex > 1 then
			perform writeOwnerTotals
		end-if
		perform writeOwnerHeading
	end-if
	perform ageOneItem
	move ex-item-id to out-id
	move ageDays to out-age
	move spaces to ws-rpt-line
	string out-id "  " ex-source "  " ex-key " " out-age "  "
		ex-reason delimited by size into ws-rpt-line
	write excprpt-record from ws-rpt-line
	add 1 to openIndex.

	*> an item first seen on a date after the run date (a rerun of an
	*> earlier business date) counts as new.
	ageOneItem.
	if ex-first-seen is numeric and ex-first-seen > 0
	and ex-first-seen < todayDate then
		compute ageDays = todaySerial
			- function integer-of-date(ex-first-seen)
	else
		move 0 to ageDays
	end-if
	evaluate true
		when ageDays <= 1
			move 1 to ageBand
		when ageDays <= 7
			move 2 to ageBand
		when ageDays <= 30
			move 3 to ageBand
		when other
			move 4 to ageBand
	end-evaluate
	add 1 to ownerBand(ageBand)
	add 1 to grandBand(ageBand)
	add 1 to ownerCount
	add 1 to grandCount
	if ageDays > ownerOldest then
		move ageDays to ownerOldest.
	if ageDays > grandOldest then
		move ageDays to grandOldest.

	writeOwnerHeading.
	move ex-owner to currentOwner
	move zeros to ownerTotals
	if currentOwner = spaces then
		move "(unassigned)" to out-owner
	else
		move currentOwner to out-owner
	end-if
	move spaces to ws-rpt-line
	write excprpt-record from ws-rpt-line
	move spaces to ws-rpt-line
	string "owner: " out-owner delimited by size into ws-rpt-line
	write excprpt-record from ws-rpt-line
	move "item    source    key                    age  reason" to ws-rpt-line
	write excprpt-record from ws-rpt-line.

	writeOwnerTotals.
	move ownerBand(1) to out-band-1
	move ownerBand(2) to out-band-2
	move ownerBand(3) to out-band-3
	move ownerBand(4) to out-band-4
	move ownerCount to out-count
	move ownerOldest to out-oldest
	move spaces to ws-rpt-line
	string "  open " out-count "  0-1d" out-band-1 "  2-7d" out-band-2
		"  8-30d" out-band-3 "  30d+" out-band-4 "  oldest" out-oldest
		delimited by size into ws-rpt-line
	write excprpt-record from ws-rpt-line.

	writeGrandTotals.
	move grandBand(1) to out-band-1
	move grandBand(2) to out-band-2
	move grandBand(3) to out-band-3
	move grandBand(4) to out-band-4
	move grandCount to out-count
	move grandOldest to out-oldest
	move spaces to ws-rpt-line
	write excprpt-record from ws-rpt-line
	move spaces to ws-rpt-line
	string "all open " out-count "  0-1d" out-band-1 "  2-7d" out-band-2
		"  8-30d" out-band-3 "  30d+" out-band-4 "  oldest" out-oldest
		delimited by size into ws-rpt-line
	write excprpt-record from ws-rpt-line
	display "excpReport: " ws-rpt-line.

	*> a training run is turned onto the sandbox before anything is
	*> opened (see trainGuard.cbl); one with no sandbox stops here.
	checkTrainingMode.
	move "excpReport" to tg-program
	call 'trainGuard' using training-request
		on exception move "P" to tg-mode
	end-call.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "excpReport" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
