identification division.
program-id. alertRoute.

*> routes new OPERALRT alerts to the people who answer for them,
*> instead of every alert paging the same on-call operator: a 0016
*> drift warning can wait for the morning shift, a 0017 preflight
*> failure cannot. the ALRTROUT routing table (see ROUTREC.cpy)
*> names, per reason code and severity, the responsible group, its
*> primary and backup contacts, and the group's quiet hours.
*>
*> each run picks up the OPERALRT lines added since the last run --
*> the ALRTHIST routing history (see ARTHREC.cpy) records every
*> alert routed by its line number, so the highest number there is
*> where this run starts -- and for each writes one PAGEOUT line
*> (see PAGEREC.cpy) per contact, primary then backup, which is what
*> the paging system consumes. a W-severity alert that arrives inside
*> its group's quiet hours is held instead: recorded HELD in the
*> history and paged by the first run after the window closes, the
*> history then showing it RELEASED. an E-severity alert is always
*> paged at once. an alert no routing card covers is recorded
*> UNROUTED and named on the console, so the gap in the table gets
*> noticed; a **** card is the cure.
*>
*> alertAck's escalation report reads the same history to show who
*> was actually paged for each alert it escalates.
*>
*> RETURN-CODE: rc-success, rc-not-found when there was nothing new
*> to route and nothing held to release, rc-invalid-input when the
*> routing table is missing or empty (nothing is routed, so the
*> alerts wait for the next run rather than being lost).
*> under the TRAINING DD (see trainGuard.cbl) nothing is paged at
*> all: a trainee's alerts stay in the training sandbox's OPERALRT,
*> and the run ends rc-not-found without touching PAGEOUT.
environment division.
	input-output section.
	file-control.
		select operalrt assign to "OPERALRT"
			organization line sequential
			file status is ws-alert-status.
		select alrtrout assign to "ALRTROUT"
			organization line sequential
			file status is ws-route-status.
		select alrthist assign to "ALRTHIST"
			organization line sequential
			file status is ws-hist-status.
		select pageout assign to "PAGEOUT"
			organization line sequential
			file status is ws-page-status.

data division.
	file section.
	fd operalrt.
	01 operalrt-record pic x(80).

	fd alrtrout.
	01 alrtrout-record pic x(80).

	fd alrthist.
	01 alrthist-record pic x(110).

	fd pageout.
	01 pageout-record pic x(120).

	working-storage section.
		01 ws-alert-status pic x(2).
		01 ws-route-status pic x(2).
		01 ws-hist-status pic x(2).
		01 ws-page-status pic x(2).
		01 ws-alert-eof pic x(1).
			88 alerts-done value "Y".
		01 ws-route-eof pic x(1).
			88 routes-done value "Y".
		01 ws-hist-eof pic x(1).
			88 history-done value "Y".
		copy "ALERTREC.cpy".
		copy "ROUTREC.cpy".
		copy "ARTHREC.cpy".
		copy "PAGEREC.cpy".

		*> the routing table, loaded once per run.
		78 routeTableMax value 100.
		01 routeTable.
			05 routeEntry occurs 100 times.
				10 rte-reason pic x(4).
				10 rte-severity pic x(1).
				10 rte-group pic x(8).
				10 rte-primary pic x(8).
				10 rte-backup pic x(8).
				10 rte-quiet-start pic 9(4).
				10 rte-quiet-end pic 9(4).
				10 rte-has-quiet pic x(1).
					88 rte-quiet-hours value "Y".
		01 routeCount pic 9(3) value 0.
		01 routeIndex pic 9(3).
		01 matchedRoute pic 9(3).
		01 matchRank pic 9(1).
		01 bestRank pic 9(1).

		*> the alerts still held from earlier runs, rebuilt from the
		*> history each run; a RELEASED or UNROUTED line for a held
		*> alert closes it.
		78 heldTableMax value 200.
		01 heldTable.
			05 heldEntry occurs 200 times.
				10 hd-alert-number pic 9(5).
				10 hd-reason pic x(4).
				10 hd-severity pic x(1).
				10 hd-text pic x(40).
				10 hd-open pic x(1).
					88 hd-still-held value "Y".
		01 heldCount pic 9(3) value 0.
		01 heldIndex pic 9(3).

		01 lastRouted pic 9(5) value 0.
		01 alertNumber pic 9(5).
		01 routeReason pic x(4).
		01 routeSeverity pic x(1).
		01 routeText pic x(40).
		01 routeStatus pic x(8).
		01 ws-in-quiet pic x(1).
			88 in-quiet-hours value "Y".

		01 runDate pic 9(8).
		01 runTimeRaw pic 9(8).
		01 runTime pic 9(6).
		01 runHHMM pic 9(4).

		01 routedCount pic 9(5).
		01 pagedCount pic 9(5).
		01 newlyHeldCount pic 9(5).
		01 releasedCount pic 9(5).
		01 unroutedCount pic 9(5).
		copy "TRAINREQ.cpy".
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

procedure division.
	main.
	perform checkTrainingMode
	if return-code not = rc-success then
		move rc-invalid-input to return-code
		goback.
	if tg-training then
		display "alertRoute: " tg-stamp
		display "alertRoute: training alerts stay in the sandbox's OPERALRT, nobody is paged"
		move rc-not-found to return-code
		goback.
	move rc-success to return-code
	perform getProcessingDate
	move pdt-date to runDate
	accept runTimeRaw from time
	compute runTime = runTimeRaw / 100
	compute runHHMM = runTimeRaw / 10000
	move 0 to routedCount
	move 0 to pagedCount
	move 0 to newlyHeldCount
	move 0 to releasedCount
	move 0 to unroutedCount
	perform loadRoutes
	if routeCount = 0 then
		display "alertRoute: ALRTROUT routing table missing or empty, nothing routed"
		move rc-invalid-input to return-code
		goback.
	perform loadHistory
	open output pageout
	open extend alrthist
	if ws-hist-status not = "00" then
		open output alrthist.
	move 1 to heldIndex
	perform releaseOneHeld until heldIndex > heldCount
	open input operalrt
	if ws-alert-status = "00" then
		move 0 to alertNumber
		move "N" to ws-alert-eof
		perform routeOneAlert until alerts-done
		close operalrt
	else
		display "alertRoute: OPERALRT not available, no new alerts"
	end-if
	close pageout
	close alrthist
	display "alertRoute: " routedCount " new alert(s) routed, "
		pagedCount " page(s) written, " newlyHeldCount " held, "
		releasedCount " released, " unroutedCount " unrouted"
	if routedCount = 0 and releasedCount = 0 then
		move rc-not-found to return-code.
	goback.

	*> ---- the routing table ------------------------------------------
	loadRoutes.
	move 0 to routeCount
	open input alrtrout
	if ws-route-status = "00" then
		move "N" to ws-route-eof
		perform loadOneRoute until routes-done
		close alrtrout
	end-if.

	*> a card with a bad severity or quiet-hours time is skipped with
	*> a message rather than routing on a guess.
	loadOneRoute.
	read alrtrout
		at end move "Y" to ws-route-eof
		not at end
			move alrtrout-record to alert-route-card
			evaluate true
				when rt-reason = spaces
					continue
				when rt-severity not = "E" and rt-severity not = "W"
				and rt-severity not = "*"
					display "alertRoute: routing card for " rt-reason
						" severity " rt-severity " not recognized, skipped"
				when rt-primary = spaces
					display "alertRoute: routing card for " rt-reason
						" names no primary contact, skipped"
				when (rt-quiet-start not = spaces
					or rt-quiet-end not = spaces)
				and (rt-quiet-start is not numeric
					or rt-quiet-end is not numeric
					or rt-quiet-start > "2359" or rt-quiet-end > "2359")
					display "alertRoute: routing card for " rt-reason
						" quiet hours " rt-quiet-start "-" rt-quiet-end
						" not recognized, skipped"
				when routeCount >= routeTableMax
					display "alertRoute: routing table full, card for "
						rt-reason " skipped"
				when other
					perform storeOneRoute
			end-evaluate
	end-read.

	storeOneRoute.
	add 1 to routeCount
	move rt-reason to rte-reason(routeCount)
	move rt-severity to rte-severity(routeCount)
	move rt-group to rte-group(routeCount)
	move rt-primary to rte-primary(routeCount)
	move rt-backup to rte-backup(routeCount)
	if rt-quiet-start = spaces or rt-quiet-start = rt-quiet-end then
		move "N" to rte-has-quiet(routeCount)
		move 0 to rte-quiet-start(routeCount)
		move 0 to rte-quiet-end(routeCount)
	else
		move "Y" to rte-has-quiet(routeCount)
		move rt-quiet-start to rte-quiet-start(routeCount)
		move rt-quiet-end to rte-quiet-end(routeCount)
	end-if.

	*> most specific card for routeReason/routeSeverity into
	*> matchedRoute (0 when no card covers it): rank 4 is an exact
	*> match, down to rank 1 for ****/*.
	findRoute.
	move 0 to matchedRoute
	move 0 to bestRank
	move 1 to routeIndex
	perform rankOneRoute until routeIndex > routeCount.

	rankOneRoute.
	move 0 to matchRank
	evaluate true
		when rte-reason(routeIndex) = routeReason
		and rte-severity(routeIndex) = routeSeverity
			move 4 to matchRank
		when rte-reason(routeIndex) = routeReason
		and rte-severity(routeIndex) = "*"
			move 3 to matchRank
		when rte-reason(routeIndex) = "****"
		and rte-severity(routeIndex) = routeSeverity
			move 2 to matchRank
		when rte-reason(routeIndex) = "****"
		and rte-severity(routeIndex) = "*"
			move 1 to matchRank
		when other
			continue
	end-evaluate
	if matchRank > bestRank then
		move matchRank to bestRank
		move routeIndex to matchedRoute
	end-if
	add 1 to routeIndex.

	*> a window whose end is earlier than its start wraps midnight:
	*> 2200-0600 is quiet from 22:00 to 05:59.
	checkQuietHours.
	move "N" to ws-in-quiet
	if rte-quiet-hours(matchedRoute) then
		if rte-quiet-start(matchedRoute) < rte-quiet-end(matchedRoute) then
			if runHHMM >= rte-quiet-start(matchedRoute)
			and runHHMM < rte-quiet-end(matchedRoute) then
				move "Y" to ws-in-quiet
			end-if
		else
			if runHHMM >= rte-quiet-start(matchedRoute)
			or runHHMM < rte-quiet-end(matchedRoute) then
				move "Y" to ws-in-quiet
			end-if
		end-if
	end-if.

	*> ---- the routing history ----------------------------------------
	loadHistory.
	move 0 to lastRouted
	move 0 to heldCount
	open input alrthist
	if ws-hist-status = "00" then
		move "N" to ws-hist-eof
		perform loadOneHistory until history-done
		close alrthist
	end-if.

	loadOneHistory.
	read alrthist
		at end move "Y" to ws-hist-eof
		not at end
			move alrthist-record to alert-route-history
			if ah-alert-number > lastRouted then
				move ah-alert-number to lastRouted
			end-if
			evaluate true
				when ah-held
					perform noteHeldAlert
				when ah-released or ah-unrouted
					perform closeHeldAlert
				when other
					continue
			end-evaluate
	end-read.

	noteHeldAlert.
	if heldCount < heldTableMax then
		add 1 to heldCount
		move ah-alert-number to hd-alert-number(heldCount)
		move ah-reason to hd-reason(heldCount)
		move ah-severity to hd-severity(heldCount)
		move ah-text to hd-text(heldCount)
		move "Y" to hd-open(heldCount)
	else
		display "alertRoute: held-alert table full, alert "
			ah-alert-number " not tracked for release"
	end-if.

	closeHeldAlert.
	move 1 to heldIndex
	perform closeOneHeld until heldIndex > heldCount.

	closeOneHeld.
	if hd-alert-number(heldIndex) = ah-alert-number then
		move "N" to hd-open(heldIndex).
	add 1 to heldIndex.

	*> ---- releasing held warnings ------------------------------------
	*> the route is looked up afresh, so a held alert follows any
	*> change made to the table while it waited.
	releaseOneHeld.
	if hd-still-held(heldIndex) then
		move hd-reason(heldIndex) to routeReason
		move hd-severity(heldIndex) to routeSeverity
		perform findRoute
		if matchedRoute = 0 then
			move hd-alert-number(heldIndex) to alertNumber
			move hd-text(heldIndex) to routeText
			perform recordUnrouted
		else
			perform checkQuietHours
			if not in-quiet-hours then
				move hd-alert-number(heldIndex) to alertNumber
				move hd-text(heldIndex) to routeText
				move spaces to operator-alert-detail
				move 0 to oa-date
				move 0 to oa-time
				move routeReason to oa-reason
				move routeSeverity to oa-severity
				move routeText to oa-text
				perform findHeldAlertLine
				move "RELEASED" to routeStatus
				perform pageContacts
				add 1 to releasedCount
			end-if
		end-if
	end-if
	add 1 to heldIndex.

	*> the page carries the alert's own date, time, and program, so
	*> the original line is re-read from OPERALRT by its number.
	findHeldAlertLine.
	open input operalrt
	if ws-alert-status = "00" then
		move 0 to alertNumber
		move "N" to ws-alert-eof
		perform skipToHeldAlert until alerts-done
		close operalrt
	end-if
	move hd-alert-number(heldIndex) to alertNumber.

	skipToHeldAlert.
	read operalrt
		at end move "Y" to ws-alert-eof
		not at end
			add 1 to alertNumber
			if alertNumber = hd-alert-number(heldIndex) then
				move operalrt-record to operator-alert-detail
				move "Y" to ws-alert-eof
			end-if
	end-read.

	*> ---- routing new alerts -----------------------------------------
	routeOneAlert.
	read operalrt
		at end move "Y" to ws-alert-eof
		not at end
			add 1 to alertNumber
			if alertNumber > lastRouted then
				move operalrt-record to operator-alert-detail
				perform routeNewAlert
			end-if
	end-read.

	routeNewAlert.
	add 1 to routedCount
	move oa-reason to routeReason
	move oa-severity to routeSeverity
	move oa-text to routeText
	perform findRoute
	if matchedRoute = 0 then
		perform recordUnrouted
	else
		perform checkQuietHours
		if routeSeverity = "W" and in-quiet-hours then
			perform recordHeld
		else
			move "SENT" to routeStatus
			perform pageContacts
		end-if
	end-if.

	pageContacts.
	move rte-primary(matchedRoute) to pg-recipient
	move "PRIMARY" to pg-role
	perform pageOneContact
	if rte-backup(matchedRoute) not = spaces then
		move rte-backup(matchedRoute) to pg-recipient
		move "BACKUP" to pg-role
		perform pageOneContact
	end-if.

	pageOneContact.
	move rte-group(matchedRoute) to pg-group
	move alertNumber to pg-alert-number
	move oa-date to pg-date
	move oa-time to pg-time
	move routeSeverity to pg-severity
	move routeReason to pg-reason
	move oa-program to pg-program
	move routeText to pg-text
	write pageout-record from page-notification
	add 1 to pagedCount
	move spaces to alert-route-history
	move rte-group(matchedRoute) to ah-group
	move pg-recipient to ah-recipient
	move pg-role to ah-role
	move routeStatus to ah-status
	perform writeHistory.

	recordHeld.
	add 1 to newlyHeldCount
	move spaces to alert-route-history
	move rte-group(matchedRoute) to ah-group
	move "HELD" to ah-status
	perform writeHistory.

	recordUnrouted.
	add 1 to unroutedCount
	display "alertRoute: no routing card covers reason " routeReason
		" severity " routeSeverity ", alert " alertNumber " not paged"
	move spaces to alert-route-history
	move "UNROUTED" to ah-status
	perform writeHistory.

	*> the caller sets the group, recipient, role, and status.
	writeHistory.
	move alertNumber to ah-alert-number
	move runDate to ah-date
	move runTime to ah-time
	move routeReason to ah-reason
	move routeSeverity to ah-severity
	move routeText to ah-text
	write alrthist-record from alert-route-history.

	*> a training run is turned onto the sandbox before anything is
	*> opened (see trainGuard.cbl); one with no sandbox stops here.
	checkTrainingMode.
	move "alertRoute" to tg-program
	call 'trainGuard' using training-request
		on exception move "P" to tg-mode
	end-call.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "alertRoute" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
