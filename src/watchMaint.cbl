identification division.
program-id. watchMaint.

*> maintenance for the WATCHLST value watchlist (see WATCHREC.cpy)
*> watchScan checks every night's sorted output against, so
*> compliance and collections hear about an account the night it
*> shows up in or drops out of SORTOUT instead of someone running
*> fileSearch for each value every morning. applies WATCHTRN cards,
*> one per line:
*>   columns  1- 6  action: ADD, CHANGE, or DROP
*>   columns  8-17  the value, signed (e.g. -000004217 or 4217)
*>   columns 19-26  watcher: a REQLIST requester ID
*>   column  28     watch for: A appear, D disappear, B both
*>   columns 30-37  expiry yyyymmdd (blank for none)
*>   columns 39-78  reason (ADD, required)
*> ADD puts a value on the list for one watcher; CHANGE replaces
*> whichever of watch-for, expiry, and reason the card gives; DROP
*> takes the value off the list for that watcher. each line is
*> stamped with today's date and the OPERID operator. a watcher
*> must be one of the first eight REQLIST requesters (see
*> reqIntake), the ones with a notification file of their own. a
*> card for a value the watcher is not watching (CHANGE, DROP) or
*> already watches (ADD), an unknown watcher, a watch-for other
*> than A, D, or B, an expiry that is not a calendar date or has
*> already passed, or an unrecognized action is rejected with a
*> reason and the run continues -- the branchMaint pattern -- and
*> every card is reported to WATCHRPT. the OPERID card's operator
*> needs an AUTHFILE grant for watchMaint (see authCheck.cbl).
*> RETURN-CODE: rc-success when everything applied, rc-not-found when
*> any card was rejected, rc-invalid-input when the operator is not
*> authorized, WATCHTRN or REQLIST is missing, or the watchlist is
*> larger than this program holds.
environment division.
	input-output section.
	file-control.
		select watchtrn assign to "WATCHTRN"
			organization line sequential
			file status is ws-tran-status.
		select watchlst assign to "WATCHLST"
			organization line sequential
			file status is ws-list-status.
		select reqlist assign to "REQLIST"
			organization line sequential
			file status is ws-req-status.
		select watchrpt assign to "WATCHRPT"
			organization line sequential
			file status is ws-rpt-status.
		select operid assign to "OPERID"
			organization line sequential
			file status is ws-operid-status.

data division.
	file section.
	fd watchtrn.
	01 watchtrn-record.
		05 wt-action pic x(6).
		05 filler pic x(1).
		05 wt-value pic x(10).
		05 filler pic x(1).
		05 wt-watcher pic x(8).
		05 filler pic x(1).
		05 wt-watch-for pic x(1).
		05 filler pic x(1).
		05 wt-expiry pic x(8).
		05 filler pic x(1).
		05 wt-reason pic x(40).

	fd watchlst.
	01 watchlst-record pic x(84).

	fd reqlist.
	01 reqlist-record.
		05 rl-requester pic x(8).
		05 filler pic x(72).

	fd watchrpt.
	01 watchrpt-record pic x(80).

	fd operid.
	01 operid-record.
		05 oi-initials pic x(3).

	working-storage section.
		01 ws-tran-status pic x(2).
		01 ws-list-status pic x(2).
		01 ws-req-status pic x(2).
		01 ws-rpt-status pic x(2).
		01 ws-operid-status pic x(2).
		01 operatorId pic x(3) value spaces.
		01 authProgram pic x(18) value "watchMaint".
		01 ws-tran-eof pic x(1) value "N".
			88 tran-eof value "Y".
		01 ws-list-eof pic x(1) value "N".
			88 list-eof value "Y".
		01 ws-req-eof pic x(1) value "N".
			88 req-eof value "Y".
		01 ws-list-full pic x(1) value "N".
			88 list-full value "Y".
		copy "WATCHREC.cpy".

		*> the whole watchlist, read in, changed, and written back.
		78 watchTableMax value 5000.
		01 watchTable.
			05 watchLine pic x(84) occurs 5000 times.
		01 watchCount pic 9(4) value 0.
		01 watchIndex pic 9(4).
		01 ws-watch-found pic x(1).
			88 watch-found value "Y".

		*> the watchers: the first eight REQLIST requesters, the ones
		*> with a notification file (WATCHN1-WATCHN8) of their own.
		78 watcherMax value 8.
		01 watcherTable.
			05 watcherId pic x(8) occurs 8 times.
		01 watcherCount pic 9(1) value 0.
		01 watcherIndex pic 9(1).
		01 ws-watcher-known pic x(1).
			88 watcher-known value "Y".

		01 cardValue pic s9(9).
		01 cardExpiry pic 9(8).
		01 ws-card-ok pic x(1).
			88 card-ok value "Y".
		01 dateWork pic 9(8).
		01 ws-date-valid pic x(1).
			88 date-value-valid value "Y".
		01 dateCheckYear pic 9(4).
		01 dateCheckMonth pic 9(2).
		01 dateCheckDay pic 9(2).
		01 dateCheckMaxDay pic 9(2).

		01 todayDate pic 9(8).
		01 rejectReason pic x(40).
		01 appliedCount pic 9(5) value 0.
		01 rejectedCount pic 9(5) value 0.
		01 ws-rpt-line pic x(80).
		01 out-count pic zzzz9.
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

procedure division.
	main.
	perform readOperatorCard
	perform checkAuthorization
	if return-code not = rc-success then
		display "watchMaint: operator " operatorId " is not authorized to run watchMaint"
		move rc-invalid-input to return-code
		goback.
	perform loadWatchers
	if watcherCount = 0 then
		display "watchMaint: no usable REQLIST requester list, nothing applied"
		move rc-invalid-input to return-code
		goback.
	open input watchtrn
	if ws-tran-status not = "00" then
		display "watchMaint: WATCHTRN not available, nothing to apply"
		move rc-invalid-input to return-code
		goback.
	perform loadWatchlist
	if list-full then
		display "watchMaint: WATCHLST holds more than " watchTableMax
			" lines, nothing applied"
		close watchtrn
		move rc-invalid-input to return-code
		goback.
	perform getProcessingDate
	move pdt-date to todayDate
	open output watchrpt
	move spaces to ws-rpt-line
	string "watchlist maintenance, " todayDate ", operator " operatorId
		delimited by size into ws-rpt-line
	write watchrpt-record from ws-rpt-line
	perform applyOneTransaction until tran-eof
	perform writeMaintSummary
	close watchtrn
	close watchrpt
	if appliedCount > 0 then
		perform rewriteWatchlist.
	if rejectedCount = 0 then
		move rc-success to return-code
	else
		move rc-not-found to return-code
	end-if
	goback.

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
			end-if
	end-read.

	*> a first run has no list yet; it starts empty.
	loadWatchlist.
	open input watchlst
	if ws-list-status = "00" then
		perform loadOneWatch until list-eof or list-full
		close watchlst
	end-if.

	loadOneWatch.
	read watchlst
		at end move "Y" to ws-list-eof
		not at end
			if watchlst-record not = spaces then
				if watchCount = watchTableMax then
					move "Y" to ws-list-full
				else
					add 1 to watchCount
					move watchlst-record to watchLine(watchCount)
				end-if
			end-if
	end-read.

	applyOneTransaction.
	read watchtrn
		at end move "Y" to ws-tran-eof
		not at end
			if watchtrn-record not = spaces then
				perform dispatchTransaction
			end-if
	end-read.

	dispatchTransaction.
	move "Y" to ws-card-ok
	evaluate true
		when wt-action not = "ADD   " and "CHANGE" and "DROP  "
			move "action not recognized" to rejectReason
			move "N" to ws-card-ok
		when wt-value = spaces
		or function test-numval(function trim(wt-value)) not = 0
			move "value missing or not numeric" to rejectReason
			move "N" to ws-card-ok
		when wt-watcher = spaces
			move "watcher missing" to rejectReason
			move "N" to ws-card-ok
		when other
			compute cardValue = function numval(function trim(wt-value))
			perform findWatch
	end-evaluate
	if card-ok then
		evaluate wt-action
			when "ADD   "
				perform applyAdd
			when "CHANGE"
				perform applyChange
			when other
				perform applyDrop
		end-evaluate
	else
		perform rejectTransaction
	end-if.

	findWatch.
	move "N" to ws-watch-found
	move 1 to watchIndex
	perform checkOneWatch until watchIndex > watchCount or watch-found.

	checkOneWatch.
	move watchLine(watchIndex) to watch-entry-detail
	if wl-value = cardValue and wl-watcher = wt-watcher then
		move "Y" to ws-watch-found
	else
		add 1 to watchIndex.

	applyAdd.
	perform checkWatcher
	evaluate true
		when watch-found
			move "value already watched for this watcher" to rejectReason
			move "N" to ws-card-ok
		when not watcher-known
			move "watcher not among the REQLIST requesters" to rejectReason
			move "N" to ws-card-ok
		when wt-reason = spaces
			move "reason required" to rejectReason
			move "N" to ws-card-ok
		when watchCount = watchTableMax
			move "watchlist is full" to rejectReason
			move "N" to ws-card-ok
		when other
			move wt-watch-for to wl-watch-for
			if not wl-for-known then
				move "watch for must be A, D, or B" to rejectReason
				move "N" to ws-card-ok
			end-if
	end-evaluate
	move 0 to cardExpiry
	if card-ok and wt-expiry not = spaces then
		perform checkExpiry.
	if card-ok then
		move spaces to watch-entry-detail
		move cardValue to wl-value
		move wt-watcher to wl-watcher
		move wt-watch-for to wl-watch-for
		move cardExpiry to wl-expiry
		move todayDate to wl-added-date
		move operatorId to wl-added-by
		move wt-reason to wl-reason
		add 1 to watchCount
		move watch-entry-detail to watchLine(watchCount)
		perform reportApplied
	else
		perform rejectTransaction
	end-if.

	applyChange.
	if not watch-found then
		move "value not watched for this watcher" to rejectReason
		move "N" to ws-card-ok
	else
		if wt-watch-for not = space then
			move wt-watch-for to wl-watch-for
			if not wl-for-known then
				move "watch for must be A, D, or B" to rejectReason
				move "N" to ws-card-ok
			end-if
		end-if
	end-if
	if card-ok and wt-expiry not = spaces then
		perform checkExpiry
		if card-ok then
			move cardExpiry to wl-expiry
		end-if
	end-if
	if card-ok then
		if wt-reason not = spaces then
			move wt-reason to wl-reason
		end-if
		move todayDate to wl-added-date
		move operatorId to wl-added-by
		move watch-entry-detail to watchLine(watchIndex)
		perform reportApplied
	else
		perform rejectTransaction
	end-if.

	applyDrop.
	if not watch-found then
		move "value not watched for this watcher" to rejectReason
		perform rejectTransaction
	else
		perform closeUpOneLine until watchIndex = watchCount
		subtract 1 from watchCount
		perform reportApplied
	end-if.

	closeUpOneLine.
	move watchLine(watchIndex + 1) to watchLine(watchIndex)
	add 1 to watchIndex.

	checkWatcher.
	move "N" to ws-watcher-known
	move 1 to watcherIndex
	perform checkOneWatcher
		until watcherIndex > watcherCount or watcher-known.

	checkOneWatcher.
	if watcherId(watcherIndex) = wt-watcher then
		move "Y" to ws-watcher-known
	else
		add 1 to watcherIndex.

	checkExpiry.
	if wt-expiry is not numeric then
		move "expiry is not a yyyymmdd date" to rejectReason
		move "N" to ws-card-ok
	else
		move wt-expiry to dateWork
		perform checkDateValue
		if not date-value-valid then
			move "expiry is not a calendar date" to rejectReason
			move "N" to ws-card-ok
		else
			if dateWork < todayDate then
				move "expiry has already passed" to rejectReason
				move "N" to ws-card-ok
			else
				move dateWork to cardExpiry
			end-if
		end-if
	end-if.

	reportApplied.
	add 1 to appliedCount
	move spaces to ws-rpt-line
	string "applied:  " watchtrn-record(1:70)
		delimited by size into ws-rpt-line
	write watchrpt-record from ws-rpt-line.

	rejectTransaction.
	add 1 to rejectedCount
	move spaces to ws-rpt-line
	string "rejected: " watchtrn-record(1:28) "  " rejectReason
		delimited by size into ws-rpt-line
	write watchrpt-record from ws-rpt-line
	display "watchMaint: " ws-rpt-line.

	rewriteWatchlist.
	open output watchlst
	move 1 to watchIndex
	perform writeOneWatch until watchIndex > watchCount
	close watchlst.

	writeOneWatch.
	write watchlst-record from watchLine(watchIndex)
	add 1 to watchIndex.

	writeMaintSummary.
	move spaces to ws-rpt-line
	write watchrpt-record from ws-rpt-line
	move appliedCount to out-count
	move spaces to ws-rpt-line
	string "cards applied:  " out-count
		delimited by size into ws-rpt-line
	write watchrpt-record from ws-rpt-line
	display "watchMaint: " ws-rpt-line
	move rejectedCount to out-count
	move spaces to ws-rpt-line
	string "cards rejected: " out-count
		delimited by size into ws-rpt-line
	write watchrpt-record from ws-rpt-line
	display "watchMaint: " ws-rpt-line
	move watchCount to out-count
	move spaces to ws-rpt-line
	string "values on the watchlist: " out-count
		delimited by size into ws-rpt-line
	write watchrpt-record from ws-rpt-line.

	copy "DATECHK.cpy"
		replacing ==:DATE-CHECK-PARA:== by ==checkDateValue==
		          ==:DATE-WORK:==       by ==dateWork==
		          ==:DATE-VALID-FLAG:== by ==ws-date-valid==.

	*> the OPERID card is the batch run's identity, and the initials
	*> ride on every watchlist line this run adds or changes.
	readOperatorCard.
	open input operid
	if ws-operid-status = "00" then
		read operid
			at end continue
			not at end move oi-initials to operatorId
		end-read
		close operid
	end-if.

	*> the signed-on operator against the AUTHFILE grants (see
	*> authCheck.cbl); a refusal has already gone out as an OPERALRT
	*> alert from there.
	checkAuthorization.
	call 'authCheck' using operatorId, authProgram
		on exception
			display "watchMaint: authorization check not available, refusing"
			move rc-invalid-input to return-code
	end-call.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "watchMaint" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
