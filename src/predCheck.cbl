identification division.
program-id. predCheck.

*> answers "may this deck start yet" from the predecessor decks its
*> RUNSCHED entry names (see schedLookup for the calendar columns),
*> kept beside schedLookup as its own small subprogram so MAIN,
*> batchDriver, and schedCheck apply one reading of the
*> dependencies. RUNSCHED's predecessor columns, after the pattern:
*>   columns 27-34  first predecessor deck (blank for none)
*>   columns 36-43  second predecessor deck
*>   columns 45-52  third predecessor deck
*>   columns 54-61  fourth predecessor deck
*> a predecessor is satisfied when its latest RUNCTL record for
*> checkDate is ENDED -- a claim with no close is still RUNNING, a
*> CUTOFF close means it will resume and has not finished. a
*> predecessor the calendar does not schedule on checkDate (a
*> MONTHEND deck mid-month) is OFFSCHED and waived: it is not
*> coming, so nothing waits for it.
*>
*> predecessorStatus comes back with one entry per predecessor named,
*> in card order, each with its state: ENDED, RUNNING, CUTOFF, NOTRUN
*> (no claim tonight), or OFFSCHED. RETURN-CODE: rc-success when
*> every predecessor is ENDED or OFFSCHED (and for a deck naming none,
*> or not listed at all), rc-not-found when at least one is still
*> outstanding, rc-invalid-input when there is no schedule file
*> (predecessorStatus then empty, and nobody is refused on it).
environment division.
	input-output section.
	file-control.
		select runsched assign to "RUNSCHED"
			organization line sequential
			file status is ws-sched-status.
		select runctl assign to "RUNCTL"
			organization line sequential
			file status is ws-runctl-status.

data division.
	file section.
	fd runsched.
	01 runsched-record.
		05 sc-deck pic x(8).
		05 filler pic x(1).
		05 sc-pattern pic x(8).
		05 filler pic x(1).
		05 sc-weekdays pic x(7).
		05 filler pic x(1).
		05 sc-predecessor-entry occurs 4 times.
			10 sc-predecessor pic x(8).
			10 filler pic x(1).

	fd runctl.
	01 runctl-record pic x(80).

	working-storage section.
		01 ws-sched-status pic x(2).
		01 ws-runctl-status pic x(2).
		01 ws-sched-eof pic x(1).
			88 schedule-done value "Y".
		01 ws-runctl-eof pic x(1).
			88 runctl-done value "Y".
		01 ws-deck-found pic x(1).
			88 deck-found value "Y".
		copy "RCTLREC.cpy".
		01 predIndex pic 9(1).
		01 outstandingCount pic 9(1).
		01 predScheduleFlag pic x(1).
		copy "RETCODE.cpy".

	linkage section.
		01 deckName pic x(8).
		01 checkDate pic 9(8).
		01 predecessorStatus.
			05 ps-count pic 9(1).
			05 ps-entry occurs 4 times.
				10 ps-deck pic x(8).
				10 ps-state pic x(8).

procedure division using deckName, checkDate, predecessorStatus.
	main.
	move 0 to ps-count
	open input runsched
	if ws-sched-status not = "00" then
		move rc-invalid-input to return-code
		goback.
	move "N" to ws-sched-eof
	move "N" to ws-deck-found
	perform readOneDeck until schedule-done or deck-found
	close runsched
	if not deck-found then
		move rc-success to return-code
		goback.
	move 1 to predIndex
	perform takeOnePredecessor until predIndex > 4
	if ps-count = 0 then
		move rc-success to return-code
		goback.
	move 1 to predIndex
	perform markOneNotRun until predIndex > ps-count
	open input runctl
	if ws-runctl-status = "00" then
		move "N" to ws-runctl-eof
		perform scanRunControl until runctl-done
		close runctl
	end-if
	move 0 to outstandingCount
	move 1 to predIndex
	perform settleOnePredecessor until predIndex > ps-count
	if outstandingCount > 0 then
		move rc-not-found to return-code
	else
		move rc-success to return-code
	end-if
	goback.

	readOneDeck.
	read runsched
		at end move "Y" to ws-sched-eof
		not at end
			if sc-deck = deckName then
				move "Y" to ws-deck-found
			end-if
	end-read.

	takeOnePredecessor.
	if sc-predecessor(predIndex) not = spaces then
		add 1 to ps-count
		move sc-predecessor(predIndex) to ps-deck(ps-count)
	end-if
	add 1 to predIndex.

	markOneNotRun.
	move "NOTRUN" to ps-state(predIndex)
	add 1 to predIndex.

	*> RUNCTL is in time order, so each predecessor ends at the state
	*> of its latest record tonight.
	scanRunControl.
	read runctl
		at end move "Y" to ws-runctl-eof
		not at end
			move runctl-record to run-control-detail
			if rl-date = checkDate then
				move 1 to predIndex
				perform applyOneRunControl until predIndex > ps-count
			end-if
	end-read.

	applyOneRunControl.
	if rl-deck = ps-deck(predIndex) then
		evaluate rl-status
			when "CLAIMED"
				move "RUNNING" to ps-state(predIndex)
			when "ENDED"
				move "ENDED" to ps-state(predIndex)
			when other
				move rl-status to ps-state(predIndex)
		end-evaluate
	end-if
	add 1 to predIndex.

	*> a predecessor with no claim tonight may simply not be due; the
	*> calendar decides whether it is owed.
	settleOnePredecessor.
	if ps-state(predIndex) = "NOTRUN" then
		move "U" to predScheduleFlag
		call 'schedLookup' using ps-deck(predIndex), checkDate,
			predScheduleFlag
			on exception continue
		end-call
		if predScheduleFlag = "N" then
			move "OFFSCHED" to ps-state(predIndex)
		end-if
	end-if
	if ps-state(predIndex) not = "ENDED"
	and ps-state(predIndex) not = "OFFSCHED" then
		add 1 to outstandingCount
	end-if
	add 1 to predIndex.
