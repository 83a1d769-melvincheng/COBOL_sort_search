identification division.
program-id. chargeBack.

*> the monthly departmental chargeback for the overnight window: what
*> each department's work used, priced, with the runs behind every
*> charge, so the window's cost is split on evidence instead of by
*> headcount. a run is either
*>   DECK   a claimed deck run, from its RUNCTL CLAIMED record to its
*>          ENDED or CUTOFF record (the rest of the claim date when
*>          it never closed), charged to the department the DECKDEPT
*>          table gives the deck
*>   REQ    a queued business request, from its JOBACCT start to its
*>          finish (see JACTREC.cpy), charged to the department the
*>          requester asked from
*> and its usage is whatever the history files logged inside it: the
*> sort elapsed time and record count of each PERFHIST run (see
*> PERFHREC.cpy), each RUNSTAT card (RUNSTREC.cpy), and each SRCHLOG
*> search (SRCHLREC.cpy). a request runs inside MAIN's own deck run,
*> so usage inside a request is the request's, not the deck's. usage
*> logged outside every run is shown as unattributed and charged to
*> no one. a deck missing from DECKDEPT, or a request queued with no
*> department, is charged to UNASSIGNED.
*> the DECKDEPT table, one card per deck:
*>   columns  1- 8  the deck, as it claims RUNCTL
*>   columns 10-21  the department it is charged to
*> the CHGRATES rate card, one card per rate:
*>   columns  1- 8  MINUTE (per elapsed sort minute), KSORTED (per
*>                  thousand records sorted), or SEARCH (per search)
*>   columns 10-19  the rate, with an explicit decimal point
*> a rate not on the card is zero. RUNSTAT cards are counted on every
*> run's line but are not priced. each run is priced separately and
*> rounded to the cent, so a department's charge is exactly the sum
*> of the lines above it.
*> the month comes from a CHGPARM card (columns 1-4, MMYY, auditArchive's
*> convention) or an operator prompt. CHGSTMT gets one statement per
*> department -- its runs, then its usage and charge by rate -- and
*> CHGEXTR the finance load file, 80-byte lines:
*>   CBH yyyymm rrrrrrrr nnnnnn aaaaaaaaaa.aa
*>       header: month, our run identifier (CB plus HHMMSS, the
*>       FILEENVL.cpy convention), department count, total charge
*>   CBD dddddddddddd mmmmmmm.mm kkkkkkk.kkk sssssss aaaaaaaaaa.aa
*>       one department: elapsed minutes, thousands of records
*>       sorted, searches, charge
*>   CBT nnnnnn aaaaaaaaaa.aa
*>       trailer repeating the count and the total
*> RETURN-CODE: rc-success, rc-not-found when the month had no runs
*> and no usage (nothing written), rc-invalid-input for an unusable
*> month or a missing CHGRATES rate card.
environment division.
	input-output section.
	file-control.
		select chgparm assign to "CHGPARM"
			organization line sequential
			file status is ws-parm-status.
		select chgrates assign to "CHGRATES"
			organization line sequential
			file status is ws-rates-status.
		select deckdept assign to "DECKDEPT"
			organization line sequential
			file status is ws-deckdept-status.
		select runctl assign to "RUNCTL"
			organization line sequential
			file status is ws-runctl-status.
		select jobacct assign to "JOBACCT"
			organization line sequential
			file status is ws-jobacct-status.
		select perfhist assign to "PERFHIST"
			organization line sequential
			file status is ws-perf-status.
		select runstat assign to "RUNSTAT"
			organization line sequential
			file status is ws-runstat-status.
		select srchlog assign to "SRCHLOG"
			organization line sequential
			file status is ws-srch-status.
		select chgstmt assign to "CHGSTMT"
			organization line sequential
			file status is ws-stmt-status.
		select chgextr assign to "CHGEXTR"
			organization line sequential
			file status is ws-extr-status.

data division.
	file section.
	fd chgparm.
	01 chgparm-record.
		05 cp-month pic x(4).

	fd chgrates.
	01 chgrates-record.
		05 cg-metric pic x(8).
		05 filler pic x(1).
		05 cg-rate pic x(10).

	fd deckdept.
	01 deckdept-record.
		05 dd-deck pic x(8).
		05 filler pic x(1).
		05 dd-department pic x(12).

	fd runctl.
	01 runctl-record pic x(80).

	fd jobacct.
	01 jobacct-record pic x(80).

	fd perfhist.
	01 perfhist-record pic x(80).

	fd runstat.
	01 runstat-record pic x(80).

	fd srchlog.
	01 srchlog-record pic x(100).

	fd chgstmt.
	01 chgstmt-record pic x(80).

	fd chgextr.
	01 chgextr-record pic x(80).

	working-storage section.
		01 ws-parm-status pic x(2).
		01 ws-rates-status pic x(2).
		01 ws-deckdept-status pic x(2).
		01 ws-runctl-status pic x(2).
		01 ws-jobacct-status pic x(2).
		01 ws-perf-status pic x(2).
		01 ws-runstat-status pic x(2).
		01 ws-srch-status pic x(2).
		01 ws-stmt-status pic x(2).
		01 ws-extr-status pic x(2).
		01 ws-file-eof pic x(1).
			88 file-done value "Y".
		copy "RCTLREC.cpy".
		copy "JACTREC.cpy".
		copy "PERFHREC.cpy".
		copy "RUNSTREC.cpy".
		copy "SRCHLREC.cpy".

		01 ws-answer pic x(10).
		01 parmMM pic 9(2).
		01 parmYY pic 9(2).
		01 reportMonth pic 9(6).
		01 recordMonth pic 9(6).
		*> a run claimed the night before the month opened can still
		*> be working past midnight into it.
		01 dayBeforeMonth pic 9(8).

		01 minuteRate pic 9(5)v9(4) value 0.
		01 ksortedRate pic 9(5)v9(4) value 0.
		01 searchRate pic 9(5)v9(4) value 0.
		01 rateCount pic 9(2) value 0.

		78 deckTableMax value 50.
		01 deckTable.
			05 deckEntry occurs 50 times.
				10 dk-deck pic x(8).
				10 dk-department pic x(12).
		01 deckCount pic 9(2) value 0.
		01 deckIndex pic 9(2).
		01 ws-deck-found pic x(1).
			88 deck-found value "Y".

		*> every run in the month, in the order its record was logged.
		78 runTableMax value 500.
		01 runTable.
			05 runEntry occurs 500 times.
				10 rn-kind pic x(4).
				10 rn-date pic 9(8).
				10 rn-start pic 9(14).
				10 rn-end pic 9(14).
				10 rn-open pic x(1).
				10 rn-ident pic x(20).
				10 rn-department pic x(12).
				10 rn-cards pic 9(5).
				10 rn-elapsed pic 9(9).
				10 rn-sorted pic 9(9).
				10 rn-searches pic 9(7).
				10 rn-charge pic 9(9)v99.
		01 runCount pic 9(3) value 0.
		01 runIndex pic 9(3).
		01 matchIndex pic 9(3).
		01 ws-request-match pic x(1).
			88 request-match value "Y".

		78 deptTableMax value 50.
		01 deptTable.
			05 deptEntry occurs 50 times.
				10 dp-department pic x(12).
				10 dp-runs pic 9(5).
				10 dp-cards pic 9(7).
				10 dp-elapsed pic 9(11).
				10 dp-sorted pic 9(11).
				10 dp-searches pic 9(9).
				10 dp-minute-charge pic 9(9)v99.
				10 dp-ksorted-charge pic 9(9)v99.
				10 dp-search-charge pic 9(9)v99.
				10 dp-charge pic 9(9)v99.
		01 deptCount pic 9(2) value 0.
		01 deptIndex pic 9(2).
		01 ws-dept-found pic x(1).
			88 dept-found value "Y".
		01 workDepartment pic x(12).

		*> usage logged outside every run.
		01 freeCards pic 9(7) value 0.
		01 freeElapsed pic 9(11) value 0.
		01 freeSorted pic 9(11) value 0.
		01 freeSearches pic 9(9) value 0.

		01 usageStamp pic 9(14).
		01 endDate pic 9(8).
		01 minuteCharge pic 9(9)v99.
		01 ksortedCharge pic 9(9)v99.
		01 searchCharge pic 9(9)v99.
		01 totalCharge pic 9(11)v99 value 0.
		01 usageCount pic 9(7) value 0.

		01 ws-run-date pic 9(8).
		01 ws-run-time-raw pic 9(8).
		01 ws-run-time pic 9(6).
		01 ws-run-id pic x(8).
		01 ws-rpt-line pic x(80).
		01 out-start pic x(4).
		01 out-cards pic zzz9.
		01 out-minutes pic zzzz9.99.
		01 out-ksorted pic zzzz9.999.
		01 out-searches pic zzzz9.
		01 out-charge pic zzzzzz9.99.
		01 out-big-minutes pic zzzzzzzz9.99.
		01 out-big-ksorted pic zzzzzzzz9.999.
		01 out-big-count pic zzzzzzzz9.
		01 out-rate pic zzzz9.9999.
		01 out-amount pic zzzzzzzz9.99.
		01 extr-minutes pic 9(7).99.
		01 extr-ksorted pic 9(7).999.
		01 extr-searches pic 9(7).
		01 extr-amount pic 9(10).99.
		01 extr-count pic 9(6).
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

procedure division.
	main.
	perform getReportMonth
	if return-code = rc-invalid-input then
		goback.
	perform loadRateCard
	if return-code = rc-invalid-input then
		goback.
	perform loadDeckTable
	perform loadDeckRuns
	perform loadRequestRuns
	perform attributePerfHist
	perform attributeRunStat
	perform attributeSearches
	if runCount = 0 and usageCount = 0 then
		display "chargeBack: no runs or usage on file for " reportMonth
		move rc-not-found to return-code
		goback.
	move 1 to runIndex
	perform priceOneRun until runIndex > runCount
	perform getProcessingDate
	move pdt-date to ws-run-date
	accept ws-run-time-raw from time
	compute ws-run-time = ws-run-time-raw / 100
	move spaces to ws-run-id
	string "CB" ws-run-time delimited by size into ws-run-id
	open output chgstmt
	move 1 to deptIndex
	perform writeDepartmentStatement until deptIndex > deptCount
	perform writeUnattributed
	close chgstmt
	perform writeFinanceExtract
	display "chargeBack: " deptCount " department statements for "
		reportMonth " written to CHGSTMT, run " ws-run-id " to CHGEXTR"
	move rc-success to return-code
	goback.

	getReportMonth.
	open input chgparm
	if ws-parm-status = "00" then
		read chgparm
			at end move spaces to ws-answer
			not at end move cp-month to ws-answer
		end-read
		close chgparm
	else
		display "Enter the month to charge (MMYY):"
		accept ws-answer
	end-if
	if ws-answer(1:4) is not numeric then
		display "chargeBack: month " ws-answer " is not usable (MMYY)"
		move rc-invalid-input to return-code
		goback.
	compute parmMM = function numval(ws-answer(1:2))
	compute parmYY = function numval(ws-answer(3:2))
	if parmMM < 1 or parmMM > 12 then
		display "chargeBack: month " ws-answer " is not usable (MMYY)"
		move rc-invalid-input to return-code
		goback.
	compute reportMonth = (2000 + parmYY) * 100 + parmMM
	compute dayBeforeMonth = function date-of-integer(
		function integer-of-date(reportMonth * 100 + 1) - 1)
	move rc-success to return-code.

	loadRateCard.
	open input chgrates
	if ws-rates-status not = "00" then
		display "chargeBack: unable to open CHGRATES, status " ws-rates-status
		move rc-invalid-input to return-code
		goback.
	move "N" to ws-file-eof
	perform readOneRate until file-done
	close chgrates
	if rateCount = 0 then
		display "chargeBack: CHGRATES carries no usable rate"
		move rc-invalid-input to return-code
	end-if.

	readOneRate.
	read chgrates
		at end move "Y" to ws-file-eof
		not at end
			if function test-numval(cg-rate) not = 0 then
				display "chargeBack: rate '" cg-rate "' for " cg-metric
					" is not a number, ignored"
			else
				evaluate cg-metric
					when "MINUTE"
						compute minuteRate = function numval(cg-rate)
						add 1 to rateCount
					when "KSORTED"
						compute ksortedRate = function numval(cg-rate)
						add 1 to rateCount
					when "SEARCH"
						compute searchRate = function numval(cg-rate)
						add 1 to rateCount
					when other
						display "chargeBack: rate card " cg-metric
							" not recognized, ignored"
				end-evaluate
			end-if
	end-read.

	*> a deck named twice keeps its first card.
	loadDeckTable.
	open input deckdept
	if ws-deckdept-status = "00" then
		move "N" to ws-file-eof
		perform readOneDeckCard until file-done
		close deckdept
	else
		display "chargeBack: no DECKDEPT table, every deck run is UNASSIGNED"
	end-if.

	readOneDeckCard.
	read deckdept
		at end move "Y" to ws-file-eof
		not at end
			if dd-deck not = spaces and deckCount < deckTableMax then
				add 1 to deckCount
				move dd-deck to dk-deck(deckCount)
				move dd-department to dk-department(deckCount)
			end-if
	end-read.

	loadDeckRuns.
	open input runctl
	if ws-runctl-status = "00" then
		move "N" to ws-file-eof
		perform readOneRunControl until file-done
		close runctl
	end-if.

	readOneRunControl.
	read runctl
		at end move "Y" to ws-file-eof
		not at end
			move runctl-record to run-control-detail
			if rl-date is numeric and rl-time is numeric then
				if rl-status = "CLAIMED" then
					perform addDeckRun
				else
					perform closeDeckRun
				end-if
			end-if
	end-read.

	addDeckRun.
	compute recordMonth = rl-date / 100
	if (recordMonth = reportMonth or rl-date = dayBeforeMonth)
	and runCount < runTableMax then
		add 1 to runCount
		move "DECK" to rn-kind(runCount)
		move rl-date to rn-date(runCount)
		compute rn-start(runCount) = rl-date * 1000000 + rl-time
		compute rn-end(runCount) = rl-date * 1000000 + 235959
		move "Y" to rn-open(runCount)
		move rl-deck to rn-ident(runCount)
		perform findDeckDepartment
		move workDepartment to rn-department(runCount)
		perform clearRunUsage
	end-if.

	findDeckDepartment.
	move "UNASSIGNED" to workDepartment
	move "N" to ws-deck-found
	move 1 to deckIndex
	perform matchOneDeck until deckIndex > deckCount or deck-found.

	matchOneDeck.
	if dk-deck(deckIndex) = rl-deck then
		move "Y" to ws-deck-found
		if dk-department(deckIndex) not = spaces then
			move dk-department(deckIndex) to workDepartment
		end-if
	end-if
	add 1 to deckIndex.

	*> the ENDED or CUTOFF record closes the latest open claim of the
	*> same deck and date; a finish earlier in the day than the claim
	*> came after midnight.
	closeDeckRun.
	move 0 to matchIndex
	move 1 to runIndex
	perform findOpenClaim until runIndex > runCount
	if matchIndex > 0 then
		move "N" to rn-open(matchIndex)
		compute usageStamp = rl-date * 1000000 + rl-time
		if usageStamp < rn-start(matchIndex) then
			compute endDate = function date-of-integer(
				function integer-of-date(rl-date) + 1)
			compute usageStamp = endDate * 1000000 + rl-time
		end-if
		move usageStamp to rn-end(matchIndex)
	end-if.

	findOpenClaim.
	if rn-kind(runIndex) = "DECK" and rn-open(runIndex) = "Y"
	and rn-date(runIndex) = rl-date and rn-ident(runIndex) = rl-deck then
		move runIndex to matchIndex.
	add 1 to runIndex.

	loadRequestRuns.
	open input jobacct
	if ws-jobacct-status = "00" then
		move "N" to ws-file-eof
		perform readOneRequest until file-done
		close jobacct
	end-if.

	readOneRequest.
	read jobacct
		at end move "Y" to ws-file-eof
		not at end
			move jobacct-record to job-accounting-detail
			if ja-date is numeric and ja-start is numeric
			and ja-end is numeric then
				perform addRequestRun
			end-if
	end-read.

	addRequestRun.
	compute recordMonth = ja-date / 100
	if (recordMonth = reportMonth or ja-date = dayBeforeMonth)
	and runCount < runTableMax then
		add 1 to runCount
		move "REQ" to rn-kind(runCount)
		move ja-date to rn-date(runCount)
		compute rn-start(runCount) = ja-date * 1000000 + ja-start
		if ja-end < ja-start then
			compute endDate = function date-of-integer(
				function integer-of-date(ja-date) + 1)
		else
			move ja-date to endDate
		end-if
		compute rn-end(runCount) = endDate * 1000000 + ja-end
		move "N" to rn-open(runCount)
		move spaces to rn-ident(runCount)
		string ja-requester " " ja-command delimited by size
			into rn-ident(runCount)
		if ja-department = spaces then
			move "UNASSIGNED" to rn-department(runCount)
		else
			move ja-department to rn-department(runCount)
		end-if
		perform clearRunUsage
	end-if.

	clearRunUsage.
	move 0 to rn-cards(runCount)
	move 0 to rn-elapsed(runCount)
	move 0 to rn-sorted(runCount)
	move 0 to rn-searches(runCount)
	move 0 to rn-charge(runCount).

	*> the run a usage record belongs to: a request containing its
	*> time if there is one, otherwise the latest-claimed deck run
	*> containing it, otherwise none (matchIndex zero).
	findOwningRun.
	move 0 to matchIndex
	move "N" to ws-request-match
	move 1 to runIndex
	perform matchOneRun until runIndex > runCount or request-match.

	matchOneRun.
	if usageStamp >= rn-start(runIndex) and usageStamp <= rn-end(runIndex) then
		move runIndex to matchIndex
		if rn-kind(runIndex) = "REQ" then
			move "Y" to ws-request-match
		end-if
	end-if
	add 1 to runIndex.

	attributePerfHist.
	open input perfhist
	if ws-perf-status = "00" then
		move "N" to ws-file-eof
		perform attributeOnePerfHist until file-done
		close perfhist
	end-if.

	attributeOnePerfHist.
	read perfhist
		at end move "Y" to ws-file-eof
		not at end
			move perfhist-record to perf-history-detail
			compute recordMonth = ph-date / 100
			if recordMonth = reportMonth and ph-time is numeric then
				add 1 to usageCount
				compute usageStamp = ph-date * 1000000 + ph-time
				perform findOwningRun
				if matchIndex > 0 then
					add ph-elapsed to rn-elapsed(matchIndex)
					add ph-size to rn-sorted(matchIndex)
				else
					add ph-elapsed to freeElapsed
					add ph-size to freeSorted
				end-if
			end-if
	end-read.

	attributeRunStat.
	open input runstat
	if ws-runstat-status = "00" then
		move "N" to ws-file-eof
		perform attributeOneRunStat until file-done
		close runstat
	end-if.

	attributeOneRunStat.
	read runstat
		at end move "Y" to ws-file-eof
		not at end
			move runstat-record to run-status-detail
			compute recordMonth = rs-date / 100
			if recordMonth = reportMonth and rs-time is numeric then
				add 1 to usageCount
				compute usageStamp = rs-date * 1000000 + rs-time
				perform findOwningRun
				if matchIndex > 0 then
					add 1 to rn-cards(matchIndex)
				else
					add 1 to freeCards
				end-if
			end-if
	end-read.

	attributeSearches.
	open input srchlog
	if ws-srch-status = "00" then
		move "N" to ws-file-eof
		perform attributeOneSearch until file-done
		close srchlog
	end-if.

	attributeOneSearch.
	read srchlog
		at end move "Y" to ws-file-eof
		not at end
			move srchlog-record to search-findings-detail
			compute recordMonth = sf-date / 100
			if recordMonth = reportMonth and sf-time is numeric then
				add 1 to usageCount
				compute usageStamp = sf-date * 1000000 + sf-time
				perform findOwningRun
				if matchIndex > 0 then
					add 1 to rn-searches(matchIndex)
				else
					add 1 to freeSearches
				end-if
			end-if
	end-read.

	*> a run from the night before the month is only this month's
	*> when it used something in it.
	priceOneRun.
	compute recordMonth = rn-date(runIndex) / 100
	if recordMonth = reportMonth
	or rn-cards(runIndex) > 0 or rn-elapsed(runIndex) > 0
	or rn-searches(runIndex) > 0 then
		compute minuteCharge rounded =
			rn-elapsed(runIndex) / 6000 * minuteRate
		compute ksortedCharge rounded =
			rn-sorted(runIndex) / 1000 * ksortedRate
		compute searchCharge rounded = rn-searches(runIndex) * searchRate
		compute rn-charge(runIndex) = minuteCharge + ksortedCharge + searchCharge
		move rn-department(runIndex) to workDepartment
		perform findDepartmentRow
		add 1 to dp-runs(deptIndex)
		add rn-cards(runIndex) to dp-cards(deptIndex)
		add rn-elapsed(runIndex) to dp-elapsed(deptIndex)
		add rn-sorted(runIndex) to dp-sorted(deptIndex)
		add rn-searches(runIndex) to dp-searches(deptIndex)
		add minuteCharge to dp-minute-charge(deptIndex)
		add ksortedCharge to dp-ksorted-charge(deptIndex)
		add searchCharge to dp-search-charge(deptIndex)
		add rn-charge(runIndex) to dp-charge(deptIndex)
		add rn-charge(runIndex) to totalCharge
	else
		move "SKIP" to rn-kind(runIndex)
	end-if
	add 1 to runIndex.

	*> a department past the table's end shares its last row.
	findDepartmentRow.
	move "N" to ws-dept-found
	move 1 to deptIndex
	perform matchOneDepartment until deptIndex > deptCount or dept-found
	if dept-found then
		subtract 1 from deptIndex
	else
		if deptCount >= deptTableMax then
			move deptCount to deptIndex
		else
			add 1 to deptCount
			move deptCount to deptIndex
			move workDepartment to dp-department(deptIndex)
			move 0 to dp-runs(deptIndex)
			move 0 to dp-cards(deptIndex)
			move 0 to dp-elapsed(deptIndex)
			move 0 to dp-sorted(deptIndex)
			move 0 to dp-searches(deptIndex)
			move 0 to dp-minute-charge(deptIndex)
			move 0 to dp-ksorted-charge(deptIndex)
			move 0 to dp-search-charge(deptIndex)
			move 0 to dp-charge(deptIndex)
		end-if
	end-if.

	matchOneDepartment.
	if dp-department(deptIndex) = workDepartment then
		move "Y" to ws-dept-found.
	add 1 to deptIndex.

	writeDepartmentStatement.
	move spaces to ws-rpt-line
	string "chargeback statement  month " reportMonth
		"  department " dp-department(deptIndex)
		delimited by size into ws-rpt-line
	write chgstmt-record from ws-rpt-line
	move spaces to ws-rpt-line
	string "run " ws-run-id "  printed " ws-run-date
		delimited by size into ws-rpt-line
	write chgstmt-record from ws-rpt-line
	move spaces to ws-rpt-line
	write chgstmt-record from ws-rpt-line
	move "date     time kind run                  card  minutes   ksorted  srch     charge"
		to ws-rpt-line
	write chgstmt-record from ws-rpt-line
	move 1 to runIndex
	perform writeOneRunLine until runIndex > runCount
	perform writeDepartmentTotals
	add 1 to deptIndex.

	writeOneRunLine.
	if rn-kind(runIndex) not = "SKIP"
	and rn-department(runIndex) = dp-department(deptIndex) then
		move rn-start(runIndex)(9:4) to out-start
		move rn-cards(runIndex) to out-cards
		compute out-minutes = rn-elapsed(runIndex) / 6000
		compute out-ksorted = rn-sorted(runIndex) / 1000
		move rn-searches(runIndex) to out-searches
		move rn-charge(runIndex) to out-charge
		move spaces to ws-rpt-line
		string rn-date(runIndex) " " out-start " " rn-kind(runIndex) " "
			rn-ident(runIndex) " " out-cards " " out-minutes " "
			out-ksorted " " out-searches " " out-charge
			delimited by size into ws-rpt-line
		write chgstmt-record from ws-rpt-line
	end-if
	add 1 to runIndex.

	writeDepartmentTotals.
	move spaces to ws-rpt-line
	write chgstmt-record from ws-rpt-line
	move dp-runs(deptIndex) to out-big-count
	move spaces to ws-rpt-line
	string "runs                        " out-big-count
		delimited by size into ws-rpt-line
	write chgstmt-record from ws-rpt-line
	move dp-cards(deptIndex) to out-big-count
	move spaces to ws-rpt-line
	string "RUNSTAT cards               " out-big-count
		delimited by size into ws-rpt-line
	write chgstmt-record from ws-rpt-line
	compute out-big-minutes = dp-elapsed(deptIndex) / 6000
	move minuteRate to out-rate
	move dp-minute-charge(deptIndex) to out-amount
	move spaces to ws-rpt-line
	string "elapsed sort minutes     " out-big-minutes " at " out-rate
		"  " out-amount
		delimited by size into ws-rpt-line
	write chgstmt-record from ws-rpt-line
	compute out-big-ksorted = dp-sorted(deptIndex) / 1000
	move ksortedRate to out-rate
	move dp-ksorted-charge(deptIndex) to out-amount
	move spaces to ws-rpt-line
	string "thousand records sorted " out-big-ksorted " at " out-rate
		"  " out-amount
		delimited by size into ws-rpt-line
	write chgstmt-record from ws-rpt-line
	move dp-searches(deptIndex) to out-big-count
	move searchRate to out-rate
	move dp-search-charge(deptIndex) to out-amount
	move spaces to ws-rpt-line
	string "searches                    " out-big-count " at " out-rate
		"  " out-amount
		delimited by size into ws-rpt-line
	write chgstmt-record from ws-rpt-line
	move dp-charge(deptIndex) to out-amount
	move spaces to ws-rpt-line
	string "total charge                                           "
		out-amount
		delimited by size into ws-rpt-line
	write chgstmt-record from ws-rpt-line
	move all "=" to ws-rpt-line
	write chgstmt-record from ws-rpt-line.

	*> what the window did that no run accounts for, so the
	*> statements can be squared with the history files.
	writeUnattributed.
	move spaces to ws-rpt-line
	string "unattributed usage  month " reportMonth "  (not charged)"
		delimited by size into ws-rpt-line
	write chgstmt-record from ws-rpt-line
	move freeCards to out-big-count
	move spaces to ws-rpt-line
	string "RUNSTAT cards               " out-big-count
		delimited by size into ws-rpt-line
	write chgstmt-record from ws-rpt-line
	compute out-big-minutes = freeElapsed / 6000
	move spaces to ws-rpt-line
	string "elapsed sort minutes     " out-big-minutes
		delimited by size into ws-rpt-line
	write chgstmt-record from ws-rpt-line
	compute out-big-ksorted = freeSorted / 1000
	move spaces to ws-rpt-line
	string "thousand records sorted " out-big-ksorted
		delimited by size into ws-rpt-line
	write chgstmt-record from ws-rpt-line
	move freeSearches to out-big-count
	move spaces to ws-rpt-line
	string "searches                    " out-big-count
		delimited by size into ws-rpt-line
	write chgstmt-record from ws-rpt-line.

	writeFinanceExtract.
	open output chgextr
	move deptCount to extr-count
	move totalCharge to extr-amount
	move spaces to ws-rpt-line
	string "CBH " reportMonth " " ws-run-id " " extr-count " " extr-amount
		delimited by size into ws-rpt-line
	write chgextr-record from ws-rpt-line
	move 1 to deptIndex
	perform writeOneExtractLine until deptIndex > deptCount
	move totalCharge to extr-amount
	move spaces to ws-rpt-line
	string "CBT " extr-count " " extr-amount
		delimited by size into ws-rpt-line
	write chgextr-record from ws-rpt-line
	close chgextr.

	writeOneExtractLine.
	compute extr-minutes = dp-elapsed(deptIndex) / 6000
	compute extr-ksorted = dp-sorted(deptIndex) / 1000
	move dp-searches(deptIndex) to extr-searches
	move dp-charge(deptIndex) to extr-amount
	move spaces to ws-rpt-line
	string "CBD " dp-department(deptIndex) " " extr-minutes " "
		extr-ksorted " " extr-searches " " extr-amount
		delimited by size into ws-rpt-line
	write chgextr-record from ws-rpt-line
	add 1 to deptIndex.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "chargeBack" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
