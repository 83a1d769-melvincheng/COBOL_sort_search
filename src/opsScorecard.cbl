
*> the one-page monthly answer to "how did the batch do?": pulls
*> RUNSTAT (see RUNSTREC.cpy), PERFHIST (PERFHREC.cpy), QGHIST
*> (QGHREC.cpy), OPERALRT (ALERTREC.cpy), and DLVHIST (DLVREC.cpy)
*> together into one
*> SCORERPT scorecard instead of management stapling auditReport,
*> qualityTrend, and perfTrendReport extracts by hand:
*>   - runs attempted and completed, with the failure rate by
*>     figure capacity planning watches)
*>   - quality-gate evaluations and the rejection rate
*>   - alert counts by reason code
*>   - morning reports delivered on time against their RPTDEADL
*>     deadlines, overall and by report
*> each headline figure is shown against the previous month, so the
*> trend is on the same page as the number. the month comes from a
*> SCORPARM card (columns 1-4, MMYY, auditArchive's convention) or
		select scorerpt assign to "SCORERPT"
			organization line sequential
			file status is ws-rpt-status.
		select dlvhist assign to "DLVHIST"
			organization line sequential
			file status is ws-dlv-status.
		select scorparm assign to "SCORPARM"
			organization line sequential
			file status is ws-parm-status.
	fd scorerpt.
	01 scorerpt-record pic x(80).

	fd dlvhist.
	01 dlvhist-record pic x(80).

	fd scorparm.
	01 scorparm-record.
		05 sp-month pic x(4).
		01 ws-alert-status pic x(2).
		01 ws-rpt-status pic x(2).
		01 ws-parm-status pic x(2).
		01 ws-dlv-status pic x(2).
		01 ws-file-eof pic x(1).
			88 file-done value "Y".
		copy "RUNSTREC.cpy".
		copy "PERFHREC.cpy".
		copy "QGHREC.cpy".
		copy "ALERTREC.cpy".
		copy "DLVREC.cpy".

		01 ws-answer pic x(4).
		01 parmMM pic 9(2).
				10 mt-qg-total pic 9(5).
				10 mt-qg-rejected pic 9(5).
				10 mt-alerts pic 9(5).
				10 mt-deliveries pic 9(5).
				10 mt-on-time pic 9(5).
		01 slotIndex pic 9(1).

		*> per-program failure picture for the reported month.
		01 ws-reason-found pic x(1).
			88 reason-found value "Y".

		*> delivery record by report for the reported month.
		78 deliveryTableMax value 20.
		01 deliveryTable.
			05 deliveryEntry occurs 20 times.
				10 dl-report pic x(8).
				10 dl-total pic 9(5).
				10 dl-on-time pic 9(5).
				10 dl-late pic 9(5).
				10 dl-missing pic 9(5).
		01 deliveryCount pic 9(2) value 0.
		01 deliveryIndex pic 9(2).
		01 ws-delivery-found pic x(1).
			88 delivery-found value "Y".

		01 averageElapsed pic 9(8).
		01 ratePercent pic 9(3)v9.
		01 ws-rpt-line pic x(80).
		01 out-count pic zzzz9.
		01 out-count2 pic zzzz9.
		01 out-percent pic zz9.9.
		01 out-percent2 pic zz9.9.
		01 out-count3 pic zzzz9.
		01 out-elapsed pic zzzzzz9.
		copy "RETCODE.cpy".

	perform tallyPerfHist
	perform tallyQgHist
	perform tallyAlerts
	perform tallyDeliveries
	if mt-runs(1) = 0 and mt-perf-runs(1) = 0
	and mt-qg-total(1) = 0 and mt-alerts(1) = 0
	and mt-deliveries(1) = 0 then
		display "opsScorecard: no activity on file for " reportMonth
		move rc-not-found to return-code
		goback.
	move 0 to mt-qg-total(slotIndex)
	move 0 to mt-qg-rejected(slotIndex)
	move 0 to mt-alerts(slotIndex)
	move 0 to mt-deliveries(slotIndex)
	move 0 to mt-on-time(slotIndex)
	add 1 to slotIndex.

	getReportMonth.
			move qghist-record to quality-history-detail
			compute recordMonth = qg-date / 100
			perform selectSlot
			*> a feed's check-digit tally is not a gate evaluation.
			if qg-reason = "CHKDIGIT" then
				move 0 to slotIndex
			end-if
			if slotIndex > 0 then
				add 1 to mt-qg-total(slotIndex)
				if qg-decision = "REJECTED" then
		move "Y" to ws-reason-found.
	add 1 to reasonIndex.

	tallyDeliveries.
	open input dlvhist
	if ws-dlv-status = "00" then
		move "N" to ws-file-eof
		perform tallyOneDelivery until file-done
		close dlvhist
	end-if.

	tallyOneDelivery.
	read dlvhist
		at end move "Y" to ws-file-eof
		not at end
			move dlvhist-record to delivery-history-detail
			compute recordMonth = dv-date / 100
			perform selectSlot
			if slotIndex > 0 then
				add 1 to mt-deliveries(slotIndex)
				if dv-on-time then
					add 1 to mt-on-time(slotIndex)
				end-if
				if slotIndex = 1 then
					perform tallyDeliveryRow
				end-if
			end-if
	end-read.

	tallyDeliveryRow.
	move "N" to ws-delivery-found
	move 1 to deliveryIndex
	perform findDeliveryRow
		until deliveryIndex > deliveryCount or delivery-found
	if delivery-found then
		subtract 1 from deliveryIndex
	else
		if deliveryCount >= deliveryTableMax then
			move deliveryCount to deliveryIndex
		else
			add 1 to deliveryCount
			move deliveryCount to deliveryIndex
			move dv-report to dl-report(deliveryIndex)
			move 0 to dl-total(deliveryIndex)
			move 0 to dl-on-time(deliveryIndex)
			move 0 to dl-late(deliveryIndex)
			move 0 to dl-missing(deliveryIndex)
		end-if
	end-if
	add 1 to dl-total(deliveryIndex)
	evaluate true
		when dv-on-time add 1 to dl-on-time(deliveryIndex)
		when dv-late add 1 to dl-late(deliveryIndex)
		when other add 1 to dl-missing(deliveryIndex)
	end-evaluate.

	findDeliveryRow.
	if dl-report(deliveryIndex) = dv-report then
		move "Y" to ws-delivery-found.
	add 1 to deliveryIndex.

	writeScorecard.
	move spaces to ws-rpt-line
	string "monthly operations scorecard -- " reportMonth
		delimited by size into ws-rpt-line
	write scorerpt-record from ws-rpt-line

	if mt-deliveries(1) > 0 then
		compute ratePercent rounded =
			mt-on-time(1) * 100 / mt-deliveries(1)
	else
		move 0 to ratePercent
	end-if
	move ratePercent to out-percent
	move mt-deliveries(1) to out-count
	move spaces to ws-rpt-line
	string "reports on time:      " out-percent "% of " out-count
		" delivery(ies)"
		delimited by size into ws-rpt-line
	if mt-deliveries(2) > 0 then
		compute ratePercent rounded =
			mt-on-time(2) * 100 / mt-deliveries(2)
		move ratePercent to out-percent2
		string "  (" out-percent2 "%)"
			delimited by size into ws-rpt-line(55:)
	end-if
	write scorerpt-record from ws-rpt-line

	move spaces to ws-rpt-line
	write scorerpt-record from ws-rpt-line
	move "failure rate by program/deck:" to ws-rpt-line
	move "alerts by reason code:" to ws-rpt-line
	write scorerpt-record from ws-rpt-line
	move 1 to reasonIndex
	perform writeOneReasonLine until reasonIndex > reasonCount

	move spaces to ws-rpt-line
	write scorerpt-record from ws-rpt-line
	move "on-time delivery by report:" to ws-rpt-line
	write scorerpt-record from ws-rpt-line
	move 1 to deliveryIndex
	perform writeOneDeliveryLine until deliveryIndex > deliveryCount.

	writeOneProgramLine.
	move pg-runs(programIndex) to out-count
		delimited by size into ws-rpt-line
	write scorerpt-record from ws-rpt-line
	add 1 to reasonIndex.

	writeOneDeliveryLine.
	compute ratePercent rounded =
		dl-on-time(deliveryIndex) * 100 / dl-total(deliveryIndex)
	move ratePercent to out-percent
	move dl-total(deliveryIndex) to out-count
	move dl-late(deliveryIndex) to out-count2
	move dl-missing(deliveryIndex) to out-count3
	move spaces to ws-rpt-line
	string "  " dl-report(deliveryIndex) " " out-percent "% on time of "
		out-count ", " out-count2 " late, " out-count3 " missing"
		delimited by size into ws-rpt-line
	write scorerpt-record from ws-rpt-line
	add 1 to deliveryIndex.
