identification division.
program-id. excpHarvest.

*> the nightly harvest for the exception worklist (see EXCPREC.cpy):
*> exceptions are left in a dozen places, each chased separately if at
*> all, so this step collects them into the one EXCPLIST file --
*> one item per exception, with its source, key, reason, and the
*> date it was first seen -- for excpMaint to assign and close and
*> excpReport to list by owner and age. the sources, each read as it
*> stands tonight (one not on file is reported and skipped):
*>   TRANREJ   every ksdsUpdate reject still uncorrected (see
*>             TREJREC.cpy), keyed by the card's position and value
*>   SUSPFILE  every value held in suspense, keyed by the value and
*>             first seen on its hold date
*>   QGHIST    every REJECTED quality-gate or check-digit decision
*>             (see QGHREC.cpy), keyed by the feed and its date
*>   XREFCOV   every value xrefCoverage found with no description
*>   DRIFTRPT  every statistic driftReport marked DRIFT
*>   BALRPT    a balanceCheck verdict OUT OF BALANCE, keyed by its run
*>             date, with the totals that disagreed
*>   EDITRPT   every record editArrayIn rejected, keyed by the value
*> an exception already open on the worklist is refreshed (last seen
*> tonight, tonight's reason) rather than raised twice. one whose
*> item was closed WAIVED or FALSEPOS is never raised again; one seen
*> after its item was closed any other way is raised as a new item.
*> what was raised and refreshed per source goes to EXCPHRPT.
*> RETURN-CODE: rc-success, rc-not-found when no source was on file,
*> rc-invalid-input when the worklist is full (nothing is rewritten).
*> under the TRAINING DD the run works on the training sandbox (see
*> trainGuard.cbl) and EXCPHRPT opens with the training stamp; with no
*> sandbox to run against it ends rc-invalid-input before anything is
*> opened.
environment division.
	input-output section.
	file-control.
		select excplist assign to "EXCPLIST"
			organization line sequential
			file status is ws-list-status.
		select tranrej assign to "TRANREJ"
			organization line sequential
			file status is ws-src-status.
		select suspfile assign to "SUSPFILE"
			organization line sequential
			file status is ws-src-status.
		select qghist assign to "QGHIST"
			organization line sequential
			file status is ws-src-status.
		select xrefcov assign to "XREFCOV"
			organization line sequential
			file status is ws-src-status.
		select driftrpt assign to "DRIFTRPT"
			organization line sequential
			file status is ws-src-status.
		select balrpt assign to "BALRPT"
			organization line sequential
			file status is ws-src-status.
		select editrpt assign to "EDITRPT"
			organization line sequential
			file status is ws-src-status.
		select excphrpt assign to "EXCPHRPT"
			organization line sequential
			file status is ws-rpt-status.

data division.
	file section.
	fd excplist.
	01 excplist-record pic x(133).

	fd tranrej.
	01 tranrej-record pic x(80).

	fd suspfile.
	01 suspfile-record.
		05 sf-held-date pic 9(8).
		05 filler pic x(1).
		05 sf-record-image pic x(40).

	fd qghist.
	01 qghist-record pic x(80).

	fd xrefcov.
	01 xrefcov-record pic x(80).

	fd driftrpt.
	01 driftrpt-record pic x(80).

	fd balrpt.
	01 balrpt-record.
		05 br-label pic x(10).
		05 br-left pic x(16).
		05 filler pic x(2).
		05 br-right pic x(16).
		05 filler pic x(36).

	fd editrpt.
	01 editrpt-record pic x(80).

	fd excphrpt.
	01 excphrpt-record pic x(80).

	working-storage section.
		01 ws-list-status pic x(2).
		01 ws-src-status pic x(2).
		01 ws-rpt-status pic x(2).
		01 ws-src-eof pic x(1).
			88 source-done value "Y".
		copy "EXCPREC.cpy".
		copy "TREJREC.cpy".
		copy "QGHREC.cpy".

		*> the whole worklist, read in, added to, and written back.
		78 itemTableMax value 20000.
		01 itemTable.
			05 itemEntry occurs 20000 times.
				10 it-item-id pic 9(6).
				10 filler pic x(1).
				10 it-source pic x(8).
				10 filler pic x(1).
				10 it-key pic x(20).
				10 filler pic x(1).
				10 it-rest pic x(96).
		01 itemCount pic 9(5) value 0.
		01 itemIndex pic 9(5).
		01 lastItemId pic 9(6) value 0.
		01 ws-list-full pic x(1) value "N".
			88 list-full value "Y".
		01 ws-item-found pic x(1).
			88 item-found value "Y".

		*> the exception in hand, as each source reader sets it up.
		01 harvestSource pic x(8).
		01 harvestKey pic x(20).
		01 harvestReason pic x(40).
		01 harvestSeen pic 9(8).

		*> per-source tallies for the report.
		01 sourceNames.
			05 filler pic x(8) value "TRANREJ".
			05 filler pic x(8) value "SUSPFILE".
			05 filler pic x(8) value "QGHIST".
			05 filler pic x(8) value "XREFCOV".
			05 filler pic x(8) value "DRIFTRPT".
			05 filler pic x(8) value "BALRPT".
			05 filler pic x(8) value "EDITRPT".
		01 sourceTable redefines sourceNames.
			05 sourceName pic x(8) occurs 7 times.
		78 sourceCount value 7.
		01 sourceTallies.
			05 sourceTally occurs 7 times.
				10 st-present pic x(1).
				10 st-seen pic 9(6).
				10 st-raised pic 9(6).
				10 st-refreshed pic 9(6).
				10 st-suppressed pic 9(6).
		01 sourceIndex pic 9(2).
		01 presentCount pic 9(2) value 0.

		*> working fields for the report-file parsers.
		01 lineText pic x(80).
		01 lineLead pic x(80).
		01 lineRest pic x(80).
		01 reasonText pic x(80).
		01 valueText pic x(80).
		01 statLabel pic x(16).
		01 balanceRunDate pic 9(8).
		01 balanceBreaks pic x(40).
		01 breakPointer pic 9(2).
		01 workCount pic 9(6).
		01 out-check pic zzzzz9.
		01 out-failed pic zzzzz9.

		01 todayDate pic 9(8).
		01 openCount pic 9(6) value 0.
		01 ws-rpt-line pic x(80).
		01 out-count pic zzzzz9.
		01 out-raised pic zzzzz9.
		01 out-refreshed pic zzzzz9.
		01 out-suppressed pic zzzzz9.
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
	move low-values to sourceTallies
	move 1 to sourceIndex
	perform clearOneTally until sourceIndex > sourceCount
	perform loadWorklist
	perform harvestTranRejects
	perform harvestSuspense
	perform harvestQualityGate
	perform harvestCoverage
	perform harvestDrift
	perform harvestBalance
	perform harvestEditRejects
	if list-full then
		display "excpHarvest: the worklist holds " itemTableMax
			" items, nothing rewritten -- close and archive items first"
		move rc-invalid-input to return-code
		goback.
	perform rewriteWorklist
	perform writeHarvestReport
	if presentCount = 0 then
		move rc-not-found to return-code
	else
		move rc-success to return-code
	end-if
	goback.

	clearOneTally.
	move "N" to st-present(sourceIndex)
	move 0 to st-seen(sourceIndex)
	move 0 to st-raised(sourceIndex)
	move 0 to st-refreshed(sourceIndex)
	move 0 to st-suppressed(sourceIndex)
	add 1 to sourceIndex.

	loadWorklist.
	open input excplist
	if ws-list-status = "00" then
		move "N" to ws-src-eof
		perform loadOneItem until source-done or list-full
		close excplist
	end-if.

	loadOneItem.
	read excplist
		at end move "Y" to ws-src-eof
		not at end
			if itemCount = itemTableMax then
				move "Y" to ws-list-full
			else
				add 1 to itemCount
				move excplist-record to itemEntry(itemCount)
				if it-item-id(itemCount) > lastItemId then
					move it-item-id(itemCount) to lastItemId
				end-if
			end-if
	end-read.

	*> sourceIndex names the source being read; each reader sets it
	*> before opening.
	noteSourcePresent.
	move "Y" to st-present(sourceIndex)
	add 1 to presentCount
	move sourceName(sourceIndex) to harvestSource.

	harvestTranRejects.
	move 1 to sourceIndex
	open input tranrej
	if ws-src-status = "00" then
		perform noteSourcePresent
		move "N" to ws-src-eof
		perform harvestOneTranReject until source-done
		close tranrej
	end-if.

	harvestOneTranReject.
	read tranrej
		at end move "Y" to ws-src-eof
		not at end
			move tranrej-record to transaction-reject-detail
			move spaces to harvestKey
			string "pos " tr-card-image(8:5) " "
				function trim(tr-card-image(14:10))
				delimited by size into harvestKey
			move tr-reason to harvestReason
			move todayDate to harvestSeen
			perform postException
	end-read.

	harvestSuspense.
	move 2 to sourceIndex
	open input suspfile
	if ws-src-status = "00" then
		perform noteSourcePresent
		move "N" to ws-src-eof
		perform harvestOneSuspense until source-done
		close suspfile
	end-if.

	harvestOneSuspense.
	read suspfile
		at end move "Y" to ws-src-eof
		not at end
			move function trim(sf-record-image(1:20)) to harvestKey
			move "value held out of the run in suspense" to harvestReason
			if sf-held-date is numeric and sf-held-date > 0 then
				move sf-held-date to harvestSeen
			else
				move todayDate to harvestSeen
			end-if
			perform postException
	end-read.

	*> a gate record names no feed (it is always createArray's
	*> ARRAYIN); a check-digit record names the feed it tallied.
	harvestQualityGate.
	move 3 to sourceIndex
	open input qghist
	if ws-src-status = "00" then
		perform noteSourcePresent
		move "N" to ws-src-eof
		perform harvestOneQualityLine until source-done
		close qghist
	end-if.

	harvestOneQualityLine.
	read qghist
		at end move "Y" to ws-src-eof
		not at end
			move qghist-record to quality-history-detail
			if qg-decision = "REJECTED" then
				move spaces to harvestKey
				move spaces to harvestReason
				if qg-feed = spaces then
					string "GATE " qg-date delimited by size into harvestKey
					string "quality gate rejected the array, "
						qg-reason delimited by size into harvestReason
				else
					string function trim(qg-feed) " " qg-date
						delimited by size into harvestKey
					move qg-check-failed to out-failed
					move qg-checked to out-check
					string "check digit failed on " out-failed " of "
						out-check delimited by size into harvestReason
				end-if
				move qg-date to harvestSeen
				perform postException
			end-if
	end-read.

	*> the listing lines of the coverage report: two spaces, the
	*> value in ten columns, two spaces, the count, "occurrence(s)".
	harvestCoverage.
	move 4 to sourceIndex
	open input xrefcov
	if ws-src-status = "00" then
		perform noteSourcePresent
		move "N" to ws-src-eof
		perform harvestOneCoverageLine until source-done
		close xrefcov
	end-if.

	harvestOneCoverageLine.
	read xrefcov
		at end move "Y" to ws-src-eof
		not at end
			move xrefcov-record to lineText
			move 0 to workCount
			inspect lineText tallying workCount for all "occurrence(s)"
			if lineText(1:2) = spaces and workCount > 0
			and lineText(3:5) not = "(and " then
				move spaces to harvestKey
				move function trim(lineText(3:10)) to harvestKey
				move spaces to harvestReason
				string "no cross-reference description, "
					function trim(lineText(15:20))
					delimited by size into harvestReason
				move todayDate to harvestSeen
				perform postException
			end-if
	end-read.

	harvestDrift.
	move 5 to sourceIndex
	open input driftrpt
	if ws-src-status = "00" then
		perform noteSourcePresent
		move "N" to ws-src-eof
		perform harvestOneDriftLine until source-done
		close driftrpt
	end-if.

	harvestOneDriftLine.
	read driftrpt
		at end move "Y" to ws-src-eof
		not at end
			move driftrpt-record to lineText
			move 0 to workCount
			inspect lineText tallying workCount for all "<== DRIFT"
			if workCount > 0 then
				move spaces to statLabel
				move spaces to lineRest
				unstring lineText delimited by " moved "
					into statLabel lineRest
				end-unstring
				move spaces to reasonText
				unstring lineRest delimited by "  <=="
					into reasonText
				end-unstring
				move statLabel to harvestKey
				move spaces to harvestReason
				string "distribution drift, moved "
					function trim(reasonText)
					delimited by size into harvestReason
				move todayDate to harvestSeen
				perform postException
			end-if
	end-read.

	*> the totals that disagree are the lines whose two columns
	*> differ; the verdict line raises the exception.
	harvestBalance.
	move 6 to sourceIndex
	open input balrpt
	if ws-src-status = "00" then
		perform noteSourcePresent
		move todayDate to balanceRunDate
		move spaces to balanceBreaks
		move 1 to breakPointer
		move "N" to ws-src-eof
		perform harvestOneBalanceLine until source-done
		close balrpt
	end-if.

	harvestOneBalanceLine.
	read balrpt
		at end move "Y" to ws-src-eof
		not at end
			evaluate true
				when balrpt-record(1:25) = "balance report, run date "
					if balrpt-record(26:8) is numeric then
						move balrpt-record(26:8) to balanceRunDate
					end-if
				when br-label = "records:" or "sum:" or "minimum:"
				or "maximum:"
					if br-left not = br-right then
						string function trim(br-label) " "
							delimited by size into balanceBreaks
							with pointer breakPointer
						end-string
					end-if
				when balrpt-record(1:23) = "verdict: OUT OF BALANCE"
					move spaces to harvestKey
					string "run " balanceRunDate
						delimited by size into harvestKey
					move spaces to harvestReason
					string "out of balance: " balanceBreaks
						delimited by size into harvestReason
					move balanceRunDate to harvestSeen
					perform postException
				when other
					continue
			end-evaluate
	end-read.

	*> "line n  rejected: reason  <value>".
	harvestEditRejects.
	move 7 to sourceIndex
	open input editrpt
	if ws-src-status = "00" then
		perform noteSourcePresent
		move "N" to ws-src-eof
		perform harvestOneEditLine until source-done
		close editrpt
	end-if.

	harvestOneEditLine.
	read editrpt
		at end move "Y" to ws-src-eof
		not at end
			move editrpt-record to lineText
			move 0 to workCount
			inspect lineText tallying workCount for all "  rejected: "
			if lineText(1:5) = "line " and workCount > 0 then
				move spaces to lineLead
				move spaces to lineRest
				unstring lineText delimited by "  rejected: "
					into lineLead lineRest
				end-unstring
				move spaces to reasonText
				move spaces to valueText
				unstring lineRest delimited by "  <"
					into reasonText valueText
				end-unstring
				unstring valueText delimited by ">"
					into valueText
				end-unstring
				if valueText = spaces then
					move function trim(lineLead) to harvestKey
				else
					move function trim(valueText) to harvestKey
				end-if
				move spaces to harvestReason
				string "edit reject, " function trim(reasonText)
					delimited by size into harvestReason
				move todayDate to harvestSeen
				perform postException
			end-if
	end-read.

	*> the latest item with this source and key decides: open, it is
	*> refreshed; closed never-again, the exception stays closed;
	*> closed otherwise, it is raised anew only when seen after the
	*> close. no item at all, it is raised.
	postException.
	add 1 to st-seen(sourceIndex)
	move "N" to ws-item-found
	move itemCount to itemIndex
	perform findLatestItem until itemIndex = 0 or item-found
	if item-found then
		move itemEntry(itemIndex) to exception-item-detail
		evaluate true
			when ex-open
				move todayDate to ex-last-seen
				move harvestReason to ex-reason
				move exception-item-detail to itemEntry(itemIndex)
				add 1 to st-refreshed(sourceIndex)
			when ex-never-again
				add 1 to st-suppressed(sourceIndex)
			when harvestSeen > ex-closed-date
				perform raiseNewItem
			when other
				add 1 to st-suppressed(sourceIndex)
		end-evaluate
	else
		perform raiseNewItem
	end-if.

	findLatestItem.
	if it-source(itemIndex) = harvestSource
	and it-key(itemIndex) = harvestKey then
		move "Y" to ws-item-found
	else
		subtract 1 from itemIndex.

	raiseNewItem.
	if itemCount = itemTableMax then
		move "Y" to ws-list-full
	else
		add 1 to itemCount
		add 1 to lastItemId
		move spaces to exception-item-detail
		move lastItemId to ex-item-id
		move harvestSource to ex-source
		move harvestKey to ex-key
		move "OPEN" to ex-status
		move harvestSeen to ex-first-seen
		move todayDate to ex-last-seen
		move 0 to ex-closed-date
		move harvestReason to ex-reason
		move exception-item-detail to itemEntry(itemCount)
		add 1 to st-raised(sourceIndex)
	end-if.

	rewriteWorklist.
	open output excplist
	move 1 to itemIndex
	perform writeOneItem until itemIndex > itemCount
	close excplist.

	writeOneItem.
	move itemEntry(itemIndex) to exception-item-detail
	if ex-open then
		add 1 to openCount.
	write excplist-record from exception-item-detail
	add 1 to itemIndex.

	writeHarvestReport.
	open output excphrpt
	if tg-training then
		write excphrpt-record from tg-stamp.
	move spaces to ws-rpt-line
	string "exception harvest for " todayDate
		delimited by size into ws-rpt-line
	write excphrpt-record from ws-rpt-line
	move spaces to ws-rpt-line
	write excphrpt-record from ws-rpt-line
	move "source      seen  raised  refreshed  not raised" to ws-rpt-line
	write excphrpt-record from ws-rpt-line
	move 1 to sourceIndex
	perform reportOneSource until sourceIndex > sourceCount
	move spaces to ws-rpt-line
	write excphrpt-record from ws-rpt-line
	move openCount to out-count
	move spaces to ws-rpt-line
	string "items open on the worklist " out-count
		delimited by size into ws-rpt-line
	write excphrpt-record from ws-rpt-line
	display "excpHarvest: " ws-rpt-line
	close excphrpt.

	reportOneSource.
	move spaces to ws-rpt-line
	if st-present(sourceIndex) = "Y" then
		move st-seen(sourceIndex) to out-count
		move st-raised(sourceIndex) to out-raised
		move st-refreshed(sourceIndex) to out-refreshed
		move st-suppressed(sourceIndex) to out-suppressed
		string sourceName(sourceIndex) " " out-count "  " out-raised
			"     " out-refreshed "      " out-suppressed
			delimited by size into ws-rpt-line
	else
		string sourceName(sourceIndex) "  not on file"
			delimited by size into ws-rpt-line
	end-if
	write excphrpt-record from ws-rpt-line
	add 1 to sourceIndex.

	*> a training run is turned onto the sandbox before anything is
	*> opened (see trainGuard.cbl); one with no sandbox stops here.
	checkTrainingMode.
	move "excpHarvest" to tg-program
	call 'trainGuard' using training-request
		on exception move "P" to tg-mode
	end-call.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "excpHarvest" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
