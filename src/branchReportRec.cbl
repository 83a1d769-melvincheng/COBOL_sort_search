*> spreadsheet every morning. written to a BRCHRPT sequential file
*> and the console, same dual-output convention displayArrayRec uses.
*>
*> each branch group opens with the branch's name from the BRCHMSTR
*> branch master (through the branchLookup subprogram), and branches
*> roll up into their region: every region closes with its own
*> subtotal line ahead of the grand total, the regional view finance
*> asks for every month. a code missing from the master prints as
*> such and rolls up under a blank region; with the master (or the
*> lookup module) unavailable the report runs as before, by branch
*> alone, with no names and no region lines.
*>
*> the caller's array is never reordered: the grouping works on a
*> working copy sorted by region and branch code (key as tiebreaker
*> within a branch, so the listing inside each group is stable run to
*> run).
*> RETURN-CODE: rc-success with the report written, rc-not-found for
*> an empty array.
environment division.
				10 wrk-key copy "ELEMPIC.cpy".
				10 wrk-branch pic x(4).
				10 wrk-balance pic s9(7)v99 comp-3.
				10 wrk-region pic x(4).
				10 wrk-name pic x(30).
		01 ws-sort-elem.
			05 sort-key copy "ELEMPIC.cpy".
			05 sort-branch pic x(4).
			05 sort-balance pic s9(7)v99 comp-3.
			05 sort-region pic x(4).
			05 sort-name pic x(30).
		01 insSortOuter pic 9(3).
		01 insSortInner pic 9(3).
		01 ws-slot-found pic x(1).
			88 slot-found value "Y".

		copy "BRCHREC.cpy".
		01 ws-brch-alive pic x(1) value "Y".
			88 brch-alive value "Y".
		01 lastLookupBranch pic x(4) value high-values.
		01 lastLookupRegion pic x(4).
		01 lastLookupName pic x(30).
		01 currentRegion pic x(4).
		01 regionCount pic 9(3) value 0.
		01 regionTotal pic s9(9)v99 comp-3 value 0.
		01 regionsSeen pic 9(3) value 0.
		01 currentBranch pic x(4).
		01 branchCount pic 9(3) value 0.
		01 branchTotal pic s9(9)v99 comp-3 value 0.
		01 out-balance pic -Z(6)9.99.
		01 out-total pic -Z(8)9.99.
		01 out-count pic zzz9.
		copy "PDATEREQ.cpy".
		copy "RETCODE.cpy".

	local-storage section.
		goback.
	perform copyToWorkArray
	perform sortWorkByBranch
	perform getProcessingDate
	move pdt-date(3:6) to ws-run-date
	open output brchrpt
	perform writeReportHeader
	move ws-work-elem(1) to ws-sort-elem
	move sort-branch to currentBranch
	move sort-region to currentRegion
	move 1 to iteration
	perform writeBranchHeading
	perform reportOneElement until iteration > workSize
	perform writeBranchSubtotal
	perform writeRegionSubtotal
	perform writeGrandTotal
	close brchrpt
	move rc-success to return-code

	copyOneElement.
	move elements(iteration) to ws-work-elem(iteration)
	perform lookupBranchName
	move lastLookupRegion to wrk-region(iteration)
	move lastLookupName to wrk-name(iteration)
	add 1 to iteration.

	*> one keyed lookup per change of branch code, so a run of the
	*> same branch costs one read; the first CALL that fails turns the
	*> names and regions off for the rest of the report.
	lookupBranchName.
	if rec-branch(iteration) not = lastLookupBranch then
		move rec-branch(iteration) to lastLookupBranch
		move spaces to lastLookupRegion
		move spaces to lastLookupName
		if brch-alive then
			call 'branchLookup' using lastLookupBranch, branch-master-record
				on exception
					move "N" to ws-brch-alive
					display "branchReportRec: branch lookup not available, report continues without names and regions"
			end-call
			evaluate true
				when not brch-alive
					continue
				when return-code = rc-invalid-input
					move "N" to ws-brch-alive
					display "branchReportRec: branch master not available, report continues without names and regions"
				when return-code = rc-success
					move bm-region to lastLookupRegion
					move bm-name to lastLookupName
				when other
					move "*not on the branch master*" to lastLookupName
			end-evaluate
		end-if
	end-if.

	*> straight insertion sort on the working copy, region first, then
	*> branch code, and key within the branch -- the array sizes ARRAYRECR.cpy
	*> allows stay small enough that the n-squared cost never shows.
	sortWorkByBranch.
	move 2 to insSortOuter
	add 1 to insSortOuter.

	shiftOneSlot.
	if wrk-region(insSortInner - 1) > sort-region
	or (wrk-region(insSortInner - 1) = sort-region
		and wrk-branch(insSortInner - 1) > sort-branch)
	or (wrk-region(insSortInner - 1) = sort-region
		and wrk-branch(insSortInner - 1) = sort-branch
		and wrk-key(insSortInner - 1) > sort-key) then
		move ws-work-elem(insSortInner - 1) to ws-work-elem(insSortInner)
		subtract 1 from insSortInner
	move spaces to ws-rpt-line
	write brchrpt-record from ws-rpt-line.

	*> the control breaks: a change of branch code closes the group
	*> with its subtotal line, and a change of region closes the
	*> region with its own, before the new group's heading and first
	*> detail.
	reportOneElement.
	if wrk-branch(iteration) not = currentBranch
	or wrk-region(iteration) not = currentRegion then
		perform writeBranchSubtotal
		if wrk-region(iteration) not = currentRegion then
			perform writeRegionSubtotal
			move wrk-region(iteration) to currentRegion
		end-if
		move wrk-branch(iteration) to currentBranch
		perform writeBranchHeading
	end-if
	move wrk-key(iteration) to out-key
	move wrk-balance(iteration) to out-balance
	write brchrpt-record from ws-rpt-line
	add 1 to branchCount
	add wrk-balance(iteration) to branchTotal
	add 1 to regionCount
	add wrk-balance(iteration) to regionTotal
	add 1 to grandCount
	add wrk-balance(iteration) to grandTotal
	add 1 to iteration.
	move 0 to branchCount
	move 0 to branchTotal.

	*> the group heading carries the name the master holds for the
	*> code; with the master unavailable there is nothing to print.
	writeBranchHeading.
	if brch-alive then
		move spaces to ws-rpt-line
		string "branch " currentBranch "  " wrk-name(iteration)
			"  region " currentRegion
			delimited by size into ws-rpt-line
		write brchrpt-record from ws-rpt-line
	end-if.

	writeRegionSubtotal.
	if brch-alive then
		move regionCount to out-count
		move regionTotal to out-total
		move spaces to ws-rpt-line
		string "region " currentRegion " total: " out-count
			" element(s), balance " out-total
			delimited by size into ws-rpt-line
		write brchrpt-record from ws-rpt-line
		display "branchReportRec: " ws-rpt-line
		add 1 to regionsSeen
		move spaces to ws-rpt-line
		write brchrpt-record from ws-rpt-line
	end-if
	move 0 to regionCount
	move 0 to regionTotal.

	writeGrandTotal.
	move grandCount to out-count
	move grandTotal to out-total
		delimited by size into ws-rpt-line
	write brchrpt-record from ws-rpt-line
	display "branchReportRec: " ws-rpt-line.

	*> the business date this run is processing (see procDate), kept
	*> through a window that runs or is rerun past midnight; the
	*> clock's date only when procDate is not there to ask.
	getProcessingDate.
	move return-code to pdt-saved-return-code
	move "branchReportRec" to pdt-program
	call 'procDate' using processing-date-request
		on exception accept pdt-date from date yyyymmdd
	end-call
	move pdt-saved-return-code to return-code.
