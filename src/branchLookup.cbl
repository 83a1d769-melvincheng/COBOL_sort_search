identification division.
program-id. branchLookup.

*> read side of the branch master branchMaint maintains: takes one
*> branch code and hands back its BRCHMSTR record (see BRCHREC.cpy) --
*> name, region, currency, and open/closed status -- so createArrayRec
*> and ksrPosting can refuse a branch nobody has heard of (or one that
*> has closed), and branchReportRec can print the name and region
*> beside the code. kept as its own small subprogram, the xrefLookup
*> pattern, so the callers stay free of indexed-file plumbing and
*> keep working, via their CALL exception fallback, where keyed files
*> are not available.
*>
*> the file is opened on the first call of a run and stays open;
*> RETURN-CODE: rc-success with the record filled (the caller reads
*> bm-status for open or closed), rc-not-found with the record
*> cleared when the code is not on the master, rc-invalid-input when
*> BRCHMSTR cannot be opened at all.
environment division.
	input-output section.
	file-control.
		select brchmstr assign to "BRCHMSTR"
			organization indexed
			access mode is dynamic
			record key is bf-code
			file status is ws-brch-status.

data division.
	file section.
	fd brchmstr.
	01 brchmstr-record.
		05 bf-code pic x(4).
		05 filler pic x(46).

	working-storage section.
		01 ws-brch-status pic x(2).
		01 ws-brch-open pic x(1) value "N".
			88 brch-opened value "Y".
		01 ws-brch-usable pic x(1) value "Y".
			88 brch-usable value "Y".
		copy "RETCODE.cpy".

	linkage section.
		01 lookupBranch pic x(4).
		copy "BRCHREC.cpy".

procedure division using lookupBranch, branch-master-record.
	main.
	if not brch-opened then
		open input brchmstr
		move "Y" to ws-brch-open
		if ws-brch-status not = "00" then
			move "N" to ws-brch-usable
		end-if
	end-if
	move spaces to branch-master-record
	move 0 to bm-close-date
	if not brch-usable then
		move rc-invalid-input to return-code
		goback.
	move lookupBranch to bf-code
	read brchmstr key is bf-code
		invalid key
			move rc-not-found to return-code
		not invalid key
			move brchmstr-record to branch-master-record
			move rc-success to return-code
	end-read
	goback.
