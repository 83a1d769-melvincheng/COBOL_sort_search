identification division.
program-id. freezeCheck.

*> the month-end freeze gate in front of every program that writes
*> the saved array (ARRAYKSD): reads the KSDSFRZ freeze record (see
*> FRZREC.cpy) that monthEndClose sets and answers whether writing is
*> allowed. kept as its own small subprogram, the authCheck pattern,
*> so every writer asks the same question the same way -- and when
*> the answer is no, says why in the same words on the asking
*> program's behalf: which month is being closed, the snapshot
*> finance is reconciling against, and who froze it when. the file is
*> read fresh on every call, since an UNFREEZE may land between runs.
*> RETURN-CODE: rc-success when ARRAYKSD may be written (no freeze
*> file, or the freeze is released), rc-not-found while it is frozen.
environment division.
	input-output section.
	file-control.
		select ksdsfrz assign to "KSDSFRZ"
			organization line sequential
			file status is ws-frz-status.

data division.
	file section.
	fd ksdsfrz.
	01 ksdsfrz-record pic x(80).

	working-storage section.
		01 ws-frz-status pic x(2).
		copy "FRZREC.cpy".
		copy "RETCODE.cpy".

	linkage section.
		01 freezeProgram pic x(18).

procedure division using freezeProgram.
	main.
	move rc-success to return-code
	move spaces to freeze-record
	open input ksdsfrz
	if ws-frz-status = "00" then
		read ksdsfrz into freeze-record
			at end continue
		end-read
		close ksdsfrz
	end-if
	if fz-frozen then
		display function trim(freezeProgram) ": ARRAYKSD is frozen for the "
			fz-month " month-end close (snapshot " fz-snapshot
			", frozen by " fz-frozen-by " at " fz-frozen-stamp ")"
		display function trim(freezeProgram) ": nothing written -- the freeze is lifted by a monthEndClose UNFREEZE card"
		move rc-not-found to return-code
	end-if
	goback.
