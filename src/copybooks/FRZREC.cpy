      *> shared layout of the KSDSFRZ month-end freeze record: one line
      *> saying whether the saved array (ARRAYKSD) is held still for
      *> finance's month-end reconciliation. monthEndClose writes it
      *> FROZEN after snapshotting ARRAYKSD into ARRAYCAT as the
      *> protected entry named in fz-snapshot (ME plus the closed
      *> yyyymm), and OPEN again when an UNFREEZE card releases it;
      *> freezeCheck reads it for every program that writes ARRAYKSD,
      *> which refuses to write while it says FROZEN. a missing file
      *> means no freeze has ever been set. the released fields are
      *> zero and blank while the freeze is on. every change is also
      *> logged, with who made it, to the FRZLOG history.
      *> field names are fixed; callers COPY with no REPLACING:
      *>
      *>   copy "FRZREC.cpy".
01 freeze-record.
	05 fz-state pic x(6).
		88 fz-frozen value "FROZEN".
		88 fz-open value "OPEN".
	05 filler pic x(1) value space.
	05 fz-month pic 9(6).
	05 filler pic x(1) value space.
	05 fz-snapshot pic x(8).
	05 filler pic x(1) value space.
	05 fz-frozen-by pic x(3).
	05 filler pic x(1) value space.
	05 fz-frozen-stamp pic 9(14).
	05 filler pic x(1) value space.
	05 fz-released-by pic x(3).
	05 filler pic x(1) value space.
	05 fz-released-stamp pic 9(14).
