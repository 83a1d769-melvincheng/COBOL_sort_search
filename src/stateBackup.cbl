
	fd arrayksds.
	01 arrayksds-record.
		05 ak-position pic 9(6).
		05 ak-element copy "ELEMPIC.cpy".

	fd arrayval.
	01 arrayval-record.
		05 av-key.
			10 av-value-key pic 9(10).
			10 av-position pic 9(6).
		05 av-element copy "ELEMPIC.cpy".

	fd arraycat.
		01 seqIndex pic 9(1).

		*> text encodings of the indexed records, stateRestore's read
		*> side. the saved-array position is six digits; sets written
		*> while it was five are still read (see stateRestore).
		01 ksds-backup-line.
			05 kb-position pic 9(6).
			05 filler pic x(1) value space.
			05 kb-element pic s9(9) sign leading separate.
		01 val-backup-line.
			05 vb-value-key pic 9(10).
			05 filler pic x(1) value space.
			05 vb-position pic 9(6).
			05 filler pic x(1) value space.
			05 vb-element pic s9(9) sign leading separate.
		01 cat-backup-line.
