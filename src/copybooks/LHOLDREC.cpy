      *> shared layout of one LEGALHLD legal-hold scope line: what legal
      *> has told us to keep, which no purge or retention step may
      *> remove while the hold stands. a hold is one identifier with one
      *> or more scope lines, a line per file it covers:
      *>   lh-hold-id      the hold's identifier (legal's matter code)
      *>   lh-file         the file it covers: AUDITLOG, PERFHIST,
      *>                   QGHIST, SRCHLOG, KSDSJRNL, RUNSTAT, BALHIST,
      *>                   SORTOUT (its generations), ARRAYCAT, RPTARCH,
      *>                   MERGEOUT, ARRAYCSV, XMSRUN (the merge work
      *>                   files), or ALL for every one of them
      *>   lh-select       what in the file it covers:
      *>                     D  records dated lh-from-date to lh-to-date
      *>                        (a zero to date leaves the range open)
      *>                     V  values (BALHIST keys, SORTOUT values)
      *>                        lh-value-low to lh-value-high
      *>                     C  the catalog entry or archived report
      *>                        named lh-entry (ARRAYCAT, RPTARCH)
      *>                     *  the whole file
      *>   lh-placed-by    operator initials that placed it (OPERID)
      *>   lh-placed-date  yyyymmdd placed
      *>   lh-release-date yyyymmdd the hold lapses on, zero while it
      *>                   stands; a released hold stays on file so the
      *>                   hold report can still account for it
      *>   lh-matter       free-form description of the matter
      *> a line is active from its placing until its release date.
      *> legalHoldMaint maintains the file, holdCheck answers the purge
      *> paths, legalHoldReport lists it. field names are fixed;
      *> callers COPY with no REPLACING:
      *>
      *>   copy "LHOLDREC.cpy".
01 legal-hold-detail.
	05 lh-hold-id pic x(8).
	05 filler pic x(1) value space.
	05 lh-file pic x(8).
	05 filler pic x(1) value space.
	05 lh-select pic x(1).
		88 lh-date-range value "D".
		88 lh-value-range value "V".
		88 lh-entry-name value "C".
		88 lh-whole-file value "*".
	05 filler pic x(1) value space.
	05 lh-from-date pic 9(8).
	05 filler pic x(1) value space.
	05 lh-to-date pic 9(8).
	05 filler pic x(1) value space.
	05 lh-value-low pic s9(9) sign leading separate.
	05 filler pic x(1) value space.
	05 lh-value-high pic s9(9) sign leading separate.
	05 filler pic x(1) value space.
	05 lh-entry pic x(8).
	05 filler pic x(1) value space.
	05 lh-placed-by pic x(3).
	05 filler pic x(1) value space.
	05 lh-placed-date pic 9(8).
	05 filler pic x(1) value space.
	05 lh-release-date pic 9(8).
	05 filler pic x(1) value space.
	05 lh-matter pic x(30).
