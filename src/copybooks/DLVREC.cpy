      *> shared layout of one DLVHIST report-delivery history record:
      *> for each report the RPTDEADL deadline table tracks, one line
      *> per spool run saying when the report became available and
      *> whether it made its promised time -- so a late BALRPT is known
      *> here before the branch managers ring about it. appended (never
      *> rewritten) by deliveryTrack at every reportSpooler run; read
      *> back by opsScorecard for the monthly on-time percentage.
      *> field names are fixed; callers COPY with no REPLACING:
      *>
      *>   copy "DLVREC.cpy".
      *>
      *> dv-date/dv-time    the spool run
      *> dv-due             the promised time, HHMM on the spool date
      *> dv-ready-date/time when the report was available: its producing
      *>                    step's finish from RUNSUMM or RUNSTAT, or
      *>                    the spool run itself when no step record
      *>                    was found (zero when the report is missing)
      *> dv-source          S producing step's record, P spool run,
      *>                    space missing
      *> dv-status          ONTIME, LATE, or MISSING
01 delivery-history-detail.
	05 dv-date pic 9(8).
	05 filler pic x(1) value space.
	05 dv-time pic 9(6).
	05 filler pic x(1) value space.
	05 dv-report pic x(8).
	05 filler pic x(1) value space.
	05 dv-due pic 9(4).
	05 filler pic x(1) value space.
	05 dv-ready-date pic 9(8).
	05 filler pic x(1) value space.
	05 dv-ready-time pic 9(6).
	05 filler pic x(1) value space.
	05 dv-source pic x(1).
	05 filler pic x(1) value space.
	05 dv-status pic x(7).
		88 dv-on-time value "ONTIME".
		88 dv-late value "LATE".
		88 dv-missing value "MISSING".
	05 filler pic x(1) value space.
	05 dv-owner pic x(20).
