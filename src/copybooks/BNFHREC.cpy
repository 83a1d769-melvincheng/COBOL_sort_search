      *> shared layout of one BENFHIST leading-digit history record: the
      *> conformity benfordScreen measures each run, kept the way
      *> DISTHIST keeps distributionReport's shape statistics -- a
      *> population that drifts away from the leading-digit law over
      *> weeks is the finding, and no single night's report shows it:
      *>   bh-date, bh-time  when the screen ran
      *>   bh-source         what was screened: LINKAGE, BENFIN, or
      *>                     ARRAYKSD
      *>   bh-count          values screened (zeros are left out)
      *>   bh-mad-first      mean absolute deviation, first digits
      *>   bh-fit-first      its reading: CLOSE, ACCEPTABLE, MARGINAL,
      *>                     or NONCONFORM
      *>   bh-mad-two        mean absolute deviation, first two digits
      *>   bh-fit-two        its reading, as above
      *>   bh-flagged        digit combinations flagged significant
      *> appended by benfordScreen, which also reads the last one back
      *> for its run-over-run line. field names are fixed; callers COPY
      *> with no REPLACING:
      *>
      *>   copy "BNFHREC.cpy".
01 benford-history-detail.
	05 bh-date pic 9(8).
	05 filler pic x(1) value space.
	05 bh-time pic 9(6).
	05 filler pic x(1) value space.
	05 bh-source pic x(8).
	05 filler pic x(1) value space.
	05 bh-count pic 9(7).
	05 filler pic x(1) value space.
	05 bh-mad-first pic 9v9(6).
	05 filler pic x(1) value space.
	05 bh-fit-first pic x(10).
	05 filler pic x(1) value space.
	05 bh-mad-two pic 9v9(6).
	05 filler pic x(1) value space.
	05 bh-fit-two pic x(10).
	05 filler pic x(1) value space.
	05 bh-flagged pic 9(3).
