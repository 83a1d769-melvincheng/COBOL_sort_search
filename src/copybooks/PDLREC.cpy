      *> shared layout of one PDLOG processing-date usage record: which
      *> business date a step actually ran under, and when by the clock,
      *> so a window that ran past midnight -- or a rerun of a prior
      *> day -- can be proved step by step:
      *>   pl-clock-date, pl-clock-time  when the step asked
      *>   pl-program                    the step's program-id
      *>   pl-date                       the processing date it was given
      *>   pl-source                     B the BUSDATE record, O an
      *>                                 operator's override, C the clock
      *> appended by procDate on the first request of each program in a
      *> run; read by procDateReport. field names are fixed; callers
      *> COPY with no REPLACING:
      *>
      *>   copy "PDLREC.cpy".
01 date-usage-detail.
	05 pl-clock-date pic 9(8).
	05 filler pic x(1) value space.
	05 pl-clock-time pic 9(6).
	05 filler pic x(1) value space.
	05 pl-program pic x(18).
	05 filler pic x(1) value space.
	05 pl-date pic 9(8).
	05 filler pic x(1) value space.
	05 pl-source pic x(1).
