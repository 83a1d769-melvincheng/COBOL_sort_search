      *> shared layout of the one-record BUSDATE processing-date file:
      *> the business date the batch window is processing, which every
      *> date-sensitive program stamps and compares with instead of the
      *> clock's -- so a window that overruns midnight, or is rerun at
      *> 01:30, still claims RUNCTL, dates its envelopes, ages its
      *> buckets, and writes its history under the day it is working
      *> on. read through procDate; changed only by procDateMaint:
      *>   bd-date         the processing date in force
      *>   bd-status       OPEN    a window is running under bd-date
      *>                   CLOSED  end of day has run; bd-date is the
      *>                           next day, waiting for its window
      *>   bd-override     Y while an operator has put the window back
      *>                   on a prior business date to rerun it
      *>   bd-saved-date   the processing date the override displaced,
      *>                   put back when the override is ended
      *>   bd-operator     initials of whoever made the last change
      *>   bd-set-date     clock date and time of the last change
      *>   bd-set-time
      *>   bd-set-by       the action that made it (START, EOD,
      *>                   OVERRIDE, RESTORE)
      *> field names are fixed; callers COPY with no REPLACING:
      *>
      *>   copy "BDTREC.cpy".
01 business-date-record.
	05 bd-date pic 9(8).
	05 filler pic x(1) value space.
	05 bd-status pic x(8).
		88 bd-open value "OPEN".
		88 bd-closed value "CLOSED".
	05 filler pic x(1) value space.
	05 bd-override pic x(1).
		88 bd-overridden value "Y".
	05 filler pic x(1) value space.
	05 bd-saved-date pic 9(8).
	05 filler pic x(1) value space.
	05 bd-operator pic x(3).
	05 filler pic x(1) value space.
	05 bd-set-date pic 9(8).
	05 filler pic x(1) value space.
	05 bd-set-time pic 9(6).
	05 filler pic x(1) value space.
	05 bd-set-by pic x(8).
