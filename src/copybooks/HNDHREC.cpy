      *> shared layout of one HANDHIST shift-handover history record:
      *> what was open when one shift handed the window to the next,
      *> and who signed for it, so "was that on the handover?" is a
      *> lookup instead of an argument:
      *>   hh-date, hh-time   when the handover report was run
      *>   hh-outgoing        the outgoing operator's initials, blank
      *>                      when no HANDCARD card named them
      *>   hh-incoming        the incoming operator's, likewise
      *>   hh-alerts-error    unacknowledged E-severity OPERALRT alerts
      *>   hh-alerts-warn     unacknowledged W-severity alerts
      *>   hh-open-claims     RUNCTL claims never closed
      *>   hh-queued-jobs     JOBQUEUE entries waiting
      *>   hh-overdue-jobs    of those, past their run-by time
      *>   hh-checkpoints     live QSRESTRT/XMSCHKPT/BDCHKPT checkpoints
      *>   hh-aged-rejects    TRANREJ rejects at or past the aging
      *>                      threshold
      *>   hh-suspense        SUSPFILE items on hold
      *>   hh-window          the latest windowMonitor verdict
      *>   hh-items           items on the handover, all told
      *> appended by handoverReport. field names are fixed; callers
      *> COPY with no REPLACING:
      *>
      *>   copy "HNDHREC.cpy".
01 handover-history-detail.
	05 hh-date pic 9(8).
	05 filler pic x(1) value space.
	05 hh-time pic 9(6).
	05 filler pic x(1) value space.
	05 hh-outgoing pic x(3).
	05 filler pic x(1) value space.
	05 hh-incoming pic x(3).
	05 filler pic x(1) value space.
	05 hh-alerts-error pic 9(5).
	05 filler pic x(1) value space.
	05 hh-alerts-warn pic 9(5).
	05 filler pic x(1) value space.
	05 hh-open-claims pic 9(3).
	05 filler pic x(1) value space.
	05 hh-queued-jobs pic 9(2).
	05 filler pic x(1) value space.
	05 hh-overdue-jobs pic 9(2).
	05 filler pic x(1) value space.
	05 hh-checkpoints pic 9(1).
	05 filler pic x(1) value space.
	05 hh-aged-rejects pic 9(5).
	05 filler pic x(1) value space.
	05 hh-suspense pic 9(5).
	05 filler pic x(1) value space.
	05 hh-window pic x(16).
	05 filler pic x(1) value space.
	05 hh-items pic 9(5).
