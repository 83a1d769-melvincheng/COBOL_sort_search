      *> shared layout of one ALRTHIST alert-routing history record:
      *> what alertRoute did with one OPERALRT alert, one record per
      *> recipient notified, so "who was actually paged" has an answer
      *> the morning after. appended (never rewritten) by alertRoute;
      *> read back by alertRoute (which alerts are already routed, which
      *> are still held) and by alertAck's escalation report. field
      *> names are fixed; callers COPY with no REPLACING:
      *>
      *>   copy "ARTHREC.cpy".
      *>
      *> ah-alert-number  the alert's line number in OPERALRT, the same
      *>                  number alertAck acknowledges by
      *> ah-date, ah-time when the routing run acted
      *> ah-role          PRIMARY or BACKUP (blank on HELD/UNROUTED)
      *> ah-status        SENT      paged when it was routed
      *>                  HELD      a warning inside its group's quiet
      *>                            hours, not yet paged
      *>                  RELEASED  a held warning paged after the quiet
      *>                            hours ended
      *>                  UNROUTED  no routing card covered it
01 alert-route-history.
	05 ah-alert-number pic 9(5).
	05 filler pic x(1) value space.
	05 ah-date pic 9(8).
	05 filler pic x(1) value space.
	05 ah-time pic 9(6).
	05 filler pic x(1) value space.
	05 ah-reason pic x(4).
	05 filler pic x(1) value space.
	05 ah-severity pic x(1).
	05 filler pic x(1) value space.
	05 ah-group pic x(8).
	05 filler pic x(1) value space.
	05 ah-recipient pic x(8).
	05 filler pic x(1) value space.
	05 ah-role pic x(7).
	05 filler pic x(1) value space.
	05 ah-status pic x(8).
		88 ah-sent value "SENT".
		88 ah-held value "HELD".
		88 ah-released value "RELEASED".
		88 ah-unrouted value "UNROUTED".
	05 filler pic x(1) value space.
	05 ah-text pic x(40).
