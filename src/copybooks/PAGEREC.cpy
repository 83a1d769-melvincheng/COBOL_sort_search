      *> shared layout of one PAGEOUT notification record: one page to
      *> one recipient, in the fixed layout the paging system picks up.
      *> written by alertRoute, replaced whole every run. field names
      *> are fixed; callers COPY with no REPLACING:
      *>
      *>   copy "PAGEREC.cpy".
      *>
      *>   pg-recipient     the contact's paging id
      *>   pg-role          PRIMARY or BACKUP
      *>   pg-group         the responsible group
      *>   pg-alert-number  the alert's OPERALRT line number, for the ACK
      *>   pg-date, pg-time when the alert was raised
      *>   pg-severity, pg-reason, pg-program, pg-text  from the alert
01 page-notification.
	05 pg-recipient pic x(8).
	05 filler pic x(1) value space.
	05 pg-role pic x(7).
	05 filler pic x(1) value space.
	05 pg-group pic x(8).
	05 filler pic x(1) value space.
	05 pg-alert-number pic 9(5).
	05 filler pic x(1) value space.
	05 pg-date pic 9(8).
	05 filler pic x(1) value space.
	05 pg-time pic 9(6).
	05 filler pic x(1) value space.
	05 pg-severity pic x(1).
	05 filler pic x(1) value space.
	05 pg-reason pic x(4).
	05 filler pic x(1) value space.
	05 pg-program pic x(18).
	05 filler pic x(1) value space.
	05 pg-text pic x(40).
