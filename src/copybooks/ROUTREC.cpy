      *> shared layout of one ALRTROUT alert-routing card: who answers
      *> for an OPERALRT reason code at a given severity, and when they
      *> are not to be paged for a warning. read by alertRoute; field
      *> names are fixed; callers COPY with no REPLACING:
      *>
      *>   copy "ROUTREC.cpy".
      *>
      *>   columns  1- 4  reason code (see ALERTREC.cpy), or **** for
      *>                  every reason no other card names
      *>   column   6     severity: E, W, or * for either
      *>   columns  8-15  responsible group
      *>   columns 17-24  primary contact (the paging system's id)
      *>   columns 26-33  backup contact (blank for none)
      *>   columns 35-38  quiet hours start, HHMM (blank for none)
      *>   columns 40-43  quiet hours end, HHMM; a window whose end is
      *>                  earlier than its start runs through midnight
      *> the most specific card wins: reason and severity, then reason
      *> with *, then **** with the severity, then **** with *. only
      *> W-severity alerts are held in quiet hours -- an E is paged
      *> whatever the clock says.
01 alert-route-card.
	05 rt-reason pic x(4).
	05 filler pic x(1).
	05 rt-severity pic x(1).
	05 filler pic x(1).
	05 rt-group pic x(8).
	05 filler pic x(1).
	05 rt-primary pic x(8).
	05 filler pic x(1).
	05 rt-backup pic x(8).
	05 filler pic x(1).
	05 rt-quiet-start pic x(4).
	05 filler pic x(1).
	05 rt-quiet-end pic x(4).
	05 filler pic x(37).
