      *> shared layout of one SYSPARM system-parameter record: the one
      *> place tonight's run settings live, instead of a dozen one-card
      *> parameter datasets nobody can see at a glance. keyed by
      *> program, parameter name, and effective date together, so a
      *> change can be set ahead of the night it takes effect and the
      *> value it replaced stays on file beside it:
      *>   pm-program      the program-id that reads the setting, or *ALL
      *>                   for one every program shares (WINDOWSTOP)
      *>   pm-name         the parameter's name within that program
      *>   pm-effective    yyyymmdd the value takes effect; the value in
      *>                   force is the latest one effective on or before
      *>                   the run date
      *>   pm-value        the value as text, left-justified, already
      *>                   checked against the parameter's allowed range
      *>   pm-set-by       initials of whoever set it (OPERID)
      *>   pm-set-date     yyyymmdd it was set
      *> sysParmMaint maintains the file from SPRMTRAN cards, validating
      *> each value, and lists every current setting; the programs ask
      *> through the sysParm subprogram and fall back to their own
      *> parameter card when no setting is on file. field names are
      *> fixed; callers COPY with no REPLACING:
      *>
      *>   copy "SPRMREC.cpy".
01 system-parameter-record.
	05 pm-key.
		10 pm-program pic x(18).
		10 pm-name pic x(12).
		10 pm-effective pic 9(8).
	05 pm-value pic x(30).
	05 pm-set-by pic x(3).
	05 pm-set-date pic 9(8).
