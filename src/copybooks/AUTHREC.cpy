      *> shared layout of one AUTHFILE operator authorization record:
      *> which operator may run which maintenance or recovery program,
      *> in what role, and until when. keyed by operator, program, and
      *> action together, one record per grant:
      *>   au-operator     the OPERID / sign-on initials
      *>   au-program      the program-id, or *ALL for every program
      *>                   that checks
      *>   au-action       the action within the program (CHANGE,
      *>                   DELETE, PURG ...), or *ALL for every action
      *>   au-role         free-form role name, for the access review
      *>   au-expiry       yyyymmdd the grant lapses after, zero for a
      *>                   grant that does not lapse
      *>   au-granted-by   initials of whoever granted it
      *>   au-granted-date yyyymmdd it was granted or last extended
      *> authMaint maintains the file from AUTHTRAN cards; the checked
      *> programs ask through the authCheck subprogram, and authReport
      *> lists the whole file for the periodic access review. authCheck
      *> and authMaint COPY the layout under their AUTHFILE FD. field
      *> names are fixed; callers COPY with no REPLACING:
      *>
      *>   copy "AUTHREC.cpy".
01 operator-auth-record.
	05 au-key.
		10 au-operator pic x(3).
		10 au-program pic x(18).
		10 au-action pic x(6).
	05 au-role pic x(8).
	05 au-expiry pic 9(8).
	05 au-granted-by pic x(3).
	05 au-granted-date pic 9(8).
