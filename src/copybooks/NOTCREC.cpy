      *> shared layout of one EXCNOTC customer-notice extract record:
      *> one account the balance exception run has flagged, in the
      *> fixed layout the correspondence system picks up to generate
      *> the customer letter. written by balanceExceptions, replaced
      *> whole every run.
      *>   nx-key         the account's rec-key, leading separate sign
      *>   nx-branch      its rec-branch
      *>   nx-balance     its rec-balance, leading separate sign
      *>   nx-type        NEGATIVE  overdrawn (rec-balance below zero)
      *>                  CEILING   above its branch's ceiling
      *>   nx-run-date    yyyymmdd of the run that flagged it
      *> field names are fixed; callers COPY with no REPLACING:
      *>
      *>   copy "NOTCREC.cpy".
01 customer-notice-detail.
	05 nx-key pic s9(9) sign leading separate.
	05 filler pic x(1) value space.
	05 nx-branch pic x(4).
	05 filler pic x(1) value space.
	05 nx-balance pic s9(7)v99 sign leading separate.
	05 filler pic x(1) value space.
	05 nx-type pic x(8).
	05 filler pic x(1) value space.
	05 nx-run-date pic 9(8).
