      *> shared layout of one BALHIST balance-history record: one
      *> account's branch and balance as the record master ARRAYKSR
      *> held them on one night, so "what moved" has something to
      *> compare against. appended by balanceSnapshot, one record per
      *> account per snapshot date, never rewritten; read by
      *> balanceMovement and trimmed by retentionManager (the record
      *> leads with its date, like every history file it manages).
      *> field names are fixed; callers COPY with no REPLACING:
      *>
      *>   copy "BALHREC.cpy".
01 balance-history-detail.
	05 bh-date pic 9(8).
	05 filler pic x(1) value space.
	05 bh-key pic s9(9) sign leading separate.
	05 filler pic x(1) value space.
	05 bh-branch pic x(4).
	05 filler pic x(1) value space.
	05 bh-balance pic s9(7)v99 sign leading separate.
