      *> shared layouts of the maker/checker pending-change files for
      *> the saved array (ARRAYKSD). ksdsMaint and ksdsMassChange no
      *> longer write the file themselves: each change they would have
      *> made is appended to PENDCHG as one pending-change-detail line
      *> -- the maker's OPERID, the position, and the full before and
      *> after preview -- and nothing lands until a second operator
      *> approves the batch in ksdsApprove. a batch is every line of
      *> one maker run, identified by pc-batch-stamp (the maker run's
      *> starting yyyymmddhhmmss), pc-program, and pc-maker together.
      *>   pc-action   CHANGE  before the current value, after the new
      *>               DELETE  before the value to remove, after zero
      *> once decided, each line leaves PENDCHG for the PENDDONE
      *> history as a pending-decision-detail: the pending line
      *> unchanged, the decision, the checker, and when:
      *>   APPROVED  applied to ARRAYKSD and journaled to KSDSJRNL
      *>   STALE     approved, but the position no longer held the
      *>             before image, so it was not applied
      *>   REJECTED  refused by the checker, never applied
      *> field names are fixed; callers COPY with no REPLACING:
      *>
      *>   copy "PENDREC.cpy".
01 pending-change-detail.
	05 pc-batch-stamp pic 9(14).
	05 filler pic x(1) value space.
	05 pc-program pic x(12).
	05 filler pic x(1) value space.
	05 pc-maker pic x(3).
	05 filler pic x(1) value space.
	05 pc-action pic x(6).
	05 pc-position pic 9(6).
	05 filler pic x(1) value space.
	05 pc-before pic s9(9) sign leading separate.
	05 filler pic x(1) value space.
	05 pc-after pic s9(9) sign leading separate.
01 pending-decision-detail.
	05 pd-change pic x(66).
	05 filler pic x(1) value space.
	05 pd-decision pic x(8).
	05 filler pic x(1) value space.
	05 pd-checker pic x(3).
	05 filler pic x(1) value space.
	05 pd-decided-stamp pic 9(14).
