      *> shared layout of one KSRJRNL journal record: the before and
      *> after image of a single write to the record master (ARRAYKSR),
      *> the KSDSJREC.cpy idea carried over to the multi-field record
      *> array -- appended by everything that posts to that file
      *> (ksrPosting's posting runs and ksrBackout's own reversals) so a
      *> bad posting file can be backed out as one job step. records of
      *> one run share a run stamp (the run's starting yyyymmddhhmmss),
      *> which is what ksrBackout selects on. rj-action is the physical
      *> write and rj-posting the business transaction that caused it:
      *>   ADD     (OPEN)                   before blank, after written
      *>   CHANGE  (DEBIT/CREDIT/TRANSFER)  before old, after new
      *>   DELETE  (CLOSE)                  before removed, after blank
      *> ksrBackout's reversals carry BACKOUT as the posting. each
      *> image carries all three payload fields, so a TRANSFER's
      *> branch move backs out as exactly as a DEBIT's amount.
      *> rj-operator carries the OPERID card's identity, the same way
      *> kj-operator does. field names are fixed; callers COPY with no
      *> REPLACING:
      *>
      *>   copy "KSRJREC.cpy".
01 ksr-journal-detail.
	05 rj-run-stamp pic 9(14).
	05 filler pic x(1) value space.
	05 rj-program pic x(12).
	05 filler pic x(1) value space.
	05 rj-action pic x(6).
	05 filler pic x(1) value space.
	05 rj-posting pic x(8).
	05 filler pic x(1) value space.
	05 rj-position pic 9(3).
	05 filler pic x(1) value space.
	05 rj-before-key pic s9(9) sign leading separate.
	05 filler pic x(1) value space.
	05 rj-before-branch pic x(4).
	05 filler pic x(1) value space.
	05 rj-before-balance pic s9(7)v99 sign leading separate.
	05 filler pic x(1) value space.
	05 rj-after-key pic s9(9) sign leading separate.
	05 filler pic x(1) value space.
	05 rj-after-branch pic x(4).
	05 filler pic x(1) value space.
	05 rj-after-balance pic s9(7)v99 sign leading separate.
	05 filler pic x(1) value space.
	05 rj-operator pic x(3).
