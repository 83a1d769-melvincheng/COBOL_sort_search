      *> after image of a single write to the saved array (ARRAYKSD),
      *> appended by everything that writes that file -- arrayToKsds'
      *> wholesale reload, ksdsMaint's corrections, ksdsUpdate's
      *> transaction deltas, ksdsReorg's resequencing, and ksdsBackout's
      *> own reversals -- so a bad update run can be backed out as one
      *> job step instead of a restore request. records of one run
      *> share a run stamp (the run's starting yyyymmddhhmmss) which is
      *> what ksdsBackout selects on. actions and their images:
      *>   ADD     before blank, after the value written
      *>   CHANGE  before the old value, after the new
      *>   DELETE  before the value removed, after blank
      *> kj-operator carries the signed-on operator (or the OPERID
      *> card's identity in batch), because the program field says what
      *> ran but an audit asks who; journal lines written before the
      *> field existed read back with it blank. kj-chain is the
      *> tamper-evident check value chainLink seals each record with
      *> (see CHAINREC.cpy); writers pass the record through chainLink's
      *> SEAL instead of writing it directly, and lines carrying the
      *> zero run stamp and action ANCHOR are chain anchors, not
      *> changes. kj-position's six digits take the column that once
      *> separated it from kj-action, so every later column -- the
      *> images, the operator, and the check value in 68-76 -- stays
      *> where it was, and a five-digit line written before reads back
      *> the same position. field names are fixed; callers COPY with no
      *> REPLACING:
      *>
      *>   copy "KSDSJREC.cpy".
01 ksds-journal-detail.
	05 kj-program pic x(12).
	05 filler pic x(1) value space.
	05 kj-action pic x(6).
	05 kj-position pic 9(6).
	05 filler pic x(1) value space.
	05 kj-before pic s9(9) sign leading separate.
	05 filler pic x(1) value space.
	05 kj-after pic s9(9) sign leading separate.
	05 filler pic x(1) value space.
	05 kj-operator pic x(3).
	05 filler pic x(1) value space.
	05 kj-chain pic 9(9).
