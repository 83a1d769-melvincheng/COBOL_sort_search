      *> one KEYCONF record: a single input row of a record-array key
      *> that arrived in more than one version (see keyConflict) --
      *> the same rec-key with a different branch or balance. every
      *> row of a conflicting key is written, grouped under the key, so
      *> the versions read side by side and the upstream row that was
      *> wrong can be traced back by its row number. field names are
      *> fixed; callers COPY with no REPLACING:
      *>
      *>   copy "KCNFREC.cpy".
      *>
      *> kc-version numbers the distinct branch/balance combinations
      *> within the key in arrival order; kc-rows is how many identical
      *> rows carried this row's version. kc-rule is the KEYCCTL rule
      *> in force (blank for none) and kc-decision what became of the
      *> row:
      *>   KEPT      the version the rule chose, passed to ARRAYINK
      *>   DROPPED   a version the rule overruled
      *>   SUSPENSE  held with every other version in RECSUSP
      *>   WITHHELD  no rule on the card, nothing passed for the key
01 key-conflict-detail.
	05 kc-date pic 9(8).
	05 filler pic x(1) value space.
	05 kc-key pic s9(9) sign leading separate.
	05 filler pic x(1) value space.
	05 kc-row pic 9(5).
	05 filler pic x(1) value space.
	05 kc-version pic 9(3).
	05 filler pic x(1) value space.
	05 kc-rows pic 9(5).
	05 filler pic x(1) value space.
	05 kc-branch pic x(4).
	05 filler pic x(1) value space.
	05 kc-balance pic -9(7).99.
	05 filler pic x(1) value space.
	05 kc-rule pic x(8).
	05 filler pic x(1) value space.
	05 kc-decision pic x(8).
	05 filler pic x(1) value space.
	05 kc-run-id pic x(8).
