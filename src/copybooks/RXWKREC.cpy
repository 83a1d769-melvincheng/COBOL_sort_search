      *> shared layout of one KSXWALK cross-walk record: where a saved-
      *> array position went when ksdsReorg resequenced ARRAYKSD. one
      *> record per live position, moved or not, all under the reorg's
      *> run stamp (the same stamp its KSDSJRNL lines carry), so a
      *> pending TRANFILE deck, a HOLDLIST entry, or a catalog reference
      *> written against the old positions can be translated by looking
      *> its old position up here. rx-order is how the new positions
      *> were assigned: SEQUENCE (the old order, gaps closed) or VALUE
      *> (ascending value, old position breaking ties). field names are
      *> fixed; callers COPY with no REPLACING:
      *>
      *>   copy "RXWKREC.cpy".
01 reorg-crosswalk-detail.
	05 rx-run-stamp pic 9(14).
	05 filler pic x(1) value space.
	05 rx-old-position pic 9(6).
	05 filler pic x(1) value space.
	05 rx-new-position pic 9(6).
	05 filler pic x(1) value space.
	05 rx-value pic s9(9) sign leading separate.
	05 filler pic x(1) value space.
	05 rx-order pic x(8).
