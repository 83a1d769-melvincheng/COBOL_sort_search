      *> shared layout of one BRCHMSTR branch master record: the
      *> reference data behind the bare rec-branch code the record
      *> array carries (see ARRAYRECR.cpy), keyed by that code.
      *>   bm-code        the branch code exactly as rec-branch holds it
      *>   bm-name        the branch's name, for the reports
      *>   bm-region      the region code the branch rolls up into
      *>   bm-currency    the local currency code its balances are in
      *>   bm-status      O open, C closed
      *>   bm-close-date  yyyymmdd the branch closed, zero while open
      *> branchMaint maintains the file from BRCHTRAN cards; everything
      *> else reads it through the branchLookup subprogram, which hands
      *> back this same record -- so a caller COPYs the layout into
      *> working storage as its lookup buffer, and branchMaint and
      *> branchLookup COPY it under their BRCHMSTR FD. field names are
      *> fixed; callers COPY with no REPLACING:
      *>
      *>   copy "BRCHREC.cpy".
01 branch-master-record.
	05 bm-code pic x(4).
	05 bm-name pic x(30).
	05 bm-region pic x(4).
	05 bm-currency pic x(3).
	05 bm-status pic x(1).
		88 bm-branch-open value "O".
		88 bm-branch-closed value "C".
	05 bm-close-date pic 9(8).
