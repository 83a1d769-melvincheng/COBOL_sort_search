      *> so older partners keep working.
      *>
      *> record shapes, as they appear on the file:
      *>   HDR yyyymmdd nnnnnn rrrrrrrr ssssssss [sort specification]
      *>   TRL nnnnnn hhhhhhhhhhhh
      *>
      *> the header's two trailing fields carry run lineage: the
      *> run that produced it instead of costing an hour of
      *> reconstruction. either field blank just means the file (or
      *> its input) predates the convention.
      *> a record-array sort ordered by an RSRTCTL specification (see
      *> SORTSPEC.cpy) stamps it after the lineage, e.g. "BRANCH/A
      *> BALANCE/D", so the consumer knows which order it received;
      *> blank everywhere else.
      *> the hash total is the arithmetic sum of the element values
      *> truncated to the low-order twelve digits, sign dropped --
      *> producer and verifier truncate identically, so equality is
	05 envl-hdr-run-id pic x(8).
	05 filler pic x(1) value space.
	05 envl-hdr-source-id pic x(8).
	05 filler pic x(1) value space.
	05 envl-hdr-sort-spec pic x(32) value spaces.
01 envelope-trailer-record.
	05 envl-trl-tag pic x(4) value "TRL ".
	05 envl-trl-count pic 9(6).
