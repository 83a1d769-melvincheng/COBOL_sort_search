      *> one line of REENVLOG, the audit file of controlled
      *> re-envelopes: every time reEnvelope renews the HDR/TRL envelope
      *> (see FILEENVL.cpy) or the CTL control record (see TCTLREC.cpy)
      *> of a hand-corrected data file, it appends what the old envelope
      *> claimed, what the corrected file actually holds, who did it and
      *> why. balanceCheck cites the line on its report when the file it
      *> balances -- or the input a sort was fed -- carries the new run
      *> identifier. field names are fixed; callers COPY with no
      *> REPLACING:
      *>
      *>   copy "REENVREC.cpy".
      *>
      *>   re-date, re-time  when the envelope was renewed
      *>   re-file           ARRAYIN, SORTIN, SORTOUT, MERGEOUT, or
      *>                     TRANFILE
      *>   re-operator       the OPERID operator who renewed it
      *>   re-old-count      the count the old envelope claimed (for a
      *>   re-old-hash       TRANFILE, ADDs + CHANGEs + DELETEs) and its
      *>                     hash total
      *>   re-new-count      the same, recounted and rehashed from the
      *>   re-new-hash       corrected file
      *>   re-source-id      the old header's run identifier, kept as
      *>                     the new header's source field (blank for a
      *>                     TRANFILE, whose control record has none)
      *>   re-new-run-id     the new header's run identifier, RE and the
      *>                     time (blank for a TRANFILE)
      *>   re-reason         why, as the operator gave it
01 reenvelope-detail.
	05 re-date pic 9(8).
	05 filler pic x(1) value space.
	05 re-time pic 9(6).
	05 filler pic x(1) value space.
	05 re-file pic x(8).
	05 filler pic x(1) value space.
	05 re-operator pic x(3).
	05 filler pic x(1) value space.
	05 re-old-count pic 9(6).
	05 filler pic x(1) value space.
	05 re-old-hash pic 9(12).
	05 filler pic x(1) value space.
	05 re-new-count pic 9(6).
	05 filler pic x(1) value space.
	05 re-new-hash pic 9(12).
	05 filler pic x(1) value space.
	05 re-source-id pic x(8).
	05 filler pic x(1) value space.
	05 re-new-run-id pic x(8).
	05 filler pic x(1) value space.
	05 re-reason pic x(40).
