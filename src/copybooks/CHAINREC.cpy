      *> shared parameter block for the chainLink subprogram, which
      *> keeps the tamper-evident check chain on AUDITLOG and KSDSJRNL
      *> (and on their AUDITARC / JRNLARC archives). every record of
      *> those files carries, in columns 68-76, a nine-digit check value
      *> computed over the previous record's check value plus the
      *> record's own columns 1-66 -- so a line deleted, edited, or
      *> inserted anywhere breaks every check from that point on.
      *>   cr-action  TAIL    cr-value := the chain value at the end of
      *>                      the live file named in cr-log, to chain
      *>                      the next record to (zero when the file is
      *>                      empty or missing)
      *>              SEAL    cr-line's check value is computed from
      *>                      cr-value and stored; cr-value moves on
      *>              CHECK   cr-line is tested against cr-value and
      *>                      cr-kind set: C chained and correct, A an
      *>                      anchor and correct, L a line written
      *>                      before the chain existed, B broken;
      *>                      cr-value moves on as a reader must
      *>              ANCHOR  builds an anchor line in cr-line saying
      *>                      the chain resumes from cr-resume, sealed
      *>                      onto cr-value; cr-value becomes cr-resume
      *>   cr-log     AUDITLOG or KSDSJRNL (TAIL only)
      *>   cr-program who wrote the anchor (ANCHOR only)
      *> an anchor is written where a rewrite (auditArchive,
      *> retentionManager) separates a record from its predecessor:
      *> it is a KSDSJRNL-layout line with a zero run stamp, action
      *> ANCHOR, the predecessor's check value as its before image, and
      *> the date as its after image, so it is itself chained, and its
      *> resume value is proven by finding that check value on the
      *> other file (chainVerify's BOTH mode). field names are fixed;
      *> callers COPY with no REPLACING:
      *>
      *>   copy "CHAINREC.cpy".
01 chain-request.
	05 cr-action pic x(6).
	05 cr-log pic x(8).
	05 cr-value pic 9(9).
	05 cr-resume pic 9(9).
	05 cr-program pic x(12).
	05 cr-kind pic x(1).
		88 cr-chained value "C".
		88 cr-anchor value "A".
		88 cr-legacy value "L".
		88 cr-broken value "B".
	05 cr-line pic x(80).
