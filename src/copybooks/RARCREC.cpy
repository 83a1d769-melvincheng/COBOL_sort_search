      *> shared layout of one RPTARCH report-archive record: every
      *> night's reports kept past the next night's overwrite, so "the
      *> balance report from 14 September" can be put on audit's desk.
      *> keyed by run date, report name, run identifier (the archiving
      *> step's, RA plus HHMMSS unless its card names one), and line
      *> number. line 000000 under each key is the directory record:
      *> how many lines the report holds, when it was archived, and the
      *> date it may be purged after (zero for an entry kept for good);
      *> lines 000001 and up carry the report text as it was printed.
      *> written and purged by reportArchive, read back by
      *> reportReprint. field names are fixed; callers COPY with no
      *> REPLACING:
      *>
      *>   copy "RARCREC.cpy".
01 report-archive-record.
	05 ra-key.
		10 ra-date pic 9(8).
		10 ra-report pic x(8).
		10 ra-run-id pic x(8).
		10 ra-line pic 9(6).
	05 ra-text pic x(100).
	05 ra-directory redefines ra-text.
		10 ra-line-count pic 9(6).
		10 ra-archived-stamp pic 9(14).
		10 ra-expiry pic 9(8).
		10 ra-operator pic x(3).
		10 filler pic x(69).
