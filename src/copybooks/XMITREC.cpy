      *> shared layout of one XMITLOG transmission-log record: what went
      *> to which partner, from which of our files and runs, with the
      *> record count and hash total it carried -- so "did they get
      *> Tuesday's file, and all of it" is a lookup instead of a phone
      *> call. appended (never rewritten) by partnerFormat for every
      *> file it formats, and for every one it refuses. field names are
      *> fixed; callers COPY with no REPLACING:
      *>
      *>   copy "XMITREC.cpy".
      *>
      *> xl-source      our file's name as the PARTPARM card gave it
      *> xl-source-run  the run identifier on our file's envelope header
      *>                (blank for a bare legacy file)
      *> xl-count       detail records formatted
      *> xl-hash        our envelope's hash total over those records
      *> xl-status      SENT, UNVERIFD (a bare file, sent without an
      *>                envelope to check), or REFUSED
01 transmission-log-detail.
	05 xl-date pic 9(8).
	05 filler pic x(1) value space.
	05 xl-time pic 9(6).
	05 filler pic x(1) value space.
	05 xl-partner pic x(8).
	05 filler pic x(1) value space.
	05 xl-source pic x(8).
	05 filler pic x(1) value space.
	05 xl-source-run pic x(8).
	05 filler pic x(1) value space.
	05 xl-count pic 9(6).
	05 filler pic x(1) value space.
	05 xl-hash pic 9(12).
	05 filler pic x(1) value space.
	05 xl-status pic x(8).
		88 xl-sent value "SENT".
		88 xl-unverified value "UNVERIFD".
		88 xl-refused value "REFUSED".
