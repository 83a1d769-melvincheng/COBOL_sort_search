      *> shared layout of one PARTLAY partner-layout card: how one
      *> external partner wants our SORTOUT, MERGEOUT, or SORTOUTR laid
      *> out, kept as data instead of as one more one-off edit job. a
      *> partner's cards are read in file order; partnerFormat is the
      *> only reader. field names are fixed; callers COPY with no
      *> REPLACING:
      *>
      *>   copy "PLAYREC.cpy".
      *>
      *>   columns  1- 8  partner identifier
      *>   columns 10-12  card type:
      *>                  HDR  the partner's header record (at most one)
      *>                  DTL  a literal prefix on every detail record
      *>                  FLD  one detail field; the FLD cards' order is
      *>                       the field order
      *>                  TRL  the partner's trailer record (at most one)
      *> HDR, DTL, and TRL cards:
      *>   columns 14-33  literal text the record starts with
      *>   columns 35-36  the literal's length (blank: up to its last
      *>                  non-blank character)
      *>   columns 38-45  HDR only: the file date's style, YYYYMMDD,
      *>                  DDMMYYYY, MMDDYYYY, or YYMMDD (blank: none)
      *>   columns 47-48  HDR and TRL: the record count's width, zero
      *>                  padded (blank or 00: no count)
      *>   columns 50-51  TRL only: the hash total's width, its low-order
      *>                  digits zero padded (blank or 00: no hash)
      *> FLD cards:
      *>   columns 14-21  field: KEY (or VALUE, the element files' one
      *>                  value), BRANCH, BALANCE, or FILLER
      *>   columns 23-24  width, sign included
      *>   column  26     padding: Z zeros, S spaces (numbers right
      *>                  justified either way; BRANCH is always left
      *>                  justified in spaces)
      *>   column  28     sign: L leading, T trailing (+ or -), N none --
      *>                  a negative value in an N field refuses the run
      *>   column  30     BALANCE only: I implied decimal (cents as
      *>                  digits), P an explicit decimal point
01 partner-layout-record.
	05 pl-partner pic x(8).
	05 filler pic x(1).
	05 pl-type pic x(3).
		88 pl-header value "HDR".
		88 pl-detail value "DTL".
		88 pl-field value "FLD".
		88 pl-trailer value "TRL".
	05 filler pic x(1).
	05 pl-body pic x(67).
	05 pl-literal-body redefines pl-body.
		10 pl-literal pic x(20).
		10 filler pic x(1).
		10 pl-literal-length pic x(2).
		10 filler pic x(1).
		10 pl-date-style pic x(8).
		10 filler pic x(1).
		10 pl-count-width pic x(2).
		10 filler pic x(1).
		10 pl-hash-width pic x(2).
		10 filler pic x(29).
	05 pl-field-body redefines pl-body.
		10 pl-field-name pic x(8).
		10 filler pic x(1).
		10 pl-width pic x(2).
		10 filler pic x(1).
		10 pl-padding pic x(1).
		10 filler pic x(1).
		10 pl-sign-style pic x(1).
		10 filler pic x(1).
		10 pl-decimal-style pic x(1).
		10 filler pic x(50).
