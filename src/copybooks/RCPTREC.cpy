      *> shared layout of one RECEIPTS consumer-receipt record: which
      *> downstream job picked up which of our published outputs, and
      *> the envelope run identifier on the generation it actually read
      *> -- so "did they take today's SORTOUT, or SORTOUTG1 again" is a
      *> lookup instead of a two-day surprise:
      *>   rp-date, rp-time  when the consumer posted the receipt
      *>   rp-output         SORTOUT, MERGEOUT, or the partner the
      *>                     extract went to (as XMITLOG names it)
      *>   rp-consumer       the consuming job, as the CONSREG register
      *>                     names it
      *>   rp-run-id         the run identifier on the header of the
      *>                     file it consumed (see FILEENVL.cpy)
      *> appended (never rewritten) by receiptPost; matched against the
      *> published generations by receiptCheck. field names are fixed;
      *> callers COPY with no REPLACING:
      *>
      *>   copy "RCPTREC.cpy".
01 consumer-receipt-detail.
	05 rp-date pic 9(8).
	05 filler pic x(1) value space.
	05 rp-time pic 9(6).
	05 filler pic x(1) value space.
	05 rp-output pic x(8).
	05 filler pic x(1) value space.
	05 rp-consumer pic x(20).
	05 filler pic x(1) value space.
	05 rp-run-id pic x(8).
