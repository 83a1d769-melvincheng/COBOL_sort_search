      *> the request block a program passes to procDate for the
      *> business date it is processing (see BDTREC.cpy):
      *>   pdt-program  the asking program-id, so the PDLOG usage log
      *>                shows which date each step ran under
      *>   pdt-date     handed back: the processing date, yyyymmdd
      *>   pdt-source   handed back: B the BUSDATE record, O an
      *>                operator's override of it, C the clock (no
      *>                BUSDATE on file)
      *> pdt-saved-return-code holds the caller's RETURN-CODE across the
      *> call, which would otherwise be replaced by procDate's. field
      *> names are fixed; callers COPY with no REPLACING:
      *>
      *>   copy "PDATEREQ.cpy".
01 processing-date-request.
	05 pdt-program pic x(18).
	05 pdt-date pic 9(8).
	05 pdt-source pic x(1).
01 pdt-saved-return-code pic s9(9) comp.
