      *> shared layout of one XREFWORD description-index record: the
      *> reverse side of the value cross-reference, answering "which
      *> value is called this" without reading XREFFILE end to end. a
      *> description is indexed under every tail of it that starts on a
      *> non-blank character, upper-cased -- "NORTHSIDE HARDWARE" under
      *> NORTHSIDE HARDWARE, ORTHSIDE HARDWARE, ... HARDWARE, ARDWARE,
      *> ... E -- so any word or phrase the description contains is the
      *> leading part of one key, and a search is one START and a short
      *> read forward, whatever its size:
      *>   xw-fragment     the upper-cased tail of the description
      *>   xw-value-key    the value, with XREFFILE's signedValueOffset
      *>   xw-description  the description as XREFFILE holds it
      *> xrefLoad builds the index with XREFFILE, xrefMaint and
      *> stateRestore keep it in step (see XWRDGEN.cpy), and xrefSearch
      *> and xrefInquiry read it. field names are fixed; callers COPY
      *> with no REPLACING:
      *>
      *>   copy "XWRDREC.cpy".
01 xref-word-record.
	05 xw-key.
		10 xw-fragment pic x(30).
		10 xw-value-key pic 9(10).
	05 xw-description pic x(30).
