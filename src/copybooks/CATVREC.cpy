      *> one record of ARRAYVER, the catalog's version file: every record
      *> of an ARRAYCAT entry (CATREC.cpy) as it stood just before a
      *> SAVE, an import, or a rollback replaced it, kept under the
      *> entry's name and a version number that counts up (001 the
      *> oldest kept) until 999, when the survivors are renumbered from
      *> 001 in the same order. position 000 under each version is that
      *> version's directory record, 001 and up its elements, exactly
      *> as they were in the catalog, so any entry type -- N, A, or R --
      *> comes back whole. cv-kept-date and cv-kept-by say when the
      *> version was set aside and by whose save; the version's own
      *> save date and operator are in cv-save-date and cv-operator.
      *> catalogVersion is the only program that reads or writes the
      *> file. field names are fixed; callers COPY with no REPLACING:
      *>
      *>   copy "CATVREC.cpy".
01 catver-record.
	05 cv-key.
		10 cv-name pic x(8).
		10 cv-version pic 9(3).
		10 cv-position pic 9(5).
	05 cv-kept-date pic 9(8).
	05 cv-kept-by pic x(3).
	05 cv-element copy "ELEMPIC.cpy".
	05 cv-size pic 9(5).
	05 cv-save-date pic 9(6).
	05 cv-operator pic x(3).
	05 cv-type pic x(1).
	05 cv-alpha pic x(20).
	05 cv-branch pic x(4).
	05 cv-balance pic s9(7)v99 comp-3.
	05 cv-expiry pic 9(8).
	05 cv-protect pic x(1).
