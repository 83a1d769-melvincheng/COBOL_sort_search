      *> the request block every purge path passes to holdCheck to ask
      *> "is this under legal hold" (see LHOLDREC.cpy for the holds):
      *>   hq-action   OPEN   (re)load LEGALHLD and zero the tallies;
      *>                      hq-scope-count comes back with the number
      *>                      of scope lines loaded
      *>               TEST   is the record described below under any
      *>                      active hold; tallies the hold that
      *>                      claimed it
      *>               SCOPE  is it within scope line hq-scope alone,
      *>                      active or not, no tally (the hold report)
      *>               TALLY  scope line hq-scope's hold, file, and the
      *>                      records TEST has kept for it since OPEN
      *>   hq-file     the file the record belongs to (lh-file's names)
      *>   hq-date     the record's yyyymmdd, zero when it has none
      *>   hq-value    its value or key, when hq-value-flag is "Y"
      *>   hq-entry    its catalog entry or report name, else spaces
      *> hq-result "Y" means held, and hq-hold-id says by which hold.
      *> field names are fixed; callers COPY with no REPLACING:
      *>
      *>   copy "HOLDQRY.cpy".
01 hold-query.
	05 hq-action pic x(5).
	05 hq-file pic x(8).
	05 hq-date pic 9(8).
	05 hq-value pic s9(9).
	05 hq-value-flag pic x(1).
		88 hq-value-given value "Y".
	05 hq-entry pic x(8).
	05 hq-scope pic 9(4).
	05 hq-scope-count pic 9(4).
	05 hq-result pic x(1).
		88 hq-held value "Y".
	05 hq-hold-id pic x(8).
	05 hq-scope-file pic x(8).
	05 hq-tally pic 9(7).
