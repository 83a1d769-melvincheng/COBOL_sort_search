      *> trail for every search execution, because the searches only
      *> DISPLAY to the console and a queue of overnight lookups used
      *> to exist solely in the job log. appended (never rewritten) by
      *> linearSearch, binarySearch, interpolationSearch, jumpSearch,
      *> and phoneticSearchAlpha, so a day's lookups can be printed and
      *> attached to the compliance request ticket. field names are fixed; callers
      *> COPY with no REPLACING:
      *>
      *>   copy "SRCHLREC.cpy".
      *> sf-index is the found index (zero on a miss); sf-detail
      *> carries whatever else the program reported -- binarySearch
      *> puts its insertion point and nearest neighbors there.
      *> a name search has no numeric target: phoneticSearchAlpha
      *> logs sf-target as zero and puts the name, its sound-alike
      *> code, and the candidate count in sf-detail.
01 search-findings-detail.
	05 sf-date pic 9(8).
	05 filler pic x(1) value space.
