      *> shared sort-specification layout for the record-array sorts
      *> (quickSortRec, recMergeSort): the RSRTCTL card names up to
      *> three sort fields, most significant first, each with its own
      *> direction, so "branch, then balance high to low" is a card
      *> instead of a spreadsheet export:
      *>   columns  1- 8  first field: KEY, BRANCH, or BALANCE
      *>   column  10     its direction: A ascending, D descending
      *>   columns 12-19  second field (blank for none)
      *>   column  21     its direction
      *>   columns 23-30  third field (blank for none)
      *>   column  32     its direction
      *> a blank direction takes the caller's default (ascending unless
      *> the sort was handed sortDirection "D"); a card naming only a
      *> field in columns 1-8 is the older one-field RSRTCTL card and
      *> still reads the same. sort-spec holds the parsed specification
      *> and specText its printable form ("BRANCH/A BALANCE/D"), which
      *> the sorts stamp on the SORTOUTR header (envl-hdr-sort-spec, see
      *> FILEENVL.cpy). parsed and compared by SPECCMP.cpy. field names
      *> are fixed; callers COPY with no REPLACING:
      *>
      *>   copy "SORTSPEC.cpy".
01 sort-spec-card.
	05 ssc-entry occurs 3 times.
		10 ssc-field pic x(8).
		10 filler pic x(1).
		10 ssc-direction pic x(1).
		10 filler pic x(1).
01 sort-spec.
	05 spec-count pic 9(1) value 1.
	05 spec-entry occurs 3 times.
		10 spec-field pic x(8).
			88 spec-on-key value "KEY".
			88 spec-on-branch value "BRANCH".
			88 spec-on-balance value "BALANCE".
		10 spec-direction pic x(1).
			88 spec-descending value "D".
01 specDefaultDirection pic x(1) value "A".
01 specText pic x(32) value spaces.
01 specIndex pic 9(1).
01 ws-spec-valid pic x(1).
	88 spec-valid value "Y".
01 ws-spec-ended pic x(1).
	88 spec-ended value "Y".
01 ws-field-order pic x(1).
	88 field-a-lower value "L".
	88 field-a-higher value "H".
	88 field-equal value "E".
