      *> shared sort-specification paragraphs for the record-array sorts:
      *> the parse of an RSRTCTL card image (see SORTSPEC.cpy) and the
      *> field-by-field comparison that honours it. copied straight into
      *> PROCEDURE DIVISION, same convention as SWAP.cpy and
      *> CLEANARR.cpy, with no REPLACING:
      *>
      *>   copy "SPECCMP.cpy".
      *>
      *> the caller COPYs SORTSPEC.cpy and declares the two comparison
      *> operands in the record-array element's shape -- ws-cmp-a
      *> (cmpa-key, cmpa-branch, cmpa-balance), ws-cmp-b (cmpb-key,
      *> cmpb-branch, cmpb-balance) -- and the ws-a-before-b switch with
      *> its 88 a-before-b, as recMergeSort always has. then:
      *>   defaultSortSpec  KEY in specDefaultDirection, the order the
      *>                    record sorts gave before the card existed
      *>   parseSortSpec    sort-spec-card into sort-spec; a card naming
      *>                    an unknown field or direction is refused
      *>                    whole, with a message, for the default
      *>   compareBySpec    sets a-before-b when ws-cmp-a orders strictly
      *>                    before ws-cmp-b; an exact tie on every named
      *>                    field is not "before"
      *> both spec paragraphs leave specText ready for the header.
defaultSortSpec.
move 1 to spec-count
move "KEY" to spec-field(1)
move specDefaultDirection to spec-direction(1)
perform buildSpecText.

parseSortSpec.
move 0 to spec-count
move "Y" to ws-spec-valid
move "N" to ws-spec-ended
move 1 to specIndex
perform parseOneSpecEntry until specIndex > 3 or spec-ended
if spec-count = 0 then
	display "RSRTCTL: no sort field named, ordering by KEY"
	perform defaultSortSpec
else
	if not spec-valid then
		display "RSRTCTL: sort specification " sort-spec-card " not recognized, ordering by KEY"
		perform defaultSortSpec
	else
		perform buildSpecText
	end-if
end-if.

parseOneSpecEntry.
if ssc-field(specIndex) = spaces then
	move "Y" to ws-spec-ended
else
	add 1 to spec-count
	move ssc-field(specIndex) to spec-field(spec-count)
	if not spec-on-key(spec-count) and not spec-on-branch(spec-count)
	and not spec-on-balance(spec-count) then
		move "N" to ws-spec-valid
	end-if
	evaluate ssc-direction(specIndex)
		when "A"
		when "D"
			move ssc-direction(specIndex) to spec-direction(spec-count)
		when space
			move specDefaultDirection to spec-direction(spec-count)
		when other
			move "N" to ws-spec-valid
	end-evaluate
end-if
add 1 to specIndex.

buildSpecText.
move spaces to specText
evaluate spec-count
	when 1
		string spec-field(1) delimited by space
			"/" spec-direction(1) delimited by size
			into specText
	when 2
		string spec-field(1) delimited by space
			"/" spec-direction(1) " " delimited by size
			spec-field(2) delimited by space
			"/" spec-direction(2) delimited by size
			into specText
	when other
		string spec-field(1) delimited by space
			"/" spec-direction(1) " " delimited by size
			spec-field(2) delimited by space
			"/" spec-direction(2) " " delimited by size
			spec-field(3) delimited by space
			"/" spec-direction(3) delimited by size
			into specText
end-evaluate.

compareBySpec.
move "N" to ws-a-before-b
move "E" to ws-field-order
move 1 to specIndex
perform compareOneSpecField until specIndex > spec-count or not field-equal.

compareOneSpecField.
evaluate true
	when spec-on-branch(specIndex) and cmpa-branch < cmpb-branch
	when spec-on-balance(specIndex) and cmpa-balance < cmpb-balance
	when spec-on-key(specIndex) and cmpa-key < cmpb-key
		move "L" to ws-field-order
	when spec-on-branch(specIndex) and cmpa-branch > cmpb-branch
	when spec-on-balance(specIndex) and cmpa-balance > cmpb-balance
	when spec-on-key(specIndex) and cmpa-key > cmpb-key
		move "H" to ws-field-order
	when other
		continue
end-evaluate
if (field-a-lower and not spec-descending(specIndex))
or (field-a-higher and spec-descending(specIndex)) then
	move "Y" to ws-a-before-b.
add 1 to specIndex.
