      *> shared index-key generation for XREFWORD (see XWRDREC.cpy):
      *> walks one description and, for every tail of it that starts on
      *> a non-blank character, sets xw-fragment to that tail upper-cased
      *> and performs the caller's paragraph -- which writes the record
      *> for a new description or deletes it for one going away, so the
      *> programs that change XREFFILE all cut the index keys the same
      *> way. copied straight into PROCEDURE DIVISION, the DATECHK.cpy
      *> convention; the two paragraph names it brings in are fixed, so
      *> a program copies it once. callers REPLACE the one token below:
      *>
      *>   copy "XWRDGEN.cpy"
      *>       replacing ==:FRAGMENT-ACTION:== by ==writeWordEntry==.
      *>
      *> move the description to fragmentSource, set xw-value-key and
      *> xw-description, and PERFORM generateFragments. declare these
      *> two fixed-name scratch fields:
      *>
      *>   01 fragmentSource pic x(30).
      *>   01 fragmentIndex pic 9(2).
generateFragments.
move function upper-case(fragmentSource) to fragmentSource
move 1 to fragmentIndex
perform generateOneFragment until fragmentIndex > 30.

generateOneFragment.
if fragmentSource(fragmentIndex:1) not = space then
	move fragmentSource(fragmentIndex:) to xw-fragment
	perform :FRAGMENT-ACTION:
end-if
add 1 to fragmentIndex.
