      *> shared layouts of the exception worklist: EXCPLIST, one line
      *> per exception anywhere in the system, and the EXCPNOTE history
      *> of what was done about each. excpHarvest fills EXCPLIST every
      *> night from the places exceptions are left -- TRANREJ rejects,
      *> SUSPFILE holds, QGHIST REJECTED decisions, XREFCOV uncovered
      *> values, DRIFTRPT findings, BALRPT breaks, and EDITRPT rejects
      *> -- excpMaint assigns, annotates, and closes items from cards,
      *> and excpReport lists what is still open by owner and age.
      *> field names are fixed; callers COPY with no REPLACING:
      *>
      *>   copy "EXCPREC.cpy".
      *>
      *> an item is one exception, known by its source and key (the
      *> value, card, feed, statistic, or run it concerns); the harvest
      *> refreshes ex-last-seen and ex-reason each night the source
      *> still shows it, and never moves ex-first-seen, which is what
      *> the item's age runs from. ex-status OPEN or CLOSED; a closed
      *> item carries ex-resolution:
      *>   FIXED     corrected at the source
      *>   WAIVED    accepted as it stands -- never raised again
      *>   DUPLICAT  the same problem as another item
      *>   FALSEPOS  not a real exception -- never raised again
      *> an exception seen again after its item was closed FIXED or
      *> DUPLICAT is raised as a new item.
      *>
      *> en-action on a note line: ASSIGN (en-text names the owner and
      *> any comment), NOTE, or CLOSE (en-text the resolution and any
      *> comment).
01 exception-item-detail.
	05 ex-item-id pic 9(6).
	05 filler pic x(1) value space.
	05 ex-source pic x(8).
	05 filler pic x(1) value space.
	05 ex-key pic x(20).
	05 filler pic x(1) value space.
	05 ex-status pic x(6).
		88 ex-open value "OPEN".
		88 ex-closed value "CLOSED".
	05 filler pic x(1) value space.
	05 ex-first-seen pic 9(8).
	05 filler pic x(1) value space.
	05 ex-last-seen pic 9(8).
	05 filler pic x(1) value space.
	05 ex-owner pic x(8).
	05 filler pic x(1) value space.
	05 ex-resolution pic x(8).
		88 ex-resolution-known value "FIXED" "WAIVED" "DUPLICAT"
			"FALSEPOS".
		88 ex-never-again value "WAIVED" "FALSEPOS".
	05 filler pic x(1) value space.
	05 ex-closed-date pic 9(8).
	05 filler pic x(1) value space.
	05 ex-closed-by pic x(3).
	05 filler pic x(1) value space.
	05 ex-reason pic x(40).
01 exception-note-detail.
	05 en-item-id pic 9(6).
	05 filler pic x(1) value space.
	05 en-date pic 9(8).
	05 filler pic x(1) value space.
	05 en-time pic 9(6).
	05 filler pic x(1) value space.
	05 en-operator pic x(3).
	05 filler pic x(1) value space.
	05 en-action pic x(6).
	05 filler pic x(1) value space.
	05 en-text pic x(60).
