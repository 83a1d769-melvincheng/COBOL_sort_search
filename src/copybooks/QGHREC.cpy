      *> qg-attended: A an operator answered, U unattended.
      *> qg-decision: ACCEPTED (clean), CONFIRMED (operator overrode a
      *> warning), REJECTED (operator declined or unattended reject).
      *>
      *> a CHKDIGIT record is not a gate evaluation: it is one feed's
      *> check-digit tally (see CHKDIGIT.cpy), appended by the program
      *> that edits the feed whenever a check-digit scheme is in force
      *> for it. qg-feed names the feed (ARRAYIN, ARRAYINR, TRANFILE,
      *> HOLDLIST, XREFIN), qg-checked the values checked and
      *> qg-check-failed those that failed; qg-decision is ACCEPTED
      *> when none failed, REJECTED otherwise, and qg-size, qg-min,
      *> and qg-max are zero. gate records carry a blank feed and zero
      *> counts; records from before the three fields existed read back
      *> with them blank.
01 quality-history-detail.
	05 qg-date pic 9(8).
	05 filler pic x(1) value space.
	05 qg-attended pic x(1).
	05 filler pic x(1) value space.
	05 qg-decision pic x(9).
	05 filler pic x(1) value space.
	05 qg-feed pic x(8) value spaces.
	05 filler pic x(1) value space.
	05 qg-checked pic 9(6).
	05 filler pic x(1) value space.
	05 qg-check-failed pic 9(6).
