      *> shared layout of one JOBACCT job-accounting record: when a
      *> queued business request (see JOBQREC.cpy) started and finished
      *> running and whose it was, so the window time a department's
      *> requests used can be charged back to it instead of vanishing
      *> into MAIN's own. a job that runs past midnight reads back with
      *> ja-end below ja-start; it finished the day after ja-date.
      *>   ja-requester, ja-department  as the request was queued
      *>   ja-command                   the command that ran
      *>   ja-return-code               its RETURN-CODE
      *> appended (never rewritten) by MAIN for every queued job that
      *> carries a requester; jobs an operator queued at the terminal
      *> write none. field names are fixed; callers COPY with no
      *> REPLACING:
      *>
      *>   copy "JACTREC.cpy".
01 job-accounting-detail.
	05 ja-date pic 9(8).
	05 filler pic x(1) value space.
	05 ja-start pic 9(6).
	05 filler pic x(1) value space.
	05 ja-end pic 9(6).
	05 filler pic x(1) value space.
	05 ja-requester pic x(8).
	05 filler pic x(1) value space.
	05 ja-department pic x(12).
	05 filler pic x(1) value space.
	05 ja-command pic x(30).
	05 filler pic x(1) value space.
	05 ja-return-code pic 9(2).
