      *> shared layout of one JOBQUEUE record, MAIN's persisted job
      *> queue: one line per still-pending job, priority first so an
      *> operator tailing the file by hand sees the most urgent jobs
      *> first. the run-by time (HHMM, spaces for none) is what lets a
      *> 6 a.m. commitment outrank a priority digit. the fields after it
      *> belong to a business request loaded by reqIntake and are blank
      *> on a job an operator queued at the terminal:
      *>   jq-requester       who asked, and so who gets the answer
      *>   jq-department      the requester's area (collections, ...)
      *>   jq-response-slot   1-8, the RESPONSn file the answer goes to
      *>   jq-target          the value to search for, a range's low
      *>                      bound, or a name, as the command takes
      *>   jq-target-high     a range's high bound (rangeSearch)
      *> queue files from before any field read back with it blank.
      *> written by MAIN and reqIntake, checked by preflight. field
      *> names are fixed; callers COPY with no REPLACING:
      *>
      *>   copy "JOBQREC.cpy".
01 jobqueue-record.
	05 jq-priority pic 9(1).
	05 jq-separator pic x(1).
	05 jq-command pic x(30).
	05 filler pic x(1).
	05 jq-deadline pic x(4).
	05 filler pic x(1).
	05 jq-requester pic x(8).
	05 filler pic x(1).
	05 jq-department pic x(12).
	05 filler pic x(1).
	05 jq-response-slot pic x(1).
	05 filler pic x(1).
	05 jq-target pic x(20).
	05 filler pic x(1).
	05 jq-target-high pic x(10).
