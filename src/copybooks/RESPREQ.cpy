      *> the request block MAIN and reqIntake pass to reqRespond to put
      *> one entry on a business requester's response file:
      *>   rr-kind        R  the request failed intake validation and
      *>                     was not queued; rr-reason says why
      *>                  D  the queued request has run; rr-return-code
      *>                     is the command's RETURN-CODE and
      *>                     rr-found-index the position a search found
      *>                     (zero when not found or not a search)
      *>   rr-slot        1-8, the RESPONSn file the requester was given
      *> and the request itself, echoed back so the requester can match
      *> the answer to what was asked. field names are fixed; callers
      *> COPY with no REPLACING:
      *>
      *>   copy "RESPREQ.cpy".
01 response-request.
	05 rr-kind pic x(1).
		88 rr-rejected value "R".
		88 rr-done value "D".
	05 rr-slot pic 9(1).
	05 rr-requester pic x(8).
	05 rr-department pic x(12).
	05 rr-command pic x(30).
	05 rr-target pic x(20).
	05 rr-target-high pic x(10).
	05 rr-run-by pic x(4).
	05 rr-reason pic x(50).
	05 rr-return-code pic s9(4).
	05 rr-found-index pic 9(5).
