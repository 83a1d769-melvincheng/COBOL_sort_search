      *> the request block a program passes to trainGuard at the start
      *> of every run, to learn whether this is a training run and, if
      *> so, to have its state and history files turned onto the
      *> training sandbox before it opens any of them:
      *>   tg-program  the asking program-id, for the console banner
      *>   tg-action   CHECK (every program) or SETUP (trainSetup only,
      *>               the one run allowed before the sandbox exists)
      *>   tg-mode     handed back: T a training run, P production
      *>   tg-sandbox  handed back: the sandbox's dataset prefix
      *>   tg-stamp    handed back: the line a training run prints at
      *>               the head of every report page and screen, blank
      *>               in production
      *> RETURN-CODE comes back rc-success to go ahead, rc-invalid-input
      *> when a training run has no sandbox to run against (the caller
      *> stops without opening anything). field names are fixed;
      *> callers COPY with no REPLACING:
      *>
      *>   copy "TRAINREQ.cpy".
01 training-request.
	05 tg-program pic x(18).
	05 tg-action pic x(5) value "CHECK".
	05 tg-mode pic x(1).
		88 tg-training value "T".
	05 tg-sandbox pic x(44).
	05 tg-stamp pic x(40).
