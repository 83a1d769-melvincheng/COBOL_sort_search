      *> the training sandbox: every state and history file a training
      *> run is kept off, and the certificate trainSetup leaves in the
      *> sandbox when it has been refreshed. trainGuard turns each ddname
      *> below onto the sandbox's copy (the sandbox prefix followed by
      *> the ddname) for any run with the TRAINING DD allocated;
      *> trainSetup rebuilds the copies by class:
      *>   S  restored from the masked copy of the latest backup set
      *>   E  emptied, so the trainee starts from a clean queue,
      *>      journal, history, archive, and restart checkpoint
      *>   K  kept as the last training run left it (indexed files a
      *>      program builds for itself when missing)
      *>   W  setup's own work files, and the certificate
      *> a file not listed here (reference tables, AUTHFILE, the input
      *> feeds) is whatever the training job allocates.
      *> the turning is done by the run-time's file mapping, not by the
      *> programs: trainGuard sets the DD_ddname environment entry for
      *> each ddname below with DISPLAY ... UPON ENVIRONMENT-NAME and
      *> UPON ENVIRONMENT-VALUE, a run-time extension, and the run-time
      *> looks at that entry ahead of the step's own allocation when
      *> the file is opened -- so no program's SELECT changes, and a
      *> program called later in the run opens the same sandbox copy.
      *> trainGuard, and trainSetup's emptying of class E (through its
      *> TRNCLEAR work ddname), are the only places the extension is
      *> used; a run-time without it needs those two paragraphs
      *> rewritten and nothing else.
      *> field names are fixed; callers COPY with no REPLACING:
      *>
      *>   copy "TRAINDD.cpy".
01 sandboxFiles.
	05 filler pic x(9) value "ARRAYKSDS".
	05 filler pic x(9) value "ARRAYVALS".
	05 filler pic x(9) value "ARRAYCATS".
	05 filler pic x(9) value "XREFFILES".
	05 filler pic x(9) value "XREFWORDS".
	05 filler pic x(9) value "SEEDST  S".
	05 filler pic x(9) value "PERFHISTS".
	05 filler pic x(9) value "KSDSJRNLS".
	05 filler pic x(9) value "JOBQUEUEE".
	05 filler pic x(9) value "RUNCTL  E".
	05 filler pic x(9) value "RUNSTAT E".
	05 filler pic x(9) value "RUNSUMM E".
	05 filler pic x(9) value "DECKCHKPE".
	05 filler pic x(9) value "KUPCHKPTE".
	05 filler pic x(9) value "QSRESTRTE".
	05 filler pic x(9) value "XMSCHKPTE".
	05 filler pic x(9) value "KLDCHKPTE".
	05 filler pic x(9) value "BDCHKPT E".
	05 filler pic x(9) value "SORTCERTE".
	05 filler pic x(9) value "PROGRESSE".
	05 filler pic x(9) value "UNDOSNAPE".
	05 filler pic x(9) value "QGHIST  E".
	05 filler pic x(9) value "SRCHLOG E".
	05 filler pic x(9) value "AUDITLOGE".
	05 filler pic x(9) value "PENDCHG E".
	05 filler pic x(9) value "TRANREJ E".
	05 filler pic x(9) value "SUSPFILEE".
	05 filler pic x(9) value "HOLDLISTE".
	05 filler pic x(9) value "BALHIST E".
	05 filler pic x(9) value "JOBACCT E".
	05 filler pic x(9) value "KSDSFRZ E".
	05 filler pic x(9) value "EXCPLISTE".
	05 filler pic x(9) value "EXCPNOTEE".
	05 filler pic x(9) value "KSRJRNL E".
	05 filler pic x(9) value "OPERALRTE".
	05 filler pic x(9) value "ALRTHISTE".
	05 filler pic x(9) value "ALERTACKE".
	05 filler pic x(9) value "PAGEOUT E".
	05 filler pic x(9) value "PDLOG   E".
	05 filler pic x(9) value "BUSDATE E".
	05 filler pic x(9) value "BDHIST  E".
	05 filler pic x(9) value "REENVLOGE".
	05 filler pic x(9) value "FRZLOG  E".
	05 filler pic x(9) value "ARRVLOG E".
	05 filler pic x(9) value "DLVHIST E".
	05 filler pic x(9) value "XMITLOG E".
	05 filler pic x(9) value "AUDITARCE".
	05 filler pic x(9) value "JRNLARC E".
	05 filler pic x(9) value "PERFARC E".
	05 filler pic x(9) value "QGHARC  E".
	05 filler pic x(9) value "SRCHARC E".
	05 filler pic x(9) value "RSTARC  E".
	05 filler pic x(9) value "BALHARC E".
	05 filler pic x(9) value "ARRAYKSRK".
	05 filler pic x(9) value "ARRAYVERK".
	05 filler pic x(9) value "BACKUPSTW".
	05 filler pic x(9) value "RESTPARMW".
	05 filler pic x(9) value "MASKIN  W".
	05 filler pic x(9) value "MASKOUT W".
	05 filler pic x(9) value "MASKRPT W".
	05 filler pic x(9) value "TRAINSBXW".
01 sandboxTable redefines sandboxFiles.
	05 sandboxEntry occurs 61 times.
		10 sb-ddname pic x(8).
		10 sb-class pic x(1).
			88 sb-restored value "S".
			88 sb-emptied value "E".
			88 sb-kept value "K".
			88 sb-work value "W".
78 sandboxFileCount value 61.

      *> the TRAINSBX certificate, one line: when the sandbox was last
      *> refreshed, from which backup set (its BKP header line), by
      *> whom, and how many distinct values were masked on the way in.
01 sandbox-certificate.
	05 sc-tag pic x(3).
	05 filler pic x(1) value space.
	05 sc-date pic 9(8).
	05 filler pic x(1) value space.
	05 sc-time pic 9(6).
	05 filler pic x(1) value space.
	05 sc-source-set pic x(19).
	05 filler pic x(1) value space.
	05 sc-operator pic x(3).
	05 filler pic x(1) value space.
	05 sc-masked pic 9(5).
