identification division.
program-id. trainGuard.

*> the training-mode gate every operator-facing program asks first
*> (see TRAINREQ.cpy), so new operators learn against a sandbox
*> instead of production. a run is a training run when the TRAINING
*> DD is allocated -- a presence DD, the VALIDATE and RUNOVRD way;
*> its one card, columns 1-44, names the sandbox's dataset prefix
*> (TRAIN. when the card is blank). for a training run every state
*> and history file in TRAINDD.cpy is turned onto the sandbox's copy,
*> the prefix followed by the ddname, before the asking program opens
*> anything -- whatever the job's own DD statements say, so a
*> training deck that still points at a production dataset cannot
*> reach it. OPERALRT and PAGEOUT are among them: a trainee's
*> mistakes raise alerts into the sandbox, never onto the operations
*> console or anyone's pager. the sandbox must hold the TRAINSBX
*> certificate trainSetup leaves when it refreshes the copies; a
*> training run without one is refused before anything is opened,
*> since it would otherwise find empty or stale files. the answer is
*> kept for the rest of the run, so a program called later in the
*> same run (MAIN's commands, trainSetup's stateRestore) gets the
*> same answer without a second banner.
*> RETURN-CODE: rc-success to go ahead (production, or training
*> against a certified sandbox), rc-invalid-input when a training run
*> has no sandbox.
environment division.
	input-output section.
	file-control.
		select training assign to "TRAINING"
			organization line sequential
			file status is ws-train-status.
		select trainsbx assign to "TRAINSBX"
			organization line sequential
			file status is ws-cert-status.

data division.
	file section.
	fd training.
	01 training-record.
		05 tc-sandbox pic x(44).

	fd trainsbx.
	01 trainsbx-record pic x(80).

	working-storage section.
		01 ws-train-status pic x(2).
		01 ws-cert-status pic x(2).
		copy "TRAINDD.cpy".
		01 sandboxIndex pic 9(2).

		*> the run's answer, kept from the first call.
		01 ws-answered pic x(1) value "N".
			88 guard-answered value "Y".
		01 answeredMode pic x(1).
		01 answeredSandbox pic x(44).
		01 answeredStamp pic x(40).
		01 answeredReturnCode pic s9(9) comp.

		*> the DD_ form of a ddname is the one looked at first when a
		*> file is opened, so nothing in the step's own allocations
		*> outranks it.
		01 redirectName pic x(12).
		01 redirectValue pic x(60).
		copy "RETCODE.cpy".

	linkage section.
		copy "TRAINREQ.cpy".

procedure division using training-request.
	main.
	if guard-answered then
		move answeredMode to tg-mode
		move answeredSandbox to tg-sandbox
		move answeredStamp to tg-stamp
		move answeredReturnCode to return-code
		goback.
	move rc-success to return-code
	move "P" to tg-mode
	move spaces to tg-sandbox
	move spaces to tg-stamp
	open input training
	if ws-train-status = "00" then
		move spaces to training-record
		read training
			at end continue
		end-read
		close training
		perform enterTrainingMode
	end-if
	move "Y" to ws-answered
	move tg-mode to answeredMode
	move tg-sandbox to answeredSandbox
	move tg-stamp to answeredStamp
	move return-code to answeredReturnCode
	goback.

	enterTrainingMode.
	move "T" to tg-mode
	if tc-sandbox = spaces then
		move "TRAIN." to tg-sandbox
	else
		move function trim(tc-sandbox) to tg-sandbox
	end-if
	move "*** TRAINING -- NOT PRODUCTION ***" to tg-stamp
	move 1 to sandboxIndex
	perform redirectOneFile until sandboxIndex > sandboxFileCount
	if tg-action = "SETUP" then
		display function trim(tg-program) ": " function trim(tg-stamp)
			" sandbox " function trim(tg-sandbox) " being refreshed"
	else
		perform checkCertificate
	end-if.

	*> the DD_ entry and the run-time extension that sets it are
	*> described in TRAINDD.cpy.
	redirectOneFile.
	move spaces to redirectName
	string "DD_" sb-ddname(sandboxIndex) delimited by space
		into redirectName
	move spaces to redirectValue
	string function trim(tg-sandbox) sb-ddname(sandboxIndex)
		delimited by space into redirectValue
	display redirectName upon environment-name
	display redirectValue upon environment-value
	add 1 to sandboxIndex.

	*> the certificate is itself read from the sandbox, so it proves
	*> the prefix names a refreshed sandbox and not a typing error.
	checkCertificate.
	move spaces to sandbox-certificate
	open input trainsbx
	if ws-cert-status = "00" then
		read trainsbx into sandbox-certificate
			at end continue
		end-read
		close trainsbx
	end-if
	if sc-tag not = "TRN" then
		display function trim(tg-program) ": " function trim(tg-stamp)
		display function trim(tg-program) ": no trainSetup certificate in sandbox "
			function trim(tg-sandbox) ", refusing to run -- nothing opened"
		move rc-invalid-input to return-code
	else
		display function trim(tg-program) ": " function trim(tg-stamp)
			" sandbox " function trim(tg-sandbox) " refreshed " sc-date
			" from " sc-source-set
	end-if.
