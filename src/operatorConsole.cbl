*> prompts when the module (or the terminal support it needs) is not
*> available, so batch and glass-teletype environments lose nothing.
*> state travels in one record (see MAIN's console-state) so the
*> panel needs no access to MAIN's working storage. a training run
*> (see trainGuard.cbl) shows the training stamp under the title.
environment division.
	configuration section.
	special-names.
		88 fkey-exit value 1003.
		88 fkey-status value 1004.
		88 fkey-runqueue value 1005.
		copy "TRAINREQ.cpy".

	linkage section.
		01 console-state.
	01 consolePanel.
		05 blank screen.
		05 line 1 column 25 value "SORT/SEARCH OPERATOR CONSOLE".
		05 line 2 column 23 pic x(40) from tg-stamp.
		05 line 3 column 3 value "array size:".
		05 line 3 column 16 pic 9(5) from cs-array-size.
		05 line 3 column 25 value "algorithm:".

procedure division using console-state.
	main.
	perform checkTrainingMode
	move spaces to cs-command
	display consolePanel
	accept consolePanel
			continue
	end-evaluate
	goback.

	*> MAIN has already asked (see trainGuard.cbl); the answer comes
	*> back unchanged, and a training panel carries the stamp under
	*> its title.
	checkTrainingMode.
	move "operatorConsole" to tg-program
	call 'trainGuard' using training-request
		on exception move spaces to tg-stamp
	end-call.
