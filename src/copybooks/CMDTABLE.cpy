      *> table of every command MAIN will actually call, so a typo in
      *> the ACCEPT (or on a parameter card) gets a friendly re-prompt
      *> instead of an abend from CALLing a program that doesn't exist.
      *> shared with reqIntake, so a business request is checked against
      *> exactly the list MAIN accepts. field names are fixed; callers
      *> COPY with no REPLACING:
      *>
      *>   copy "CMDTABLE.cpy".
01 validCommands.
	05 filler pic x(30) value "linearSearch".
	05 filler pic x(30) value "binarySearch".
	05 filler pic x(30) value "interpolationSearch".
	05 filler pic x(30) value "jumpSearch".
	05 filler pic x(30) value "bubbleSort".
	05 filler pic x(30) value "quickSort".
	05 filler pic x(30) value "mergeSort".
	05 filler pic x(30) value "heapSort".
	05 filler pic x(30) value "shellSort".
	05 filler pic x(30) value "selectionSort".
	05 filler pic x(30) value "shakerSort".
	05 filler pic x(30) value "radixSort".
	05 filler pic x(30) value "sortTimingReport".
	05 filler pic x(30) value "arrayStats".
	05 filler pic x(30) value "arrayToKsds".
	05 filler pic x(30) value "ksdsToArray".
	05 filler pic x(30) value "agingReport".
	05 filler pic x(30) value "distributionReport".
	05 filler pic x(30) value "rangeSearch".
	05 filler pic x(30) value "stableSort".
	05 filler pic x(30) value "autoSort".
	05 filler pic x(30) value "autoSortStable".
	05 filler pic x(30) value "searchTimingReport".
	05 filler pic x(30) value "dateCoverage".
	05 filler pic x(30) value "phoneticSearchAlpha".
	05 filler pic x(30) value "benfordScreen".
	05 filler pic x(30) value "sequenceGap".
	05 filler pic x(30) value "dueLadder".
	05 filler pic x(30) value "help".
	05 filler pic x(30) value "regenerateArray".
	05 filler pic x(30) value "queueJob".
	05 filler pic x(30) value "status".
	05 filler pic x(30) value "runQueue".
	05 filler pic x(30) value "exit".
	05 filler pic x(30) value "decimalMode".
	05 filler pic x(30) value "dateMode".
	05 filler pic x(30) value "catalogSave".
	05 filler pic x(30) value "catalogLoad".
	05 filler pic x(30) value "catalogList".
	05 filler pic x(30) value "switchWorkspace".
	05 filler pic x(30) value "mergeArrays".
	05 filler pic x(30) value "compareArrays".
	05 filler pic x(30) value "matchArrays".
	05 filler pic x(30) value "undoSort".
	05 filler pic x(30) value "catalogPurge".
	05 filler pic x(30) value "catalogProtect".
	05 filler pic x(30) value "catalogVersions".
	05 filler pic x(30) value "catalogCompare".
	05 filler pic x(30) value "catalogRollback".
01 validCommandsTable redefines validCommands.
	05 validCommand pic x(30) occurs 49 times.
78 validCommandCount value 49.
      *> only the first 28 entries above are callable or queueable; help,
      *> regenerateArray, queueJob, status, runQueue, and exit act on
      *> MAIN's own state instead and make no sense queued for later, so
      *> enqueueJob refuses anything past this index.
78 callableCommandCount value 28.
