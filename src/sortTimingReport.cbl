identification division.
program-id. sortTimingReport.

*> times a copy of the array MAIN just built through bubbleSort,
*> another through quickSort, and a third through radixSort, using
*> ACCEPT FROM TIME, and prints a side-by-side report so the caller
*> can pick a default algorithm for a given array size -- and see
*> whether a bounded-range array is better off distributed than
*> compared. takes arraySize/ws-array via linkage the
*> same way every other menu-dispatched command does, so it times the
*> array already on hand instead of prompting for a new one.
data division.
	working-storage section.
	*> bubble/quick/radix working copies declared directly rather than
	*> via more COPY ARRAYRECs: the copybook's arrayMaxSize
	*> 78-level only needs declaring once per program.
	01 ws-bubble-array.
		05 bubble-elements pic s9(9) comp-3 occurs 0 to 9999 times
	01 ws-quick-array.
		05 quick-elements pic s9(9) comp-3 occurs 0 to 9999 times
			depending on arraySize.
	01 ws-radix-array.
		05 radix-elements pic s9(9) comp-3 occurs 0 to 9999 times
			depending on arraySize.

	01 copyIndex pic 9(5).
	01 startTime pic 9(8).
	01 endTime pic 9(8).
	01 bubbleElapsed pic s9(8).
	01 quickElapsed pic s9(8).
	01 radixElapsed pic s9(8).
	01 out-elapsed pic -Z(6)9.

	*> the HHMMSSss-to-hundredths conversion itself now lives in the
	perform copyToBubble until copyIndex > arraySize
	move 1 to copyIndex
	perform copyToQuick until copyIndex > arraySize
	move 1 to copyIndex
	perform copyToRadix until copyIndex > arraySize

	accept startTime from time
	call 'bubbleSort' using arraySize, ws-bubble-array
	if quickElapsed < 0 then
		add hundredthsPerDay to quickElapsed.

	accept startTime from time
	call 'radixSort' using arraySize, ws-radix-array
	accept endTime from time
	move startTime to ws-time-work
	perform convertToHundredths
	move ws-time-total to startHundredths
	move endTime to ws-time-work
	perform convertToHundredths
	move ws-time-total to endHundredths
	compute radixElapsed = endHundredths - startHundredths
	if radixElapsed < 0 then
		add hundredthsPerDay to radixElapsed.

	display "---------------------------------------------"
	display "sort timing comparison for arraySize = " arraySize
	move bubbleElapsed to out-elapsed
	display "bubbleSort elapsed (hundredths of a second): " out-elapsed
	move quickElapsed to out-elapsed
	display "quickSort  elapsed (hundredths of a second): " out-elapsed
	move radixElapsed to out-elapsed
	display "radixSort  elapsed (hundredths of a second): " out-elapsed
	display "---------------------------------------------"
	goback.

	copyToQuick.
	move elements(copyIndex) to quick-elements(copyIndex)
	add 1 to copyIndex.

	copyToRadix.
	move elements(copyIndex) to radix-elements(copyIndex)
	add 1 to copyIndex.
