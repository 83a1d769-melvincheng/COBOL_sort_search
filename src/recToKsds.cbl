*> from the upstream extract every single day. ksdsToRec.cbl is the
*> read-side counterpart.
*>
*> no value-keyed companion: ARRAYKSR has no valueLookup consumer.
*> this wholesale reload is not journaled -- the upstream extract it
*> is built from is its own recovery source -- but day-to-day posting
*> against the saved file goes through ksrPosting, which journals
*> every change to KSRJRNL for ksrBackout. RETURN-CODE: rc-success
*> with a count displayed, rc-invalid-input when the file cannot be
*> opened.
environment division.
	input-output section.
	file-control.
