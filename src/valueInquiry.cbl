	01 arrayval-record.
		05 av-key.
			10 av-value-key pic 9(10).
			10 av-position pic 9(6).
		05 av-element copy "ELEMPIC.cpy".

	working-storage section.
		01 lookupKeyValue pic 9(10).
		01 foundCount pic 9(5).
		01 lineIndex pic 9(2).
		01 out-position pic zzzzz9.

		01 ws-session-done pic x(1) value "N".
			88 session-done value "Y".
