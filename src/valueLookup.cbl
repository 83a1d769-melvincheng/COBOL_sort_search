	01 arrayval-record.
		05 av-key.
			10 av-value-key pic 9(10).
			10 av-position pic 9(6).
		05 av-element copy "ELEMPIC.cpy".

	fd lookparm.
		78 signedValueOffset value 1000000000.
		01 lookupValue copy "ELEMPIC.cpy".
		01 lookupKeyValue pic 9(10).
		01 foundCount pic 9(6) value 0.
		01 ws-answer pic x(10).
		01 out-value copy "ELEMEDIT.cpy".
		01 out-position pic zzzzz9.
		copy "RETCODE.cpy".

procedure division.
