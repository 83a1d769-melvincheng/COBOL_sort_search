	file section.
	fd arrayksds.
	01 arrayksds-record.
		05 ak-position pic 9(6).
		05 ak-element copy "ELEMPIC.cpy".

	fd xrefcov.
		01 missTable.
			05 missEntry occurs 500 times.
				10 ms-value pic s9(9) comp-3.
				10 ms-count pic 9(6).
		01 missCount pic 9(3) value 0.
		01 missIndex pic 9(3).
		01 ws-miss-found pic x(1).
			88 miss-found value "Y".
		01 overflowCount pic 9(6) value 0.

		01 totalValues pic 9(6) value 0.
		01 coveredValues pic 9(6) value 0.
		01 uncoveredValues pic 9(6) value 0.
		01 coveredPercent pic 9(3)v9 value 0.
		01 ws-xref-usable pic x(1) value "Y".
			88 xref-usable value "Y".
		01 ws-rpt-line pic x(80).
		01 out-value copy "ELEMEDIT.cpy".
		01 out-count pic zzzzz9.
		01 out-percent pic zz9.9.
		copy "RETCODE.cpy".

