      *> shared layout of one BANDSTAT band-stream event record: the
      *> parallel sort path's log, one line per thing that happened to
      *> a band between bandSplit's fan-out and bandMerge's
      *> reassembly. written fresh by bandStream's OPEN (one EXPECTED
      *> line per band, from BANDCNTL) and appended by every band step
      *> and status check after it -- the band steps run concurrently,
      *> so each writes only its own lines. field names are fixed;
      *> callers COPY with no REPLACING:
      *>
      *>   copy "BSTREC.cpy".
      *>
      *> bs-event   EXPECTED  the band's fan-out count (bs-expected)
      *>            STARTED   its sort step began
      *>            FINISHED  its sort ended cleanly, count balanced
      *>            FAILED    its sort ended badly or short
      *>            CUTOFF    its sort stopped at the window cutoff and
      *>                      will resume
      *>            OVERRUN   still running past the time limit (raised
      *>                      once per start)
      *> bs-rc, bs-count, bs-elapsed  the sort's RETURN-CODE, the
      *>            records its SORTOUT trailer carried, and minutes
      *>            since STARTED -- on FINISHED/FAILED/CUTOFF/OVERRUN
01 band-stream-event.
	05 bs-date pic 9(8).
	05 filler pic x(1) value space.
	05 bs-time pic 9(6).
	05 filler pic x(1) value space.
	05 bs-band pic 9(1).
	05 filler pic x(1) value space.
	05 bs-event pic x(8).
		88 bs-expected-event value "EXPECTED".
		88 bs-started value "STARTED".
		88 bs-finished value "FINISHED".
		88 bs-failed value "FAILED".
		88 bs-cutoff value "CUTOFF".
		88 bs-overrun value "OVERRUN".
	05 filler pic x(1) value space.
	05 bs-rc pic 9(2).
	05 filler pic x(1) value space.
	05 bs-count pic 9(7).
	05 filler pic x(1) value space.
	05 bs-expected pic 9(7).
	05 filler pic x(1) value space.
	05 bs-elapsed pic 9(5).
