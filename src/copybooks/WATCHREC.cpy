      *> shared layouts of the value watchlist: WATCHLST, one line per
      *> value a watcher wants to hear about, and the watch events
      *> watchScan raises against each night's sorted output. watchMaint
      *> keeps WATCHLST from cards; watchScan reads it after sortoutGen
      *> and writes every event to the WATCHHST history and to the
      *> watcher's own notification file. field names are fixed;
      *> callers COPY with no REPLACING:
      *>
      *>   copy "WATCHREC.cpy".
      *>
      *> a watchlist line is one value for one watcher (a REQLIST
      *> requester, see reqIntake) -- the same value may be on the list
      *> once for each watcher:
      *>   wl-value        the watched value, leading separate sign
      *>   wl-watcher      the requester ID it is watched for
      *>   wl-watch-for    A  appearing in the sorted output
      *>                   D  disappearing from it
      *>                   B  both
      *>   wl-expiry       yyyymmdd after which it is no longer
      *>                   watched; zero watches it until dropped
      *>   wl-added-date   yyyymmdd the line was added or last changed
      *>   wl-added-by     the OPERID operator who did it
      *>   wl-reason       why it is watched, for the notification
01 watch-entry-detail.
	05 wl-value pic s9(9) sign leading separate.
	05 filler pic x(1) value space.
	05 wl-watcher pic x(8).
	05 filler pic x(1) value space.
	05 wl-watch-for pic x(1).
		88 wl-for-known value "A" "D" "B".
		88 wl-for-appear value "A" "B".
		88 wl-for-disappear value "D" "B".
	05 filler pic x(1) value space.
	05 wl-expiry pic 9(8).
	05 filler pic x(1) value space.
	05 wl-added-date pic 9(8).
	05 filler pic x(1) value space.
	05 wl-added-by pic x(3).
	05 filler pic x(1) value space.
	05 wl-reason pic x(40).

      *> a watch event: on we-date the watched value we-value went from
      *> absent in the prior SORTOUT generation to present tonight
      *> (APPEARED) or the other way (DISAPPEARED), and we-watcher had
      *> asked to hear of it.
01 watch-event-detail.
	05 we-date pic 9(8).
	05 filler pic x(1) value space.
	05 we-value pic s9(9) sign leading separate.
	05 filler pic x(1) value space.
	05 we-watcher pic x(8).
	05 filler pic x(1) value space.
	05 we-event pic x(11).
		88 we-appeared value "APPEARED".
		88 we-disappeared value "DISAPPEARED".
	05 filler pic x(1) value space.
	05 we-reason pic x(40).
