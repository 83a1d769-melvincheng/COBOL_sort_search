*>   column  18     space
*>   columns 19-25  for WEEKDAY, seven Y/N flags Monday through
*>                  Sunday
*>   columns 27-61  up to four predecessor decks that must have
*>                  ENDED first (read by predCheck, not here)
*> scheduleFlag comes back "Y" (scheduled on checkDate), "N" (listed
*> but not scheduled that night), or "U" (deck not listed -- an
*> unlisted deck is nobody's business to refuse). RETURN-CODE:
