      *Record layout for the processing calendar master. One
      *record per site per non-processing day - a site holiday,
      *a shutdown, any date the site takes no transmission -
      *keyed by site id plus date and maintained through
      *EVANCCMT. A date with no row is an open day, so a site
      *with no rows at all processes every day, as every site did
      *before the calendar existed. The EVANCCLK subprogram is
      *the one lookup every program asks: EVANCREL rolls a held
      *request due on a closed day to the site's next open day,
      *EVANCSPL holds a closed site's split until it reopens,
      *EVANCACK expects no acknowledgment from a closed site and
      *EVANCMVS marks the closed days on the statement.
       01 CAL-RECORD.
           05 CAL-KEY.
               10 CAL-SITE-ID PIC X(08).
               10 CAL-DATE PIC X(08).
           05 CAL-REASON PIC X(30).
           05 CAL-ADDED-DATE PIC X(08).
           05 FILLER PIC X(26).
