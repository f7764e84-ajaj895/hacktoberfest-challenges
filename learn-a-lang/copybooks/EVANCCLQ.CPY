      *Request area for the EVANCCLK processing calendar lookup.
      *Used both as the working-storage area the calling programs
      *fill in and as EVANCCLK's LINKAGE SECTION parameter, the
      *same dual use EVANCRNQ gets, so there is one copy of the
      *layout. The caller sets the site id and the date
      *(YYYYMMDD); EVANCCLK answers OPEN or CLOSED in the result
      *byte, and for a closed day the calendar's reason and the
      *site's next open day after it (spaces when nothing in the
      *coming year is open). ERROR means the calendar could not
      *be read; the caller decides what an unknown day means.
       01 CAL-REQUEST.
           05 CAL-REQ-SITE-ID PIC X(08).
           05 CAL-REQ-DATE PIC X(08).
           05 CAL-REQ-RESULT PIC X(01).
               88 CAL-REQ-OPEN VALUE 'O'.
               88 CAL-REQ-CLOSED VALUE 'C'.
               88 CAL-REQ-ERROR VALUE 'E'.
           05 CAL-REQ-REASON PIC X(30).
           05 CAL-REQ-NEXT-OPEN PIC X(08).
