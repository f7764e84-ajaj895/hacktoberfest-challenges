      *The caller sets the function, its program id and the cycle
      *date (and, on END, the return code and record count);
      *EVANCRUN answers in the result byte.
      *The suppressed count is only EVANCEDT's to set; a caller
      *that leaves it as spaces books zero.
       01 RUN-REQUEST.
           05 RUN-REQ-FUNCTION PIC X(03).
               88 RUN-REQ-START VALUE 'STR'.
               88 RUN-REQ-OK VALUE 'Y'.
               88 RUN-REQ-DUPLICATE VALUE 'D'.
               88 RUN-REQ-ERROR VALUE 'E'.
           05 RUN-REQ-SUPPRESS-COUNT PIC 9(08).
