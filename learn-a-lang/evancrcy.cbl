      *reject. Corrections whose corrected record is not a raw
      *detail ('D' in column one) are refused at load - the
      *recycle only feeds the edit things the edit can take.
      *Columns 37-50 of a rejected detail are the lineage stamp
      *EVANCEDT put there (the batch it first arrived in), not
      *anything the site sent, so the match ignores them whether
      *or not the site copied them back. The matched reject's
      *stamp goes out on the corrected record, under a re-entry
      *header marked as a recycle, so the greeting it becomes is
      *traced back to the batch the site originally sent.
      *
      *The PARM carries the stream's cycle date (YYYYMMDD), used
      *as the creation date on the re-entry batch headers, and
      * 2026-09-02  EC  Logged the run's outcome to the central
      *                 operations message file through EVANCMSG
      *                 for the nightly exception digest.
      * 2026-10-15  EC  Matched corrections with the lineage stamp
      *                 columns ignored, carried the reject's
      *                 stamp onto the corrected record and marked
      *                 the re-entry headers as recycles for
      *                 greeting lineage.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVANCRCY.
       AUTHOR. EVANCOLWELL.
               10 WS-COR-SITE PIC X(08).
               10 WS-COR-ORIG PIC X(80).
               10 WS-COR-NEW PIC X(80).
               10 WS-COR-STAMP PIC X(14).
               10 WS-COR-MATCHED-SW PIC X(01).
                   88 WS-COR-MATCHED VALUE 'Y'.
               10 WS-COR-WRITTEN-SW PIC X(01).
       01 WS-CUR-REC PIC X(80).
       01 WS-CUR-SITE PIC X(08).
       01 WS-CUR-AGE PIC 9(03).
      *The reject image as matched - its lineage stamp columns
      *blanked, the same as the correction images are at load -
      *and the corrected detail being written out.
       01 WS-CUR-MATCH-REC PIC X(80).
       01 WS-RCY-DET-REC PIC X(80).
      *Work record built here and written to the carry-forward
      *file, mirroring the EVANCRCV layout the next cycle's run
      *reads back.
           05 FILLER PIC X(01) VALUE 'H'.
           05 WS-HDR-SITE-ID PIC X(08).
           05 WS-HDR-CREATE-DATE PIC X(08).
           05 FILLER PIC X(01) VALUE 'R'.
           05 FILLER PIC X(62) VALUE SPACES.
       01 WS-RAW-TRAILER-REC.
           05 FILLER PIC X(01) VALUE 'T'.
           05 WS-TRL-COUNT PIC 9(06).
           ADD 1 TO WS-COR-USED.
           MOVE COR-SITE-ID TO WS-COR-SITE (WS-COR-USED).
           MOVE COR-ORIG-REC TO WS-COR-ORIG (WS-COR-USED).
           MOVE SPACES TO WS-COR-ORIG (WS-COR-USED) (37:14).
           MOVE COR-NEW-REC TO WS-COR-NEW (WS-COR-USED).
           MOVE SPACES TO WS-COR-STAMP (WS-COR-USED).
           MOVE 'N' TO WS-COR-MATCHED-SW (WS-COR-USED).
           MOVE 'N' TO WS-COR-WRITTEN-SW (WS-COR-USED).
       1150-EXIT.
      * aging report.                                              *
      *----------------------------------------------------------*
       2500-DISPOSE-REJECT-PARA.
           MOVE WS-CUR-REC TO WS-CUR-MATCH-REC.
           MOVE SPACES TO WS-CUR-MATCH-REC (37:14).
           MOVE 0 TO WS-MATCH-SUB.
           PERFORM 2600-MATCH-ONE-COR-PARA THRU 2600-EXIT
               VARYING WS-COR-SUB FROM 1 BY 1
                  OR WS-MATCH-SUB > 0.
           IF WS-MATCH-SUB > 0
               MOVE 'Y' TO WS-COR-MATCHED-SW (WS-MATCH-SUB)
               MOVE WS-CUR-REC (37:14) TO WS-COR-STAMP (WS-MATCH-SUB)
               ADD 1 TO WS-CORRECTED-COUNT
               GO TO 2500-EXIT.
           ADD 1 TO WS-CUR-AGE.
       2600-MATCH-ONE-COR-PARA.
           IF NOT WS-COR-MATCHED (WS-COR-SUB)
                   AND WS-COR-SITE (WS-COR-SUB) = WS-CUR-SITE
                   AND WS-COR-ORIG (WS-COR-SUB) = WS-CUR-MATCH-REC
               MOVE WS-COR-SUB TO WS-MATCH-SUB
           END-IF.
       2600-EXIT.
                   OR WS-COR-WRITTEN (WS-COR-SUB2)
                   OR WS-COR-SITE (WS-COR-SUB2) NOT = WS-BATCH-SITE
               GO TO 3200-EXIT.
           MOVE WS-COR-NEW (WS-COR-SUB2) TO WS-RCY-DET-REC.
           MOVE WS-COR-STAMP (WS-COR-SUB2) TO WS-RCY-DET-REC (37:14).
           WRITE RCY-RECORD FROM WS-RCY-DET-REC.
           MOVE 'Y' TO WS-COR-WRITTEN-SW (WS-COR-SUB2).
           ADD 1 TO WS-BATCH-DET-COUNT.
           ADD 1 TO WS-RECYCLED-COUNT.
