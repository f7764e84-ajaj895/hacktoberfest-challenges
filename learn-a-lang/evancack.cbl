      *acknowledgment; an acknowledgment no transmission expects
      *is reported on its own.
      *
      *A site the processing calendar shows closed on the cycle
      *date is not expected to acknowledge: with no ack (or no
      *file, EVANCSPL having held it) it reports SITE CLOSED and
      *fails nothing. A closed site that did load and acknowledge
      *its file is judged like any other.
      *
      *A file EVANCRTX rebuilt and resent is booked on the
      *retransmission register, and from the first check on or
      *after the day it was resent its acknowledgment is expected
      *beside the original's. The site acknowledges a resend under
      *the original cycle date, so an acknowledgment for another
      *cycle is claimed by an outstanding resend for that site and
      *cycle before it is set aside. A claimed resend is marked on
      *the register and is not expected again; one still
      *unacknowledged is outstanding like any other transmission.
      *
      *The PARM carries the cycle date (YYYYMMDD) of the
      *transmissions being matched; a blank PARM takes today's
      *date.
      *
      *Modification History:
      * 2026-09-02  EC  Initial version.
      * 2026-10-15  EC  Stopped expecting an acknowledgment from a
      *                 site closed on the processing calendar.
      * 2026-10-15  EC  Expected an acknowledgment for every resend
      *                 booked on the retransmission register.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVANCACK.
       AUTHOR. EVANCOLWELL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STE-KEY
               FILE STATUS IS WS-STE-STATUS.
           SELECT RESEND-REG-FILE ASSIGN TO "RTXREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTR-KEY
               FILE STATUS IS WS-RTR-STATUS.
           SELECT REPORT-FILE ASSIGN TO "RPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       FD  SITE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EVANCSTE.
       FD  RESEND-REG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EVANCRTR.
       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 RPT-LINE PIC X(132).
           88 WS-STE-OK VALUE '00'.
       01 WS-STE-OPENED-SW PIC X(01) VALUE 'N'.
           88 WS-STE-OPENED VALUE 'Y'.
       01 WS-RTR-STATUS PIC X(02).
           88 WS-RTR-OK VALUE '00'.
       01 WS-RTR-OPENED-SW PIC X(01) VALUE 'N'.
           88 WS-RTR-OPENED VALUE 'Y'.
       01 WS-RPT-STATUS PIC X(02).
           88 WS-RPT-OK VALUE '00'.
       01 WS-RPT-OPENED-SW PIC X(01) VALUE 'N'.
           88 WS-STE-EOF VALUE 'Y'.
       01 WS-SPL-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-SPL-EOF VALUE 'Y'.
       01 WS-RTR-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-RTR-EOF VALUE 'Y'.
       01 WS-CYCLE-DATE PIC X(08).
      *Acknowledgment table, loaded whole so matching doesn't
      *depend on the order the sites' records arrive in. Rows are
                   88 WS-ACK-CLAIMED VALUE 'Y'.
       01 WS-ACK-SUB PIC 9(03) VALUE 0 COMP.
       01 WS-ACK-FOUND-SUB PIC 9(03) VALUE 0 COMP.
      *Resend table, loaded from the retransmission register before
      *the acknowledgments: every resend not yet acknowledged that
      *went out on or before the cycle date. A register that can't
      *be read is warned about once and no resend is judged.
       01 WS-RTX-MAX PIC 9(03) VALUE 50 COMP.
       01 WS-RTX-USED PIC 9(03) VALUE 0 COMP.
       01 WS-RTX-TABLE.
           05 WS-RTX-ROW OCCURS 50 TIMES.
               10 WS-RTX-KEY.
                   15 WS-RTX-SITE PIC X(08).
                   15 WS-RTX-CYCLE PIC X(08).
                   15 WS-RTX-RESEND-NO PIC 9(02).
               10 WS-RTX-FILE-NO PIC 9(02).
               10 WS-RTX-COUNT PIC 9(06).
       01 WS-RTX-SUB PIC 9(03) VALUE 0 COMP.
       01 WS-RTX-FOUND-SUB PIC 9(03) VALUE 0 COMP.
      *Per-split results from the scan pass: whether the cycle
      *produced the file at all, its trailer control total, and
      *the details actually counted on it.
       01 WS-MISMATCH-COUNT PIC 9(05) VALUE 0 COMP.
       01 WS-UNACKED-COUNT PIC 9(05) VALUE 0 COMP.
       01 WS-UNEXPECTED-COUNT PIC 9(05) VALUE 0 COMP.
       01 WS-CLOSED-COUNT PIC 9(05) VALUE 0 COMP.
       01 WS-RESEND-COUNT PIC 9(05) VALUE 0 COMP.
      *Processing calendar request area, shared with the EVANCCLK
      *subprogram via copybook. A calendar that can't be read is
      *warned about once and every site is expected to ack, as
      *before the calendar existed.
           COPY EVANCCLQ.
       01 WS-CAL-WARNED-SW PIC X(01) VALUE 'N'.
           88 WS-CAL-WARNED VALUE 'Y'.
       01 WS-LINE-COUNT PIC 9(03) VALUE 99 COMP.
       01 WS-LINES-PER-PAGE PIC 9(03) VALUE 55 COMP.
       01 WS-PAGE-COUNT PIC 9(04) VALUE 0 COMP.
           05 WS-DET-ACKED PIC X(06).
           05 FILLER PIC X(06) VALUE SPACES.
           05 WS-DET-STATUS PIC X(16).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DET-NOTE PIC X(28).
           05 FILLER PIC X(42) VALUE SPACES.
      *A resend's line names which resend of which cycle it is.
       01 WS-RESEND-NOTE.
           05 FILLER PIC X(07) VALUE 'RESEND '.
           05 WS-NOTE-RESEND-NO PIC 9(02).
           05 FILLER PIC X(10) VALUE ' OF CYCLE '.
           05 WS-NOTE-CYCLE PIC X(08).
       01 WS-SUMMARY-LINE.
           05 FILLER PIC X(08) VALUE 'MATCHED '.
           05 WS-SUM-MATCHED PIC ZZZZ9.
           05 WS-SUM-UNACKED PIC ZZZZ9.
           05 FILLER PIC X(12) VALUE '  UNEXPECTED'.
           05 WS-SUM-UNEXP PIC ZZZZ9.
           05 FILLER PIC X(13) VALUE '  SITE CLOSED'.
           05 WS-SUM-CLOSED PIC ZZZZ9.
           05 FILLER PIC X(09) VALUE '  RESENDS'.
           05 WS-SUM-RESENDS PIC ZZZZ9.
           05 FILLER PIC X(32) VALUE SPACES.
      *Run outcome, reflected into RETURN-CODE at end of run, the
      *same 0/4/8 convention the rest of the suite uses: 0 =
      *every transmission acknowledged with a matching count,
      *4 = only unexpected or wrong-cycle acknowledgments to look
      *at, or the processing calendar or the retransmission
      *register could not be read, 8 = a transmission or a resend
      *outstanding past the cut-off (a count mismatch, no
      *acknowledgment, or a split file with no trailer), a file
      *could not be opened, or a resend could not be marked.
       01 WS-RUN-RC PIC 9(03) VALUE 0.
           88 WS-RC-SUCCESS VALUE 0.
           88 WS-RC-WARNING VALUE 4.
               VARYING WS-SPL-SLOT FROM 1 BY 1
               UNTIL WS-SPL-SLOT > WS-SPLIT-MAX.
           PERFORM 3000-MATCH-SITES-PARA THRU 3000-EXIT.
           PERFORM 3700-MATCH-RESENDS-PARA THRU 3700-EXIT.
           PERFORM 4000-WRAP-UP-PARA THRU 4000-EXIT.
           PERFORM 9000-CLOSE-PARA THRU 9000-EXIT.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.
      *----------------------------------------------------------*
      * 1000-OPEN-PARA opens the acknowledgment file, the site     *
      * master, the retransmission register and the report, and    *
      * loads the resends this check expects. The split files open *
      * one at a time in the scan pass, where a missing generation *
      * just means no transmission was produced for that file.     *
      *----------------------------------------------------------*
       1000-OPEN-PARA.
           IF LS-PARM-LEN > 7
                   WS-STE-STATUS
               SET WS-RC-FAILURE TO TRUE
           END-IF.
           OPEN I-O RESEND-REG-FILE.
           IF WS-RTR-OK
               SET WS-RTR-OPENED TO TRUE
               PERFORM 1050-START-RESENDS-PARA THRU 1050-EXIT
               PERFORM 1060-LOAD-RESEND-PARA THRU 1060-EXIT
                   UNTIL WS-RTR-EOF
           ELSE
               DISPLAY 'EVANCACK: UNABLE TO OPEN RTXREG, STATUS='
                   WS-RTR-STATUS ', NO RESEND JUDGED'
               IF NOT WS-RC-FAILURE
                   SET WS-RC-WARNING TO TRUE
               END-IF
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-OK
               SET WS-RPT-OPENED TO TRUE
           MOVE WS-CYCLE-DATE TO WS-HEAD2-CYCLE.
       1000-EXIT.
           EXIT.
       1050-START-RESENDS-PARA.
           MOVE LOW-VALUES TO RTR-KEY.
           START RESEND-REG-FILE KEY IS NOT LESS THAN RTR-KEY
               INVALID KEY
                   SET WS-RTR-EOF TO TRUE
           END-START.
       1050-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 1060-LOAD-RESEND-PARA loads one outstanding resend into    *
      * the table. A resend made after the cycle date is not due   *
      * until a later check.                                       *
      *----------------------------------------------------------*
       1060-LOAD-RESEND-PARA.
           READ RESEND-REG-FILE NEXT RECORD
               AT END
                   SET WS-RTR-EOF TO TRUE
                   GO TO 1060-EXIT
           END-READ.
           IF NOT RTR-ACK-OUTSTANDING
               GO TO 1060-EXIT.
           IF RTR-RESEND-DATE > WS-CYCLE-DATE
               GO TO 1060-EXIT.
           IF WS-RTX-USED = WS-RTX-MAX
               DISPLAY 'EVANCACK: MORE THAN ' WS-RTX-MAX
                   ' RESENDS OUTSTANDING, FAILING RUN'
               SET WS-RC-FAILURE TO TRUE
               SET WS-RTR-EOF TO TRUE
               GO TO 1060-EXIT.
           ADD 1 TO WS-RTX-USED.
           MOVE RTR-SITE-ID TO WS-RTX-SITE (WS-RTX-USED).
           MOVE RTR-CYCLE-DATE TO WS-RTX-CYCLE (WS-RTX-USED).
           MOVE RTR-RESEND-NO TO WS-RTX-RESEND-NO (WS-RTX-USED).
           MOVE RTR-XMIT-FILE-NO TO WS-RTX-FILE-NO (WS-RTX-USED).
           MOVE RTR-DETAIL-COUNT TO WS-RTX-COUNT (WS-RTX-USED).
       1060-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 1100-LOAD-ACKS-PARA loads one acknowledgment into the      *
      * table. Records for another cycle are set aside with a      *
      * display - a stale retransmitted ack must not satisfy       *
      * tonight's file - unless an outstanding resend of that      *
      * site and cycle is waiting for it.                          *
      *----------------------------------------------------------*
       1100-LOAD-ACKS-PARA.
           READ ACK-FILE
                   SET WS-ACK-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           MOVE 0 TO WS-RTX-FOUND-SUB.
           IF ACK-CYCLE-DATE NOT = WS-CYCLE-DATE
               PERFORM 1150-FIND-RESEND-PARA THRU 1150-EXIT
                   VARYING WS-RTX-SUB FROM 1 BY 1
                   UNTIL WS-RTX-SUB > WS-RTX-USED
                      OR WS-RTX-FOUND-SUB > 0
           END-IF.
           IF ACK-CYCLE-DATE NOT = WS-CYCLE-DATE
                   AND WS-RTX-FOUND-SUB = 0
               DISPLAY 'EVANCACK: ACK FROM ' ACK-SITE-ID
                   ' IS FOR CYCLE ' ACK-CYCLE-DATE ', SET ASIDE'
               ADD 1 TO WS-UNEXPECTED-COUNT
           MOVE 'N' TO WS-ACK-USED-SW (WS-ACK-USED).
       1100-EXIT.
           EXIT.
       1150-FIND-RESEND-PARA.
           IF WS-RTX-SITE (WS-RTX-SUB) = ACK-SITE-ID
                   AND WS-RTX-CYCLE (WS-RTX-SUB) = ACK-CYCLE-DATE
               MOVE WS-RTX-SUB TO WS-RTX-FOUND-SUB
           END-IF.
       1150-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2000-SCAN-SPLIT-PARA opens one split file, counts its      *
      * details and captures its trailer control total. The daily  *
           EXIT.
      *----------------------------------------------------------*
      * 3000-MATCH-SITES-PARA browses the site master and judges   *
      * each active site's transmission against its ack. A site    *
      * closed on the cycle date with no ack or no file is         *
      * reported closed, not outstanding.                          *
      *----------------------------------------------------------*
       3000-MATCH-SITES-PARA.
           IF NOT WS-STE-OPENED
               END-IF
               GO TO 3100-EXIT.
           MOVE STE-XMIT-FILE-NO TO WS-SPL-SLOT.
           PERFORM 3050-CHECK-CALENDAR-PARA THRU 3050-EXIT.
           IF NOT WS-SPL-PRESENT (WS-SPL-SLOT)
                   AND NOT CAL-REQ-CLOSED
               GO TO 3100-EXIT.
           MOVE 0 TO WS-ACK-FOUND-SUB.
           PERFORM 3200-FIND-ACK-PARA THRU 3200-EXIT
               VARYING WS-ACK-SUB FROM 1 BY 1
               UNTIL WS-ACK-SUB > WS-ACK-USED
                  OR WS-ACK-FOUND-SUB > 0.
      *A closed site's ack, if one came anyway, is claimed here so
      *it isn't reported as unexpected; it is only judged when
      *there was a file for it to acknowledge.
           IF CAL-REQ-CLOSED
                   AND (WS-ACK-FOUND-SUB = 0
                        OR NOT WS-SPL-PRESENT (WS-SPL-SLOT))
               PERFORM 3150-PRINT-CLOSED-PARA THRU 3150-EXIT
               GO TO 3100-EXIT.
           EVALUATE TRUE
               WHEN WS-ACK-FOUND-SUB = 0
                   ADD 1 TO WS-UNACKED-COUNT
           MOVE STE-SITE-ID TO WS-DET-SITE.
           MOVE WS-SPL-SLOT TO WS-DET-FILE.
           MOVE WS-SPL-TRL-COUNT (WS-SPL-SLOT) TO WS-DET-XMIT.
           MOVE SPACES TO WS-DET-NOTE.
           PERFORM 3500-PRINT-LINE-PARA THRU 3500-EXIT.
       3100-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 3050-CHECK-CALENDAR-PARA asks EVANCCLK whether the site    *
      * was processing on the cycle date.                          *
      *----------------------------------------------------------*
       3050-CHECK-CALENDAR-PARA.
           MOVE SPACES TO CAL-REQUEST.
           MOVE STE-SITE-ID TO CAL-REQ-SITE-ID.
           MOVE WS-CYCLE-DATE TO CAL-REQ-DATE.
           CALL 'EVANCCLK' USING CAL-REQUEST.
           IF CAL-REQ-ERROR AND NOT WS-CAL-WARNED
               DISPLAY 'EVANCACK: PROCESSING CALENDAR UNAVAILABLE, '
                   'EVERY SITE EXPECTED TO ACK'
               SET WS-CAL-WARNED TO TRUE
               IF NOT WS-RC-FAILURE
                   SET WS-RC-WARNING TO TRUE
               END-IF
           END-IF.
       3050-EXIT.
           EXIT.
       3150-PRINT-CLOSED-PARA.
           ADD 1 TO WS-CLOSED-COUNT.
           MOVE STE-SITE-ID TO WS-DET-SITE.
           MOVE WS-SPL-SLOT TO WS-DET-FILE.
           MOVE WS-SPL-TRL-COUNT (WS-SPL-SLOT) TO WS-DET-XMIT.
           IF WS-ACK-FOUND-SUB = 0
               MOVE 'NONE' TO WS-DET-ACKED
           ELSE
               MOVE 'Y' TO WS-ACK-USED-SW (WS-ACK-FOUND-SUB)
               MOVE WS-ACK-COUNT (WS-ACK-FOUND-SUB) TO WS-DET-ACKED
           END-IF.
           MOVE 'SITE CLOSED' TO WS-DET-STATUS.
           MOVE SPACES TO WS-DET-NOTE.
           PERFORM 3500-PRINT-LINE-PARA THRU 3500-EXIT.
       3150-EXIT.
           EXIT.
       3200-FIND-ACK-PARA.
           IF NOT WS-ACK-CLAIMED (WS-ACK-SUB)
                   AND WS-ACK-SITE (WS-ACK-SUB) = STE-SITE-ID
                   AND WS-ACK-CYCLE (WS-ACK-SUB) = WS-CYCLE-DATE
               MOVE WS-ACK-SUB TO WS-ACK-FOUND-SUB
           END-IF.
       3200-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 3700-MATCH-RESENDS-PARA judges each outstanding resend     *
      * against the site's acknowledgment for the original cycle,  *
      * the same way an original transmission is judged against    *
      * its trailer, and marks the register when one is found.     *
      *----------------------------------------------------------*
       3700-MATCH-RESENDS-PARA.
           PERFORM 3710-MATCH-ONE-RESEND-PARA THRU 3710-EXIT
               VARYING WS-RTX-SUB FROM 1 BY 1
               UNTIL WS-RTX-SUB > WS-RTX-USED.
       3700-EXIT.
           EXIT.
       3710-MATCH-ONE-RESEND-PARA.
           ADD 1 TO WS-RESEND-COUNT.
           MOVE 0 TO WS-ACK-FOUND-SUB.
           PERFORM 3720-FIND-RESEND-ACK-PARA THRU 3720-EXIT
               VARYING WS-ACK-SUB FROM 1 BY 1
               UNTIL WS-ACK-SUB > WS-ACK-USED
                  OR WS-ACK-FOUND-SUB > 0.
           EVALUATE TRUE
               WHEN WS-ACK-FOUND-SUB = 0
                   ADD 1 TO WS-UNACKED-COUNT
                   SET WS-RC-FAILURE TO TRUE
                   MOVE 'NONE' TO WS-DET-ACKED
                   MOVE 'RESEND UNACKED' TO WS-DET-STATUS
               WHEN WS-ACK-COUNT (WS-ACK-FOUND-SUB)
                       = WS-RTX-COUNT (WS-RTX-SUB)
                   MOVE 'Y' TO WS-ACK-USED-SW (WS-ACK-FOUND-SUB)
                   ADD 1 TO WS-MATCHED-COUNT
                   MOVE WS-ACK-COUNT (WS-ACK-FOUND-SUB)
                       TO WS-DET-ACKED
                   MOVE 'RESEND MATCHED' TO WS-DET-STATUS
               WHEN OTHER
                   MOVE 'Y' TO WS-ACK-USED-SW (WS-ACK-FOUND-SUB)
                   ADD 1 TO WS-MISMATCH-COUNT
                   SET WS-RC-FAILURE TO TRUE
                   MOVE WS-ACK-COUNT (WS-ACK-FOUND-SUB)
                       TO WS-DET-ACKED
                   MOVE 'RESEND MISMATCH' TO WS-DET-STATUS
           END-EVALUATE.
           MOVE WS-RTX-SITE (WS-RTX-SUB) TO WS-DET-SITE.
           MOVE WS-RTX-FILE-NO (WS-RTX-SUB) TO WS-DET-FILE.
           MOVE WS-RTX-COUNT (WS-RTX-SUB) TO WS-DET-XMIT.
           MOVE WS-RTX-RESEND-NO (WS-RTX-SUB) TO WS-NOTE-RESEND-NO.
           MOVE WS-RTX-CYCLE (WS-RTX-SUB) TO WS-NOTE-CYCLE.
           MOVE WS-RESEND-NOTE TO WS-DET-NOTE.
           PERFORM 3500-PRINT-LINE-PARA THRU 3500-EXIT.
           IF WS-ACK-FOUND-SUB > 0
               PERFORM 3750-MARK-RESEND-PARA THRU 3750-EXIT
           END-IF.
       3710-EXIT.
           EXIT.
       3720-FIND-RESEND-ACK-PARA.
           IF NOT WS-ACK-CLAIMED (WS-ACK-SUB)
                   AND WS-ACK-SITE (WS-ACK-SUB)
                       = WS-RTX-SITE (WS-RTX-SUB)
                   AND WS-ACK-CYCLE (WS-ACK-SUB)
                       = WS-RTX-CYCLE (WS-RTX-SUB)
               MOVE WS-ACK-SUB TO WS-ACK-FOUND-SUB
           END-IF.
       3720-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 3750-MARK-RESEND-PARA records on the register that the     *
      * resend was acknowledged, under which cycle's check and     *
      * with what count, so it is not expected again. A resend     *
      * that can't be marked would be reported unacknowledged on   *
      * the next check, so the failure is raised now.              *
      *----------------------------------------------------------*
       3750-MARK-RESEND-PARA.
           MOVE WS-RTX-KEY (WS-RTX-SUB) TO RTR-KEY.
           READ RESEND-REG-FILE
               INVALID KEY
                   DISPLAY 'EVANCACK: RTXREG READ FAILED, KEY='
                       RTR-KEY ' STATUS=' WS-RTR-STATUS
                   SET WS-RC-FAILURE TO TRUE
                   GO TO 3750-EXIT
           END-READ.
           IF WS-ACK-COUNT (WS-ACK-FOUND-SUB) = RTR-DETAIL-COUNT
               SET RTR-ACK-MATCHED TO TRUE
           ELSE
               SET RTR-ACK-MISMATCHED TO TRUE
           END-IF.
           MOVE WS-CYCLE-DATE TO RTR-ACK-CYCLE.
           MOVE WS-ACK-COUNT (WS-ACK-FOUND-SUB) TO RTR-ACK-COUNT.
           REWRITE RTR-RECORD
               INVALID KEY
                   DISPLAY 'EVANCACK: RTXREG REWRITE FAILED, KEY='
                       RTR-KEY ' STATUS=' WS-RTR-STATUS
                   SET WS-RC-FAILURE TO TRUE
           END-REWRITE.
       3750-EXIT.
           EXIT.
       3500-PRINT-LINE-PARA.
           IF NOT WS-RPT-OPENED
               GO TO 3500-EXIT.
           MOVE WS-MISMATCH-COUNT TO WS-SUM-MISMATCH.
           MOVE WS-UNACKED-COUNT TO WS-SUM-UNACKED.
           MOVE WS-UNEXPECTED-COUNT TO WS-SUM-UNEXP.
           MOVE WS-CLOSED-COUNT TO WS-SUM-CLOSED.
           MOVE WS-RESEND-COUNT TO WS-SUM-RESENDS.
           MOVE WS-SUMMARY-LINE TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 2 LINES.
           IF WS-UNEXPECTED-COUNT > 0 AND NOT WS-RC-FAILURE
           MOVE 0 TO WS-DET-XMIT.
           MOVE WS-ACK-COUNT (WS-ACK-SUB) TO WS-DET-ACKED.
           MOVE 'UNEXPECTED ACK' TO WS-DET-STATUS.
           MOVE SPACES TO WS-DET-NOTE.
           PERFORM 3500-PRINT-LINE-PARA THRU 3500-EXIT.
       4100-EXIT.
           EXIT.
           IF WS-STE-OPENED
               CLOSE SITE-FILE
           END-IF.
           IF WS-RTR-OPENED
               CLOSE RESEND-REG-FILE
           END-IF.
           IF WS-RPT-OPENED
               CLOSE REPORT-FILE
           END-IF.
               ' MATCHED=' WS-MATCHED-COUNT
               ' MISMATCHED=' WS-MISMATCH-COUNT
               ' UNACKNOWLEDGED=' WS-UNACKED-COUNT
               ' UNEXPECTED=' WS-UNEXPECTED-COUNT
               ' SITE-CLOSED=' WS-CLOSED-COUNT
               ' RESENDS=' WS-RESEND-COUNT.
       9000-EXIT.
           EXIT.
