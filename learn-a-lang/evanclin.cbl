      *Greeting lineage inquiry for the CSA-Hacktoberfest- --
      *Challenges 2020 greeting job.
      *Written by Evan Colwell
      *
      *EVANCLIN answers the question EVANCGHI can't: where did this
      *greeting come from? Every history row now carries the site
      *that sent the request, the creation date of the batch it
      *first arrived in and its position within that batch, the
      *recipient name, and whether it went out straight from the
      *site's transmission, was held as pending and released on
      *its effective date, or was bounced and recycled from a
      *site's correction. Give it a site and a date range, or a
      *recipient name, and it prints each greeting issued with
      *that lineage, and the cycle the inbound batch registry
      *shows the batch accepted on - a site dispute is answered
      *without guessing the batch from BCHREG dates or searching
      *raw INFILE generations by hand.
      *
      *Selection comes from the EXEC statement's PARM, four fixed
      *fields run together, each spaces for no restriction:
      * positions  1-8  site id
      * positions  9-16 from-date YYYYMMDD (the cycle issued on)
      * positions 17-24 to-date   YYYYMMDD
      * positions 25-49 recipient name, exactly as the site sent it
      *e.g. PARM='SITE00012026100120261015' (a site over a range)
      *or   PARM='                        JANE DOE' (a recipient).
      *A site or a recipient name is required - the inquiry will
      *not print the whole history master. Both together narrow to
      *that recipient at that site.
      *
      *The master is read from the from-date forward and the scan
      *stops past the to-date. Rows issued before lineage was
      *carried have no site or name and are never selected.
      *
      *Compiled the same way as EVANCOLWELL:
      * cobc -x evanclin.cbl -I copybooks
      *
      *Modification History:
      * 2026-10-15  EC  Initial version.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVANCLIN.
       AUTHOR. EVANCOLWELL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-MASTER ASSIGN TO "GHISTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GHM-KEY
               FILE STATUS IS WS-GHM-STATUS.
           SELECT BATCH-REG-FILE ASSIGN TO "BCHREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRG-KEY
               FILE STATUS IS WS-BRG-STATUS.
           SELECT REPORT-FILE ASSIGN TO "RPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY EVANCGHM.
       FD  BATCH-REG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EVANCBRG.
       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 RPT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-GHM-STATUS PIC X(02).
           88 WS-GHM-OK VALUE '00'.
       01 WS-GHM-OPENED-SW PIC X(01) VALUE 'N'.
           88 WS-GHM-OPENED VALUE 'Y'.
       01 WS-BRG-STATUS PIC X(02).
           88 WS-BRG-OK VALUE '00'.
       01 WS-BRG-OPENED-SW PIC X(01) VALUE 'N'.
           88 WS-BRG-OPENED VALUE 'Y'.
       01 WS-RPT-STATUS PIC X(02).
           88 WS-RPT-OK VALUE '00'.
       01 WS-RPT-OPENED-SW PIC X(01) VALUE 'N'.
           88 WS-RPT-OPENED VALUE 'Y'.
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01 WS-READ-COUNT PIC 9(08) VALUE 0 COMP.
       01 WS-PRINT-COUNT PIC 9(08) VALUE 0 COMP.
      *Printed greetings by how they reached the cycle they were
      *issued on.
       01 WS-DIRECT-COUNT PIC 9(08) VALUE 0 COMP.
       01 WS-PENDING-COUNT PIC 9(08) VALUE 0 COMP.
       01 WS-RECYCLED-COUNT PIC 9(08) VALUE 0 COMP.
       01 WS-XPD-COUNT PIC 9(08) VALUE 0 COMP.
      *Selection taken from the PARM, normalized so spaces mean
      *no restriction on that field.
       01 WS-SEL-SITE-ID PIC X(08) VALUE SPACES.
       01 WS-SEL-FROM-DATE PIC X(08) VALUE SPACES.
       01 WS-SEL-TO-DATE PIC X(08) VALUE SPACES.
       01 WS-SEL-NAME PIC X(25) VALUE SPACES.
       01 WS-SEL-NAME-LEN PIC 9(04) VALUE 0 COMP.
      *The last batch looked up on the registry and what it said,
      *kept to spare BCHREG a random read per greeting - a
      *site's greetings from one batch come off the master
      *together.
       01 WS-LAST-BRG-KEY PIC X(16) VALUE LOW-VALUES.
       01 WS-LAST-BRG-CYCLE PIC X(08) VALUE SPACES.
       01 WS-LINE-COUNT PIC 9(03) VALUE 99 COMP.
       01 WS-LINES-PER-PAGE PIC 9(03) VALUE 55 COMP.
       01 WS-PAGE-COUNT PIC 9(04) VALUE 0 COMP.
       01 WS-RUN-DATE PIC X(08).
           COPY EVANCXID.
       01 WS-HEAD1.
           05 FILLER PIC X(10) VALUE 'EVANCLIN'.
           05 FILLER PIC X(40)
               VALUE 'GREETING LINEAGE INQUIRY'.
           05 FILLER PIC X(56) VALUE SPACES.
           05 FILLER PIC X(05) VALUE 'PAGE '.
           05 WS-HEAD1-PAGE PIC ZZZ9.
           05 FILLER PIC X(17) VALUE SPACES.
       01 WS-HEAD2.
           05 FILLER PIC X(09) VALUE 'RUN DATE '.
           05 WS-HEAD2-DATE PIC X(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(05) VALUE 'SITE '.
           05 WS-HEAD2-SITE PIC X(08).
           05 FILLER PIC X(06) VALUE ' FROM '.
           05 WS-HEAD2-FROM PIC X(08).
           05 FILLER PIC X(04) VALUE ' TO '.
           05 WS-HEAD2-TO PIC X(08).
           05 FILLER PIC X(11) VALUE ' RECIPIENT '.
           05 WS-HEAD2-NAME PIC X(25).
           05 FILLER PIC X(38) VALUE SPACES.
       01 WS-HEAD3.
           05 FILLER PIC X(10) VALUE 'ISSUED'.
           05 FILLER PIC X(08) VALUE 'SEQ'.
           05 FILLER PIC X(04) VALUE 'LNG'.
           05 FILLER PIC X(10) VALUE 'SITE'.
           05 FILLER PIC X(10) VALUE 'BATCH'.
           05 FILLER PIC X(08) VALUE 'REC NO'.
           05 FILLER PIC X(10) VALUE 'ACCEPTED'.
           05 FILLER PIC X(11) VALUE 'ROUTE'.
           05 FILLER PIC X(61) VALUE 'RECIPIENT'.
       01 WS-DETAIL-LINE.
           05 WS-DET-DATE PIC X(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DET-SEQ PIC 9(06).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DET-LANG PIC X(02).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DET-SITE PIC X(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DET-BATCH PIC X(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DET-POS PIC ZZZZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DET-ACCEPTED PIC X(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DET-ROUTE PIC X(09).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DET-NAME PIC X(25).
           05 FILLER PIC X(36) VALUE SPACES.
      *The greeting's text prints on a line of its own under its
      *lineage - the two together are wider than the page.
       01 WS-TEXT-LINE.
           05 FILLER PIC X(18) VALUE SPACES.
           05 FILLER PIC X(06) VALUE 'TEXT: '.
           05 WS-TXT-TEXT PIC X(70).
           05 FILLER PIC X(38) VALUE SPACES.
       01 WS-SUMMARY-LINE.
           05 FILLER PIC X(08) VALUE 'PRINTED '.
           05 WS-SUM-PRINTED PIC ZZZZZZZ9.
           05 FILLER PIC X(04) VALUE ' OF '.
           05 WS-SUM-READ PIC ZZZZZZZ9.
           05 FILLER PIC X(22)
               VALUE ' HISTORY ROWS EXAMINED'.
           05 FILLER PIC X(82) VALUE SPACES.
       01 WS-ROUTE-LINE.
           05 FILLER PIC X(08) VALUE 'DIRECT  '.
           05 WS-RTE-DIRECT PIC ZZZZZZZ9.
           05 FILLER PIC X(18) VALUE '  HELD AS PENDING '.
           05 WS-RTE-PENDING PIC ZZZZZZZ9.
           05 FILLER PIC X(11) VALUE '  RECYCLED '.
           05 WS-RTE-RECYCLED PIC ZZZZZZZ9.
           05 FILLER PIC X(11) VALUE '  EXPEDITE '.
           05 WS-RTE-XPD PIC ZZZZZZZ9.
           05 FILLER PIC X(52) VALUE SPACES.
      *Run outcome, reflected into RETURN-CODE at end of run, the
      *same 0/4/8 convention the rest of the suite uses: 0 = at
      *least one greeting printed, 4 = nothing matched the
      *selection, or the batch registry could not be read and the
      *accepted column is blank, 8 = no site or recipient given,
      *or the history master or print file could not be opened.
       01 WS-RUN-RC PIC 9(03) VALUE 0.
           88 WS-RC-SUCCESS VALUE 0.
           88 WS-RC-WARNING VALUE 4.
           88 WS-RC-FAILURE VALUE 8.
       LINKAGE SECTION.
      *Standard MVS batch PARM linkage: the system passes the PARM
      *text from the EXEC statement as a halfword length followed
      *by the text itself.
       01 LS-PARM-LEN PIC S9(4) COMP.
       01 LS-PARM-DATA.
           05 LS-SEL-SITE-ID PIC X(08).
           05 LS-SEL-FROM-DATE PIC X(08).
           05 LS-SEL-TO-DATE PIC X(08).
           05 LS-SEL-NAME PIC X(25).
       PROCEDURE DIVISION USING LS-PARM-LEN LS-PARM-DATA.
      *----------------------------------------------------------*
      * 0000-MAINLINE prints the lineage of every greeting         *
      * matching the PARM selection.                               *
      *----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-OPEN-PARA THRU 1000-EXIT.
           IF WS-GHM-OPENED AND NOT WS-RC-FAILURE
               PERFORM 1500-POSITION-PARA THRU 1500-EXIT
               PERFORM 2000-PROCESS-PARA THRU 2000-EXIT
                   UNTIL WS-EOF
           END-IF.
           PERFORM 3000-WRAP-UP-PARA THRU 3000-EXIT.
           PERFORM 9000-CLOSE-PARA THRU 9000-EXIT.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.
      *----------------------------------------------------------*
      * 1000-OPEN-PARA picks the selection out of the PARM and     *
      * opens the history master, the batch registry and the       *
      * print file. An inquiry with neither a site nor a recipient *
      * is refused. The name is taken for as much of it as the     *
      * PARM carries, so it needs no padding out to its full       *
      * width. The registry only fills in the accepted column, so  *
      * the inquiry runs without it.                               *
      *----------------------------------------------------------*
       1000-OPEN-PARA.
           IF LS-PARM-LEN > 7
               MOVE LS-SEL-SITE-ID TO WS-SEL-SITE-ID
           END-IF.
           IF LS-PARM-LEN > 15
               MOVE LS-SEL-FROM-DATE TO WS-SEL-FROM-DATE
           END-IF.
           IF LS-PARM-LEN > 23
               MOVE LS-SEL-TO-DATE TO WS-SEL-TO-DATE
           END-IF.
           IF LS-PARM-LEN > 24
               COMPUTE WS-SEL-NAME-LEN = LS-PARM-LEN - 24
               IF WS-SEL-NAME-LEN > 25
                   MOVE 25 TO WS-SEL-NAME-LEN
               END-IF
               MOVE LS-PARM-DATA (25:WS-SEL-NAME-LEN) TO WS-SEL-NAME
           END-IF.
           IF WS-SEL-SITE-ID = SPACES AND WS-SEL-NAME = SPACES
               DISPLAY 'EVANCLIN: NO SITE OR RECIPIENT ON THE PARM, '
                   'INQUIRY REFUSED'
               SET WS-RC-FAILURE TO TRUE
               SET WS-EOF TO TRUE
           END-IF.
           OPEN INPUT HISTORY-MASTER.
           IF WS-GHM-OK
               SET WS-GHM-OPENED TO TRUE
           ELSE
               DISPLAY 'EVANCLIN: UNABLE TO OPEN GHISTMST, STATUS='
                   WS-GHM-STATUS
               SET WS-RC-FAILURE TO TRUE
               SET WS-EOF TO TRUE
           END-IF.
           OPEN INPUT BATCH-REG-FILE.
           IF WS-BRG-OK
               SET WS-BRG-OPENED TO TRUE
           ELSE
               DISPLAY 'EVANCLIN: UNABLE TO OPEN BCHREG, STATUS='
                   WS-BRG-STATUS ', ACCEPTED CYCLE NOT SHOWN'
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-OK
               SET WS-RPT-OPENED TO TRUE
           ELSE
               DISPLAY 'EVANCLIN: UNABLE TO OPEN RPTFILE, STATUS='
                   WS-RPT-STATUS
               SET WS-RC-FAILURE TO TRUE
               SET WS-EOF TO TRUE
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-HEAD2-DATE.
           IF WS-SEL-SITE-ID = SPACES
               MOVE 'ALL' TO WS-HEAD2-SITE
           ELSE
               MOVE WS-SEL-SITE-ID TO WS-HEAD2-SITE
           END-IF.
           IF WS-SEL-FROM-DATE = SPACES
               MOVE 'OPEN' TO WS-HEAD2-FROM
           ELSE
               MOVE WS-SEL-FROM-DATE TO WS-HEAD2-FROM
           END-IF.
           IF WS-SEL-TO-DATE = SPACES
               MOVE 'OPEN' TO WS-HEAD2-TO
           ELSE
               MOVE WS-SEL-TO-DATE TO WS-HEAD2-TO
           END-IF.
           IF WS-SEL-NAME = SPACES
               MOVE 'ALL' TO WS-HEAD2-NAME
           ELSE
               MOVE WS-SEL-NAME TO WS-HEAD2-NAME
           END-IF.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 1500-POSITION-PARA starts the browse at the from-date (or  *
      * the first key on file), so the scan begins where the       *
      * selection does.                                            *
      *----------------------------------------------------------*
       1500-POSITION-PARA.
           MOVE LOW-VALUES TO GHM-KEY.
           IF WS-SEL-FROM-DATE NOT = SPACES
               MOVE WS-SEL-FROM-DATE TO GHM-RUN-DATE
               MOVE 0 TO GHM-SEQ
           END-IF.
           START HISTORY-MASTER KEY IS NOT LESS THAN GHM-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
       1500-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2000-PROCESS-PARA reads one history row forward and prints *
      * its lineage when it passes the selection. Past the to-date *
      * the scan stops - the keys are in run-date order.           *
      *----------------------------------------------------------*
       2000-PROCESS-PARA.
           READ HISTORY-MASTER NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           IF WS-SEL-TO-DATE NOT = SPACES
                   AND GHM-RUN-DATE > WS-SEL-TO-DATE
               SET WS-EOF TO TRUE
               GO TO 2000-EXIT.
           ADD 1 TO WS-READ-COUNT.
           IF WS-SEL-SITE-ID NOT = SPACES
                   AND GHM-SITE-ID NOT = WS-SEL-SITE-ID
               GO TO 2000-EXIT.
           IF WS-SEL-NAME NOT = SPACES
                   AND GHM-NAME NOT = WS-SEL-NAME
               GO TO 2000-EXIT.
           PERFORM 2100-LOOKUP-BATCH-PARA THRU 2100-EXIT.
           PERFORM 2200-PRINT-ROW-PARA THRU 2200-EXIT.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2100-LOOKUP-BATCH-PARA finds the cycle the registry shows  *
      * the greeting's batch accepted on. A batch not on the       *
      * registry - one diverted whole, whose details came back     *
      * through the recycle - shows as such.                       *
      *----------------------------------------------------------*
       2100-LOOKUP-BATCH-PARA.
           IF NOT WS-BRG-OPENED
               MOVE SPACES TO WS-LAST-BRG-CYCLE
               GO TO 2100-EXIT.
           IF GHM-SITE-ID = WS-LAST-BRG-KEY (1:8)
                   AND GHM-BATCH-DATE = WS-LAST-BRG-KEY (9:8)
               GO TO 2100-EXIT.
           MOVE GHM-SITE-ID TO BRG-SITE-ID.
           MOVE GHM-BATCH-DATE TO BRG-CREATE-DATE.
           MOVE BRG-KEY TO WS-LAST-BRG-KEY.
           READ BATCH-REG-FILE
               INVALID KEY
                   MOVE 'NOT REG' TO WS-LAST-BRG-CYCLE
               NOT INVALID KEY
                   MOVE BRG-CYCLE-DATE TO WS-LAST-BRG-CYCLE
           END-READ.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2200-PRINT-ROW-PARA prints one greeting's lineage and its  *
      * text, and counts it by route: straight from the site's     *
      * transmission, held as pending, recycled from a reject, or  *
      * issued by an intraday expedite.                            *
      *----------------------------------------------------------*
       2200-PRINT-ROW-PARA.
           IF NOT WS-RPT-OPENED
               GO TO 2200-EXIT.
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE - 1
               PERFORM 2500-PAGE-HEADING-PARA THRU 2500-EXIT
           END-IF.
           MOVE GHM-RUN-DATE TO WS-DET-DATE.
           MOVE GHM-SEQ TO WS-DET-SEQ.
           MOVE GHM-LANG-CD TO WS-DET-LANG.
           MOVE GHM-SITE-ID TO WS-DET-SITE.
           MOVE GHM-BATCH-DATE TO WS-DET-BATCH.
           IF GHM-BATCH-POS NUMERIC
               MOVE GHM-BATCH-POS TO WS-DET-POS
           ELSE
               MOVE 0 TO WS-DET-POS
           END-IF.
           MOVE WS-LAST-BRG-CYCLE TO WS-DET-ACCEPTED.
           EVALUATE TRUE
               WHEN GHM-RELEASED
                   MOVE 'PENDING' TO WS-DET-ROUTE
                   ADD 1 TO WS-PENDING-COUNT
               WHEN GHM-RECYCLED
                   MOVE 'RECYCLED' TO WS-DET-ROUTE
                   ADD 1 TO WS-RECYCLED-COUNT
               WHEN GHM-SEQ NOT < XPD-SEQ-BASE
                   MOVE 'EXPEDITE' TO WS-DET-ROUTE
                   ADD 1 TO WS-XPD-COUNT
               WHEN OTHER
                   MOVE 'DIRECT' TO WS-DET-ROUTE
                   ADD 1 TO WS-DIRECT-COUNT
           END-EVALUATE.
           MOVE GHM-NAME TO WS-DET-NAME.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE GHM-TEXT TO WS-TXT-TEXT.
           MOVE WS-TEXT-LINE TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           ADD 2 TO WS-LINE-COUNT.
           ADD 1 TO WS-PRINT-COUNT.
       2200-EXIT.
           EXIT.
       2500-PAGE-HEADING-PARA.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO WS-HEAD1-PAGE.
           MOVE WS-HEAD1 TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING PAGE.
           MOVE WS-HEAD2 TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE WS-HEAD3 TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 2 LINES.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE 5 TO WS-LINE-COUNT.
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 3000-WRAP-UP-PARA prints the summary and route lines and   *
      * judges the no-match case.                                  *
      *----------------------------------------------------------*
       3000-WRAP-UP-PARA.
           IF NOT WS-RPT-OPENED
               GO TO 3000-EXIT.
           IF WS-PRINT-COUNT = 0 AND WS-PAGE-COUNT = 0
               PERFORM 2500-PAGE-HEADING-PARA THRU 2500-EXIT
           END-IF.
           MOVE WS-PRINT-COUNT TO WS-SUM-PRINTED.
           MOVE WS-READ-COUNT TO WS-SUM-READ.
           MOVE WS-SUMMARY-LINE TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 2 LINES.
           MOVE WS-DIRECT-COUNT TO WS-RTE-DIRECT.
           MOVE WS-PENDING-COUNT TO WS-RTE-PENDING.
           MOVE WS-RECYCLED-COUNT TO WS-RTE-RECYCLED.
           MOVE WS-XPD-COUNT TO WS-RTE-XPD.
           MOVE WS-ROUTE-LINE TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           IF NOT WS-RC-FAILURE
               IF WS-PRINT-COUNT = 0 OR NOT WS-BRG-OPENED
                   SET WS-RC-WARNING TO TRUE
               END-IF
           END-IF.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 9000-CLOSE-PARA closes the files and reports the counts.   *
      *----------------------------------------------------------*
       9000-CLOSE-PARA.
           IF WS-GHM-OPENED
               CLOSE HISTORY-MASTER
           END-IF.
           IF WS-BRG-OPENED
               CLOSE BATCH-REG-FILE
           END-IF.
           IF WS-RPT-OPENED
               CLOSE REPORT-FILE
           END-IF.
           DISPLAY 'EVANCLIN: EXAMINED=' WS-READ-COUNT
               ' PRINTED=' WS-PRINT-COUNT
               ' DIRECT=' WS-DIRECT-COUNT
               ' PENDING=' WS-PENDING-COUNT
               ' RECYCLED=' WS-RECYCLED-COUNT
               ' EXPEDITE=' WS-XPD-COUNT.
       9000-EXIT.
           EXIT.
