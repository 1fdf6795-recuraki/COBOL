       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCDIAGP.
       AUTHOR. D HARLOW.
       INSTALLATION. DL100 BATCH SERVICES.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 2026-10-15  DH  NEW PROGRAM.  FAILURE DIAGNOSTICS PRINT  *
      *                 FOR THE MORNING REVIEW.  FORMATS EVERY   *
      *                 DIAGNOSTIC SET A CALCULATOR WROTE TO THE *
      *                 DIAGLOG FILE WHEN IT ENDED BADLY - THE   *
      *                 COUNTERS, CHECKPOINT KEY, FILE STATUSES  *
      *                 AND LAST INPUT RECORDS READ - SO THE     *
      *                 FAILURE CAN BE WORKED WITHOUT A RERUN.   *
      *                 AN OPTIONAL SELECTION CARD NAMES A RUN   *
      *                 DATE AND/OR ONE PROGRAM; DEFAULT IS      *
      *                 EVERY SET FROM YESTERDAY AND TODAY.      *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIAG-LOG-IN
               ASSIGN TO DIAGLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIAGLOG-FILE-STATUS.

           SELECT SELECT-CARD-IN
               ASSIGN TO DIAGPCRD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.

           SELECT DIAG-REPORT-OUT
               ASSIGN TO DIAGPRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DIAG-LOG-IN
           RECORDING MODE IS F.
       01  DIAG-LOG-IN-REC             PIC X(128).

      *----------------------------------------------------------*
      * SELECTION CARD: RUN DATE (YYYYMMDD) IN COLUMNS 1-8 AND   *
      * PROGRAM-ID IN COLUMNS 10-17.  EITHER MAY BE LEFT BLANK.  *
      *----------------------------------------------------------*
       FD  SELECT-CARD-IN
           RECORDING MODE IS F.
       01  SELECT-CARD-RECORD.
           05  SC-RUN-DATE             PIC X(08).
           05  FILLER                  PIC X(01).
           05  SC-PROGRAM-ID           PIC X(08).
           05  FILLER                  PIC X(63).

       FD  DIAG-REPORT-OUT
           RECORDING MODE IS F.
       01  DIAG-REPORT-OUT-REC         PIC X(132).

       WORKING-STORAGE SECTION.
       COPY DIAGREC.
       COPY RUNSTAMP.
       COPY RPTHDFT.
       01  WS-CARD-FILE-STATUS         PIC X(02).

       01  WS-DIAGLOG-EOF-SW           PIC X(01) VALUE "N".
           88  WS-DIAGLOG-EOF                  VALUE "Y".
       01  WS-SET-SELECTED-SW          PIC X(01) VALUE "N".
           88  WS-SET-SELECTED                 VALUE "Y".

       01  WS-FROM-DATE                PIC X(08) VALUE SPACES.
       01  WS-TO-DATE                  PIC X(08) VALUE SPACES.
       01  WS-SELECT-PROGRAM           PIC X(08) VALUE SPACES.
       01  WS-CURRENT-REFERENCE        PIC X(22) VALUE SPACES.
       01  WS-LAST-LINE-TYPE           PIC X(01) VALUE SPACES.

       01  WS-DATE-NUM                 PIC 9(08).
       01  WS-DATE-INTEGER             PIC 9(09) COMP VALUE ZERO.

       01  WS-SET-COUNT                PIC 9(08) COMP VALUE ZERO.
       01  WS-BALANCE-COUNT            PIC 9(08) COMP VALUE ZERO.
       01  WS-FAILED-COUNT             PIC 9(08) COMP VALUE ZERO.

       01  WS-RPT-DATE                 PIC X(10).

       01  WS-SELECTION-LINE.
           05  FILLER                  PIC X(16)
               VALUE "RUN DATES.......".
           05  WS-SL-FROM-DATE         PIC X(08).
           05  FILLER                  PIC X(04) VALUE " TO ".
           05  WS-SL-TO-DATE           PIC X(08).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(16)
               VALUE "PROGRAM.........".
           05  WS-SL-PROGRAM           PIC X(08).

       01  WS-SET-LINE.
           05  FILLER                  PIC X(16)
               VALUE "DIAGNOSTIC SET  ".
           05  WS-S-PROGRAM-ID         PIC X(08).
           05  FILLER                  PIC X(09) VALUE " RUN-ID ".
           05  WS-S-RUN-ID             PIC X(14).
           05  FILLER                  PIC X(11) VALUE "  RUN DATE ".
           05  WS-S-RUN-DATE           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-S-REASON             PIC X(16).
           05  FILLER                  PIC X(05) VALUE "  RC ".
           05  WS-S-RETURN-CODE        PIC ZZZ9.

       01  WS-COUNTS-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE "CHECKPOINT KEY ".
           05  WS-C-CHECKPOINT-KEY     PIC ZZZZZZZ9.
           05  FILLER                  PIC X(07) VALUE "  READ ".
           05  WS-C-READ               PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE "  PROCESSED ".
           05  WS-C-PROCESSED          PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE "  REJECTED ".
           05  WS-C-REJECTED           PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE "  SKIPPED ".
           05  WS-C-SKIPPED            PIC ZZ,ZZZ,ZZ9.

       01  WS-CAPTION-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-CP-TEXT              PIC X(60).

       01  WS-STATUS-LINE.
           05  FILLER                  PIC X(08) VALUE SPACES.
           05  WS-ST-DD-NAME           PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-ST-FILE-STATUS       PIC X(02).

       01  WS-RECORD-LINE.
           05  FILLER                  PIC X(08) VALUE SPACES.
           05  WS-RL-SEQ               PIC Z9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RL-IMAGE             PIC X(100).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-PRINT-ONE-LINE
               THRU 2000-EXIT
               UNTIL WS-DIAGLOG-EOF.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           GOBACK.

      *----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT DIAG-REPORT-OUT.

           MOVE FUNCTION CURRENT-DATE TO WS-RUNSTAMP-CURRENT-DATE.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:14) TO WS-RUN-ID.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:8)  TO WS-RUN-DATE.

           MOVE WS-RUN-DATE            TO WS-DATE-NUM.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1.
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
           MOVE WS-DATE-NUM            TO WS-FROM-DATE.
           MOVE WS-RUN-DATE            TO WS-TO-DATE.

           PERFORM 1200-READ-SELECT-CARD
               THRU 1200-EXIT.

           MOVE "CALCULATOR FAILURE DIAGNOSTICS" TO RPT-ST-TEXT.
           STRING WS-RUN-DATE(5:2) "/" WS-RUN-DATE(7:2) "/"
               WS-RUN-DATE(1:4)
               DELIMITED BY SIZE INTO WS-RPT-DATE.
           MOVE WS-FROM-DATE           TO WS-SL-FROM-DATE.
           MOVE WS-TO-DATE             TO WS-SL-TO-DATE.
           IF WS-SELECT-PROGRAM = SPACES
               MOVE "ALL"              TO WS-SL-PROGRAM
           ELSE
               MOVE WS-SELECT-PROGRAM  TO WS-SL-PROGRAM
           END-IF.

           PERFORM 1100-WRITE-PAGE-HEADERS
               THRU 1100-EXIT.

           OPEN INPUT DIAG-LOG-IN.
           IF WS-DIAGLOG-FILE-STATUS = "35"
               SET WS-DIAGLOG-EOF TO TRUE
           ELSE
               PERFORM 2100-READ-DIAG-LINE
                   THRU 2100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1100-WRITE-PAGE-HEADERS.
           ADD 1 TO RPT-PAGE-COUNT.
           MOVE WS-RPT-DATE            TO RPT-DL-RUN-DATE.

           WRITE DIAG-REPORT-OUT-REC FROM RPT-TITLE-LINE.
           WRITE DIAG-REPORT-OUT-REC FROM RPT-SUBTITLE-LINE.
           WRITE DIAG-REPORT-OUT-REC FROM RPT-DATE-LINE.
           WRITE DIAG-REPORT-OUT-REC FROM WS-SELECTION-LINE.
           MOVE SPACES                 TO DIAG-REPORT-OUT-REC.
           WRITE DIAG-REPORT-OUT-REC.
           MOVE 5                      TO RPT-LINE-COUNT.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * AN OPTIONAL SELECTION CARD NARROWS THE PRINT TO ONE RUN  *
      * DATE, ONE PROGRAM, OR BOTH.                              *
      *----------------------------------------------------------*
       1200-READ-SELECT-CARD.
           OPEN INPUT SELECT-CARD-IN.
           IF WS-CARD-FILE-STATUS = "35"
               GO TO 1200-EXIT
           END-IF.
           READ SELECT-CARD-IN
               AT END
                   CONTINUE
               NOT AT END
                   IF SC-RUN-DATE NOT = SPACES
                       MOVE SC-RUN-DATE TO WS-FROM-DATE
                                           WS-TO-DATE
                   END-IF
                   MOVE SC-PROGRAM-ID  TO WS-SELECT-PROGRAM
           END-READ.
           CLOSE SELECT-CARD-IN.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE DIAGLOG LINE.  A HEADER LINE OPENS A SET AND DECIDES *
      * WHETHER IT IS SELECTED; THE STATUS AND RECORD LINES THAT *
      * FOLLOW PRINT ONLY UNDER A SELECTED HEADER WITH THE SAME  *
      * REFERENCE.                                               *
      *----------------------------------------------------------*
       2000-PRINT-ONE-LINE.
           EVALUATE TRUE
               WHEN DG-HEADER-LINE
                   PERFORM 2200-START-SET
                       THRU 2200-EXIT
               WHEN DG-STATUS-LINE
                   IF WS-SET-SELECTED
                       AND DG-REFERENCE = WS-CURRENT-REFERENCE
                       PERFORM 2300-PRINT-STATUS
                           THRU 2300-EXIT
                   END-IF
               WHEN DG-RECORD-LINE
                   IF WS-SET-SELECTED
                       AND DG-REFERENCE = WS-CURRENT-REFERENCE
                       PERFORM 2400-PRINT-RECORD
                           THRU 2400-EXIT
                   END-IF
           END-EVALUATE.

           PERFORM 2100-READ-DIAG-LINE
               THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2100-READ-DIAG-LINE.
           READ DIAG-LOG-IN INTO DIAG-LOG-LINE
               AT END
                   SET WS-DIAGLOG-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A SET IS PRINTED WHEN ITS RUN DATE FALLS IN THE          *
      * SELECTED RANGE AND, IF A PROGRAM WAS NAMED, IT IS THAT   *
      * PROGRAM'S.  EACH SET STARTS WITH A BLANK LINE, ITS       *
      * IDENTIFYING LINE AND ITS COUNTERS.                       *
      *----------------------------------------------------------*
       2200-START-SET.
           MOVE "N"                    TO WS-SET-SELECTED-SW.
           MOVE DG-REFERENCE           TO WS-CURRENT-REFERENCE.
           MOVE SPACES                 TO WS-LAST-LINE-TYPE.

           IF DG-RUN-DATE < WS-FROM-DATE
               OR DG-RUN-DATE > WS-TO-DATE
               GO TO 2200-EXIT
           END-IF.
           IF WS-SELECT-PROGRAM NOT = SPACES
               AND DG-PROGRAM-ID NOT = WS-SELECT-PROGRAM
               GO TO 2200-EXIT
           END-IF.

           SET WS-SET-SELECTED         TO TRUE.
           ADD 1 TO WS-SET-COUNT.

           MOVE DG-PROGRAM-ID          TO WS-S-PROGRAM-ID.
           MOVE DG-RUN-ID              TO WS-S-RUN-ID.
           MOVE DG-RUN-DATE            TO WS-S-RUN-DATE.
           IF DG-OUT-OF-BALANCE
               ADD 1 TO WS-BALANCE-COUNT
               MOVE "OUT OF BALANCE"   TO WS-S-REASON
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               MOVE "RUN FAILED"       TO WS-S-REASON
           END-IF.
           MOVE DG-RETURN-CODE         TO WS-S-RETURN-CODE.
           MOVE DG-CHECKPOINT-KEY      TO WS-C-CHECKPOINT-KEY.
           MOVE DG-READ-COUNT          TO WS-C-READ.
           MOVE DG-PROCESSED-COUNT     TO WS-C-PROCESSED.
           MOVE DG-REJECT-COUNT        TO WS-C-REJECTED.
           MOVE DG-SKIP-COUNT          TO WS-C-SKIPPED.

           IF RPT-LINE-COUNT + 3 > RPT-MAX-LINES-PER-PAGE
               PERFORM 2900-NEW-PAGE
                   THRU 2900-EXIT
           ELSE
               MOVE SPACES             TO DIAG-REPORT-OUT-REC
               WRITE DIAG-REPORT-OUT-REC
               ADD 1 TO RPT-LINE-COUNT
           END-IF.
           WRITE DIAG-REPORT-OUT-REC FROM WS-SET-LINE.
           WRITE DIAG-REPORT-OUT-REC FROM WS-COUNTS-LINE.
           ADD 2 TO RPT-LINE-COUNT.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2300-PRINT-STATUS.
           IF NOT WS-LAST-LINE-TYPE = "S"
               MOVE "FILE STATUSES AT END OF RUN"
                   TO WS-CP-TEXT
               PERFORM 2500-WRITE-CAPTION
                   THRU 2500-EXIT
               MOVE "S"                TO WS-LAST-LINE-TYPE
           END-IF.

           MOVE DG-DD-NAME             TO WS-ST-DD-NAME.
           MOVE DG-FILE-STATUS         TO WS-ST-FILE-STATUS.
           IF RPT-LINE-COUNT >= RPT-MAX-LINES-PER-PAGE
               PERFORM 2900-NEW-PAGE
                   THRU 2900-EXIT
           END-IF.
           WRITE DIAG-REPORT-OUT-REC FROM WS-STATUS-LINE.
           ADD 1 TO RPT-LINE-COUNT.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2400-PRINT-RECORD.
           IF NOT WS-LAST-LINE-TYPE = "R"
               MOVE "LAST INPUT RECORDS READ, OLDEST FIRST"
                   TO WS-CP-TEXT
               PERFORM 2500-WRITE-CAPTION
                   THRU 2500-EXIT
               MOVE "R"                TO WS-LAST-LINE-TYPE
           END-IF.

           MOVE DG-LINE-SEQ            TO WS-RL-SEQ.
           MOVE DG-RECORD-IMAGE        TO WS-RL-IMAGE.
           IF RPT-LINE-COUNT >= RPT-MAX-LINES-PER-PAGE
               PERFORM 2900-NEW-PAGE
                   THRU 2900-EXIT
           END-IF.
           WRITE DIAG-REPORT-OUT-REC FROM WS-RECORD-LINE.
           ADD 1 TO RPT-LINE-COUNT.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2500-WRITE-CAPTION.
           IF RPT-LINE-COUNT >= RPT-MAX-LINES-PER-PAGE
               PERFORM 2900-NEW-PAGE
                   THRU 2900-EXIT
           END-IF.
           WRITE DIAG-REPORT-OUT-REC FROM WS-CAPTION-LINE.
           ADD 1 TO RPT-LINE-COUNT.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2900-NEW-PAGE.
           MOVE RPT-PAGE-COUNT         TO RPT-F-PAGE-NO.
           WRITE DIAG-REPORT-OUT-REC FROM RPT-FOOTER-LINE.
           PERFORM 1100-WRITE-PAGE-HEADERS
               THRU 1100-EXIT.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ANY SET PRINTED MEANS A CALCULATOR ENDED BADLY AND NEEDS *
      * LOOKING AT, SO THE STEP ENDS RC=4.                       *
      *----------------------------------------------------------*
       9000-TERMINATE.
           MOVE RPT-PAGE-COUNT         TO RPT-F-PAGE-NO.
           WRITE DIAG-REPORT-OUT-REC FROM RPT-FOOTER-LINE.

           MOVE "DIAGNOSTIC SETS........" TO RPT-FN-LABEL.
           MOVE WS-SET-COUNT           TO RPT-FN-COUNT.
           WRITE DIAG-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "OUT OF BALANCE........." TO RPT-FN-LABEL.
           MOVE WS-BALANCE-COUNT       TO RPT-FN-COUNT.
           WRITE DIAG-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "RUN FAILED............." TO RPT-FN-LABEL.
           MOVE WS-FAILED-COUNT        TO RPT-FN-COUNT.
           WRITE DIAG-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           IF WS-DIAGLOG-FILE-STATUS NOT = "35"
               CLOSE DIAG-LOG-IN
           END-IF.
           CLOSE DIAG-REPORT-OUT.

           DISPLAY "ABCDIAGP CONTROL TOTAL - SETS=" WS-SET-COUNT
               " OUT-OF-BALANCE=" WS-BALANCE-COUNT
               " FAILED=" WS-FAILED-COUNT.

           IF WS-SET-COUNT NOT =
               WS-BALANCE-COUNT + WS-FAILED-COUNT
               DISPLAY
                 "ABCDIAGP **** CONTROL TOTALS OUT OF BALANCE ****"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-SET-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
       9000-EXIT.
           EXIT.
