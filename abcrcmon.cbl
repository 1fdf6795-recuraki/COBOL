       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCRCMON.
       AUTHOR. D HARLOW.
       INSTALLATION. DL100 BATCH SERVICES.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 2026-10-15  DH  NEW PROGRAM.  MONTHLY RECONCILIATION     *
      *                 CERTIFICATION REPORT.  FOR THE MONTH (AN *
      *                 OPTIONAL MONTH CARD NAMES IT; DEFAULT IS *
      *                 THE RUN DATE'S MONTH) LISTS EVERY        *
      *                 NIGHTLY RECONCILIATION ON THE ABCRCERT   *
      *                 REGISTER WITH WHO PREPARED AND WHO       *
      *                 CERTIFIED IT AND WHEN, AND EVERY ONE     *
      *                 STILL NOT CERTIFIED - THE SIGN-OFF       *
      *                 EVIDENCE THE AUDITORS ASK FOR.           *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-IN
               ASSIGN TO RCERTREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECNCERT-FILE-STATUS.

           SELECT MONTH-CARD-IN
               ASSIGN TO RCMONCRD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.

           SELECT MONTH-REPORT-OUT
               ASSIGN TO RCMONRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTER-IN
           RECORDING MODE IS F.
       01  REGISTER-IN-REC             PIC X(89).

       FD  MONTH-CARD-IN
           RECORDING MODE IS F.
       01  MONTH-CARD-RECORD.
           05  MC-REPORT-MONTH         PIC X(06).
           05  FILLER                  PIC X(14).

       FD  MONTH-REPORT-OUT
           RECORDING MODE IS F.
       01  MONTH-REPORT-OUT-REC        PIC X(132).

       WORKING-STORAGE SECTION.
       COPY RECNCERT.
       COPY RUNSTAMP.
       COPY RPTHDFT.
       01  WS-CARD-FILE-STATUS         PIC X(02).

       01  WS-REGISTER-EOF-SW          PIC X(01) VALUE "N".
           88  WS-REGISTER-EOF                 VALUE "Y".

       01  WS-REPORT-MONTH             PIC X(06) VALUE SPACES.

       01  WS-ROW-COUNT                PIC 9(08) COMP VALUE ZERO.
       01  WS-CERTIFIED-COUNT          PIC 9(08) COMP VALUE ZERO.
       01  WS-PREPARED-COUNT           PIC 9(08) COMP VALUE ZERO.
       01  WS-UNSIGNED-COUNT           PIC 9(08) COMP VALUE ZERO.
       01  WS-ESCALATED-COUNT          PIC 9(08) COMP VALUE ZERO.

       01  WS-RPT-DATE                 PIC X(10).

       01  WS-MONTH-LINE.
           05  FILLER                  PIC X(16)
               VALUE "REPORT MONTH....".
           05  WS-M-MONTH              PIC X(07).

       01  WS-HEADER-LINE.
           05  FILLER                  PIC X(10) VALUE "RECON".
           05  FILLER                  PIC X(12) VALUE "BUS DATE".
           05  FILLER                  PIC X(07) VALUE "  OPEN".
           05  FILLER                  PIC X(07) VALUE "  CMNT".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "PREPARER".
           05  FILLER                  PIC X(18) VALUE "PREPARED ON".
           05  FILLER                  PIC X(10) VALUE "REVIEWER".
           05  FILLER                  PIC X(18) VALUE "CERTIFIED ON".
           05  FILLER                  PIC X(16) VALUE "STATUS".
           05  FILLER                  PIC X(10) VALUE "ESCALATION".

       01  WS-DETAIL-LINE.
           05  WS-D-RECON-ID           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-BUSINESS-DATE      PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-OPEN-ITEMS         PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-COMMENTS           PIC ZZZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-D-PREPARER-ID        PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-PREPARED-ON        PIC X(16).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-REVIEWER-ID        PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-CERTIFIED-ON       PIC X(16).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-STATUS             PIC X(16).
           05  WS-D-ESCALATION         PIC X(09).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-REPORT-ONE-ROW
               THRU 2000-EXIT
               UNTIL WS-REGISTER-EOF.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           GOBACK.

      *----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT MONTH-REPORT-OUT.

           MOVE FUNCTION CURRENT-DATE TO WS-RUNSTAMP-CURRENT-DATE.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:14) TO WS-RUN-ID.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:8)  TO WS-RUN-DATE.
           MOVE WS-RUN-DATE(1:6)       TO WS-REPORT-MONTH.

           PERFORM 1200-READ-MONTH-CARD
               THRU 1200-EXIT.

           MOVE "MONTHLY RECONCILIATION CERTIFICATION"
               TO RPT-ST-TEXT.
           STRING WS-RUN-DATE(5:2) "/" WS-RUN-DATE(7:2) "/"
               WS-RUN-DATE(1:4)
               DELIMITED BY SIZE INTO WS-RPT-DATE.
           STRING WS-REPORT-MONTH(5:2) "/" WS-REPORT-MONTH(1:4)
               DELIMITED BY SIZE INTO WS-M-MONTH.

           PERFORM 1100-WRITE-PAGE-HEADERS
               THRU 1100-EXIT.

           OPEN INPUT REGISTER-IN.
           IF WS-RECNCERT-FILE-STATUS = "35"
               SET WS-REGISTER-EOF TO TRUE
           ELSE
               PERFORM 2100-READ-REGISTER
                   THRU 2100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1100-WRITE-PAGE-HEADERS.
           ADD 1 TO RPT-PAGE-COUNT.
           MOVE WS-RPT-DATE            TO RPT-DL-RUN-DATE.

           WRITE MONTH-REPORT-OUT-REC FROM RPT-TITLE-LINE.
           WRITE MONTH-REPORT-OUT-REC FROM RPT-SUBTITLE-LINE.
           WRITE MONTH-REPORT-OUT-REC FROM RPT-DATE-LINE.
           WRITE MONTH-REPORT-OUT-REC FROM WS-MONTH-LINE.
           MOVE SPACES                 TO MONTH-REPORT-OUT-REC.
           WRITE MONTH-REPORT-OUT-REC.
           WRITE MONTH-REPORT-OUT-REC FROM WS-HEADER-LINE.
           MOVE SPACES                 TO MONTH-REPORT-OUT-REC.
           WRITE MONTH-REPORT-OUT-REC.
           MOVE 7                      TO RPT-LINE-COUNT.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * AN OPTIONAL MONTH CARD (YYYYMM IN COLUMNS 1-6) NAMES THE *
      * MONTH TO REPORT.                                         *
      *----------------------------------------------------------*
       1200-READ-MONTH-CARD.
           OPEN INPUT MONTH-CARD-IN.
           IF WS-CARD-FILE-STATUS = "35"
               GO TO 1200-EXIT
           END-IF.
           READ MONTH-CARD-IN
               AT END
                   CONTINUE
               NOT AT END
                   IF MC-REPORT-MONTH NOT = SPACES
                       MOVE MC-REPORT-MONTH TO WS-REPORT-MONTH
                   END-IF
           END-READ.
           CLOSE MONTH-CARD-IN.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE REGISTER ROW.  ONLY RECONCILIATIONS WHOSE BUSINESS   *
      * DATE FALLS IN THE REPORT MONTH ARE LISTED.               *
      *----------------------------------------------------------*
       2000-REPORT-ONE-ROW.
           IF RN-BUSINESS-DATE(1:6) NOT = WS-REPORT-MONTH
               GO TO 2000-READ-NEXT
           END-IF.
           ADD 1 TO WS-ROW-COUNT.

           MOVE RN-RECON-ID            TO WS-D-RECON-ID.
           MOVE SPACES                 TO WS-D-BUSINESS-DATE
                                          WS-D-PREPARED-ON
                                          WS-D-CERTIFIED-ON.
           STRING RN-BUSINESS-DATE(5:2) "/" RN-BUSINESS-DATE(7:2)
               "/" RN-BUSINESS-DATE(1:4)
               DELIMITED BY SIZE INTO WS-D-BUSINESS-DATE.
           MOVE RN-OPEN-ITEMS          TO WS-D-OPEN-ITEMS.
           MOVE RN-COMMENT-COUNT       TO WS-D-COMMENTS.
           MOVE RN-PREPARER-ID         TO WS-D-PREPARER-ID.
           MOVE RN-REVIEWER-ID         TO WS-D-REVIEWER-ID.
           IF RN-PREPARED-DATE NOT = SPACES
               STRING RN-PREPARED-DATE(5:2) "/"
                   RN-PREPARED-DATE(7:2) "/" RN-PREPARED-DATE(1:4)
                   " " RN-PREPARED-TIME(1:2) ":"
                   RN-PREPARED-TIME(3:2)
                   DELIMITED BY SIZE INTO WS-D-PREPARED-ON
           END-IF.
           IF RN-REVIEWED-DATE NOT = SPACES
               STRING RN-REVIEWED-DATE(5:2) "/"
                   RN-REVIEWED-DATE(7:2) "/" RN-REVIEWED-DATE(1:4)
                   " " RN-REVIEWED-TIME(1:2) ":"
                   RN-REVIEWED-TIME(3:2)
                   DELIMITED BY SIZE INTO WS-D-CERTIFIED-ON
           END-IF.

           EVALUATE TRUE
               WHEN RN-CERTIFIED
                   ADD 1 TO WS-CERTIFIED-COUNT
                   MOVE "CERTIFIED"    TO WS-D-STATUS
               WHEN RN-PREPARED
                   ADD 1 TO WS-PREPARED-COUNT
                   MOVE "AWAITING REVIEW" TO WS-D-STATUS
               WHEN OTHER
                   ADD 1 TO WS-UNSIGNED-COUNT
                   MOVE "NOT SIGNED"   TO WS-D-STATUS
           END-EVALUATE.
           MOVE SPACES                 TO WS-D-ESCALATION.
           IF NOT RN-CERTIFIED
               AND RN-ESCALATION-DUE
               ADD 1 TO WS-ESCALATED-COUNT
               MOVE "ESCALATED"        TO WS-D-ESCALATION
           END-IF.

           IF RPT-LINE-COUNT >= RPT-MAX-LINES-PER-PAGE
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE MONTH-REPORT-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 1100-WRITE-PAGE-HEADERS
                   THRU 1100-EXIT
           END-IF.
           WRITE MONTH-REPORT-OUT-REC FROM WS-DETAIL-LINE.
           ADD 1 TO RPT-LINE-COUNT.

       2000-READ-NEXT.
           PERFORM 2100-READ-REGISTER
               THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2100-READ-REGISTER.
           READ REGISTER-IN INTO RECON-CERT-RECORD
               AT END
                   SET WS-REGISTER-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       9000-TERMINATE.
           MOVE RPT-PAGE-COUNT         TO RPT-F-PAGE-NO.
           WRITE MONTH-REPORT-OUT-REC FROM RPT-FOOTER-LINE.

           MOVE "RECONCILIATIONS........" TO RPT-FN-LABEL.
           MOVE WS-ROW-COUNT           TO RPT-FN-COUNT.
           WRITE MONTH-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "CERTIFIED.............." TO RPT-FN-LABEL.
           MOVE WS-CERTIFIED-COUNT     TO RPT-FN-COUNT.
           WRITE MONTH-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "AWAITING REVIEW........" TO RPT-FN-LABEL.
           MOVE WS-PREPARED-COUNT      TO RPT-FN-COUNT.
           WRITE MONTH-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "NOT SIGNED............." TO RPT-FN-LABEL.
           MOVE WS-UNSIGNED-COUNT      TO RPT-FN-COUNT.
           WRITE MONTH-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "ESCALATED.............." TO RPT-FN-LABEL.
           MOVE WS-ESCALATED-COUNT     TO RPT-FN-COUNT.
           WRITE MONTH-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           IF WS-RECNCERT-FILE-STATUS NOT = "35"
               CLOSE REGISTER-IN
           END-IF.
           CLOSE MONTH-REPORT-OUT.

           DISPLAY "ABCRCMON CONTROL TOTAL - MONTH=" WS-REPORT-MONTH
               " RECONS=" WS-ROW-COUNT
               " CERTIFIED=" WS-CERTIFIED-COUNT
               " AWAITING-REVIEW=" WS-PREPARED-COUNT
               " NOT-SIGNED=" WS-UNSIGNED-COUNT.

           IF WS-ROW-COUNT NOT = WS-CERTIFIED-COUNT
               + WS-PREPARED-COUNT + WS-UNSIGNED-COUNT
               DISPLAY
                 "ABCRCMON **** CONTROL TOTALS OUT OF BALANCE ****"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CERTIFIED-COUNT < WS-ROW-COUNT
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
       9000-EXIT.
           EXIT.
