       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCCREXP.
       AUTHOR. D HARLOW.
       INSTALLATION. DL100 BATCH SERVICES.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 2026-10-15  DH  NEW PROGRAM.  NIGHTLY CREDIT EXPOSURE    *
      *                 RUN.  EACH CUSTOMER'S EXPOSURE IS THE    *
      *                 OPEN BALANCE ON THE KEYED RECEIVABLES    *
      *                 FILE PLUS THE DAY'S STATEMENT-EXTRACT    *
      *                 LINES, MEASURED AGAINST THE CREDIT LIMIT *
      *                 ON THE KEYED CUSTOMER MASTER.  AN OVER-  *
      *                 LIMIT CUSTOMER IS PUT ON CREDIT HOLD     *
      *                 (AUDIT-LOGGED) SO ABC127A HOLDS ITS FEES *
      *                 INSTEAD OF BILLING THEM; ONLY A CREDIT   *
      *                 OFFICER'S RELEASE (ABCCRREL) TAKES THE   *
      *                 HOLD OFF.  THE DAILY REPORT LISTS EVERY  *
      *                 CUSTOMER OVER THE LIMIT OR WITHIN THE    *
      *                 NEAR-LIMIT PERCENTAGE OF IT.             *
      * 2026-10-15  DH  THE EXTRACT NOW ALSO CARRIES THE LINES   *
      *                 HELD FOR CUSTOMERS BILLED ON A MONTHLY   *
      *                 CYCLE, SO THE CHARGE COLUMN IS ALL OF    *
      *                 THE CUSTOMER'S UNBILLED CHARGES.         *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-KSD
               ASSIGN TO CUSTKSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CMK-CUSTOMER-ID
               FILE STATUS IS WS-CUSTKSD-FILE-STATUS.

           SELECT RECEIVABLE-KSD
               ASSIGN TO RECVKSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RVK-ITEM-KEY
               FILE STATUS IS WS-RECVI-FILE-STATUS.

           SELECT STMT-EXTRACT-IN
               ASSIGN TO STMTEXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-FILE-STATUS.

           SELECT RATE-TAB
               ASSIGN TO RATECTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATECTL-FILE-STATUS.

           SELECT AUDIT-LOG-OUT
               ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT EXPOSURE-REPORT-OUT
               ASSIGN TO CREXPRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-KSD.
       COPY CUSTKSD.

       FD  RECEIVABLE-KSD.
       COPY RECVKSD.

       FD  STMT-EXTRACT-IN
           RECORDING MODE IS F.
       01  STMT-EXTRACT-IN-REC         PIC X(65).

       FD  RATE-TAB
           RECORDING MODE IS F.
       COPY RATECTL.

       FD  AUDIT-LOG-OUT
           RECORDING MODE IS F.
       01  AUDIT-LOG-OUT-REC           PIC X(100).

       FD  EXPOSURE-REPORT-OUT
           RECORDING MODE IS F.
       01  EXPOSURE-REPORT-OUT-REC     PIC X(132).

       WORKING-STORAGE SECTION.
       COPY RECVITEM.
       COPY STMTREC.
       COPY AUDITREC.
       COPY RUNSTAMP.
       COPY RPTHDFT.
       01  WS-CUSTKSD-FILE-STATUS      PIC X(02).
       01  WS-RATECTL-FILE-STATUS      PIC X(02).

       01  WS-CUST-EOF-SW              PIC X(01) VALUE "N".
           88  WS-CUST-EOF                     VALUE "Y".
       01  WS-STMT-EOF-SW              PIC X(01) VALUE "N".
           88  WS-STMT-EOF                     VALUE "Y".
       01  WS-RATECTL-EOF-SW           PIC X(01) VALUE "N".
           88  WS-RATECTL-EOF                  VALUE "Y".
       01  WS-UPDATE-FAILED-SW         PIC X(01) VALUE "N".
           88  WS-UPDATE-FAILED                VALUE "Y".

      *----------------------------------------------------------*
      * THE NEAR-LIMIT WARNING POINT, AS A WHOLE PERCENTAGE OF   *
      * THE CREDIT LIMIT, FROM THE PROGRAM'S NEAR RATE-CONTROL   *
      * ROW IN FORCE ON THE RUN DATE.  WITHOUT A ROW A CUSTOMER  *
      * IS REPORTED AS NEAR ITS LIMIT FROM 90 PERCENT.           *
      *----------------------------------------------------------*
       01  WS-NEAR-PERCENT             PIC 9(03) VALUE 90.

       01  WS-OPEN-BALANCE             PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
       01  WS-DAY-CHARGES              PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
       01  WS-EXPOSURE                 PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
       01  WS-NEAR-AMOUNT              PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
       01  WS-USED-PERCENT             PIC S9(05) COMP-3
                                       VALUE ZERO.

       01  WS-CUSTOMER-COUNT           PIC 9(08) COMP VALUE ZERO.
       01  WS-ASSESSED-COUNT           PIC 9(08) COMP VALUE ZERO.
       01  WS-NO-LIMIT-COUNT           PIC 9(08) COMP VALUE ZERO.
       01  WS-OVER-COUNT               PIC 9(08) COMP VALUE ZERO.
       01  WS-NEAR-COUNT               PIC 9(08) COMP VALUE ZERO.
       01  WS-HOLD-PLACED-COUNT        PIC 9(08) COMP VALUE ZERO.

       01  WS-RPT-DATE                 PIC X(10).

       01  WS-HEADER-LINE.
           05  FILLER                  PIC X(08) VALUE "CUSTOMER".
           05  FILLER                  PIC X(32) VALUE
               "NAME".
           05  FILLER                  PIC X(14) VALUE
               "  CREDIT LIMIT".
           05  FILLER                  PIC X(16) VALUE
               "    OPEN BALANCE".
           05  FILLER                  PIC X(16) VALUE
               " UNBILLED CHARGE".
           05  FILLER                  PIC X(16) VALUE
               "        EXPOSURE".
           05  FILLER                  PIC X(07) VALUE
               "   PCT ".
           05  FILLER                  PIC X(23) VALUE
               "STATUS".

       01  WS-DETAIL-LINE.
           05  WS-D-CUSTOMER-ID        PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-NAME               PIC X(31).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-D-LIMIT              PIC Z(07)9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-D-OPEN-BALANCE       PIC -(12)9.99.
           05  WS-D-DAY-CHARGES        PIC -(12)9.99.
           05  WS-D-EXPOSURE           PIC -(12)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-PERCENT            PIC -(03)9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-D-STATUS             PIC X(23).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-ASSESS-CUSTOMER
               THRU 2000-EXIT
               UNTIL WS-CUST-EOF.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           GOBACK.

      *----------------------------------------------------------*
      * THE CUSTOMER MASTER DRIVES THE RUN.  THE RECEIVABLES     *
      * FILE (KEY ORDER) AND THE STATEMENT EXTRACT (PRESORTED BY *
      * CUSTOMER) ARE READ ALONGSIDE IT, SO EACH CUSTOMER'S      *
      * ITEMS AND CHARGES ARE PICKED UP IN ONE MATCHED PASS.     *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT EXPOSURE-REPORT-OUT.

           MOVE FUNCTION CURRENT-DATE TO WS-RUNSTAMP-CURRENT-DATE.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:14) TO WS-RUN-ID.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:8)  TO WS-RUN-DATE.

           MOVE "CUSTOMERS OVER OR NEAR CREDIT LIMIT" TO RPT-ST-TEXT.
           STRING WS-RUN-DATE(5:2) "/" WS-RUN-DATE(7:2) "/"
               WS-RUN-DATE(1:4)
               DELIMITED BY SIZE INTO WS-RPT-DATE.

           PERFORM 1100-WRITE-PAGE-HEADERS
               THRU 1100-EXIT.

           PERFORM 1200-LOAD-NEAR-PERCENT
               THRU 1200-EXIT.

           OPEN INPUT RECEIVABLE-KSD.
           IF WS-RECVI-FILE-STATUS = "35"
               SET WS-RECVI-EOF TO TRUE
           ELSE
               PERFORM 2200-READ-ITEM
                   THRU 2200-EXIT
           END-IF.

           OPEN INPUT STMT-EXTRACT-IN.
           IF WS-STMT-FILE-STATUS = "35"
               SET WS-STMT-EOF TO TRUE
           ELSE
               PERFORM 2400-READ-EXTRACT
                   THRU 2400-EXIT
           END-IF.

           OPEN I-O CUSTOMER-KSD.
           IF WS-CUSTKSD-FILE-STATUS = "35"
               SET WS-CUST-EOF TO TRUE
           ELSE
               PERFORM 2100-READ-CUSTOMER
                   THRU 2100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1100-WRITE-PAGE-HEADERS.
           ADD 1 TO RPT-PAGE-COUNT.
           MOVE WS-RPT-DATE            TO RPT-DL-RUN-DATE.

           WRITE EXPOSURE-REPORT-OUT-REC FROM RPT-TITLE-LINE.
           WRITE EXPOSURE-REPORT-OUT-REC FROM RPT-SUBTITLE-LINE.
           WRITE EXPOSURE-REPORT-OUT-REC FROM RPT-DATE-LINE.
           MOVE SPACES                 TO EXPOSURE-REPORT-OUT-REC.
           WRITE EXPOSURE-REPORT-OUT-REC.
           WRITE EXPOSURE-REPORT-OUT-REC FROM WS-HEADER-LINE.
           MOVE SPACES                 TO EXPOSURE-REPORT-OUT-REC.
           WRITE EXPOSURE-REPORT-OUT-REC.

           MOVE 6                      TO RPT-LINE-COUNT.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1200-LOAD-NEAR-PERCENT.
           OPEN INPUT RATE-TAB.
           IF WS-RATECTL-FILE-STATUS = "35"
               SET WS-RATECTL-EOF TO TRUE
           ELSE
               PERFORM 1210-SCAN-RATE-ROW
                   THRU 1210-EXIT
                   UNTIL WS-RATECTL-EOF
               CLOSE RATE-TAB
           END-IF.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1210-SCAN-RATE-ROW.
           READ RATE-TAB
               AT END
                   SET WS-RATECTL-EOF TO TRUE
               NOT AT END
                   IF RC-PROGRAM-ID = "ABCCREXP"
                       AND RC-RULE-CODE = "NEAR"
                       AND (RC-EFF-FROM-DATE = SPACES
                           OR RC-EFF-FROM-DATE <= WS-RUN-DATE)
                       AND (RC-EFF-TO-DATE = SPACES
                           OR RC-EFF-TO-DATE >= WS-RUN-DATE)
                       AND RC-VALUE-1 > ZERO
                       AND RC-VALUE-1 < 1000
                       MOVE RC-VALUE-1 TO WS-NEAR-PERCENT
                   END-IF
           END-READ.
       1210-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * SUMS ONE CUSTOMER'S EXPOSURE AND MEASURES IT AGAINST THE *
      * LIMIT.  A CUSTOMER WITH NO LIMIT SET (ZERO) IS NOT       *
      * ASSESSED, BUT ITS ITEMS AND CHARGES ARE STILL PASSED SO  *
      * THE MATCHED FILES STAY IN STEP.                          *
      *----------------------------------------------------------*
       2000-ASSESS-CUSTOMER.
           ADD 1 TO WS-CUSTOMER-COUNT.
           MOVE ZERO                   TO WS-OPEN-BALANCE
                                          WS-DAY-CHARGES.

           PERFORM 2300-SUM-CUSTOMER-ITEM
               THRU 2300-EXIT
               UNTIL WS-RECVI-EOF
               OR RV-CUSTOMER-ID > CMK-CUSTOMER-ID.

           PERFORM 2500-SUM-CUSTOMER-CHARGE
               THRU 2500-EXIT
               UNTIL WS-STMT-EOF
               OR SX-CUSTOMER-ID > CMK-CUSTOMER-ID.

           IF CMK-CREDIT-LIMIT = ZERO
               ADD 1 TO WS-NO-LIMIT-COUNT
               GO TO 2000-READ-NEXT
           END-IF.

           ADD 1 TO WS-ASSESSED-COUNT.
           COMPUTE WS-EXPOSURE = WS-OPEN-BALANCE + WS-DAY-CHARGES.
           COMPUTE WS-NEAR-AMOUNT ROUNDED =
               CMK-CREDIT-LIMIT * WS-NEAR-PERCENT / 100.
           COMPUTE WS-USED-PERCENT =
               WS-EXPOSURE * 100 / CMK-CREDIT-LIMIT
               ON SIZE ERROR
                   MOVE 9999 TO WS-USED-PERCENT
           END-COMPUTE.

           EVALUATE TRUE
               WHEN WS-EXPOSURE > CMK-CREDIT-LIMIT
                   ADD 1 TO WS-OVER-COUNT
                   IF CMK-CREDIT-HELD
                       MOVE "OVER LIMIT - ON HOLD"
                           TO WS-D-STATUS
                   ELSE
                       PERFORM 3000-PLACE-CREDIT-HOLD
                           THRU 3000-EXIT
                   END-IF
                   PERFORM 7000-WRITE-REPORT-LINE
                       THRU 7000-EXIT
               WHEN WS-EXPOSURE >= WS-NEAR-AMOUNT
                   ADD 1 TO WS-NEAR-COUNT
                   IF CMK-CREDIT-HELD
                       MOVE "NEAR LIMIT - ON HOLD"
                           TO WS-D-STATUS
                   ELSE
                       MOVE "NEAR LIMIT"
                           TO WS-D-STATUS
                   END-IF
                   PERFORM 7000-WRITE-REPORT-LINE
                       THRU 7000-EXIT
               WHEN CMK-CREDIT-HELD
                   MOVE "ON HOLD - WITHIN LIMIT"
                       TO WS-D-STATUS
                   PERFORM 7000-WRITE-REPORT-LINE
                       THRU 7000-EXIT
           END-EVALUATE.

       2000-READ-NEXT.
           PERFORM 2100-READ-CUSTOMER
               THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2100-READ-CUSTOMER.
           READ CUSTOMER-KSD NEXT RECORD
               AT END
                   SET WS-CUST-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2200-READ-ITEM.
           READ RECEIVABLE-KSD NEXT RECORD
               INTO RECEIVABLE-ITEM-RECORD
               AT END
                   SET WS-RECVI-EOF TO TRUE
           END-READ.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * AN ITEM FOR A CUSTOMER NOT ON THE MASTER IS PASSED BY.   *
      * CLOSED ITEMS ARE PAYMENT HISTORY AND CARRY NO BALANCE;   *
      * OPEN, DISPUTED, AND CREDIT ITEMS ALL NET INTO EXPOSURE.  *
      *----------------------------------------------------------*
       2300-SUM-CUSTOMER-ITEM.
           IF RV-CUSTOMER-ID = CMK-CUSTOMER-ID
               AND NOT RV-ITEM-PAID
               ADD RV-OPEN-AMOUNT      TO WS-OPEN-BALANCE
           END-IF.
           PERFORM 2200-READ-ITEM
               THRU 2200-EXIT.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE EXTRACT IS THE NIGHT'S LINES MERGED WITH THOSE HELD  *
      * FOR THE BILLING CYCLE, SO EVERY LINE ON IT IS UNBILLED.  *
      *----------------------------------------------------------*
       2400-READ-EXTRACT.
           READ STMT-EXTRACT-IN INTO STMT-EXTRACT-RECORD
               AT END
                   SET WS-STMT-EOF TO TRUE
           END-READ.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2500-SUM-CUSTOMER-CHARGE.
           IF SX-CUSTOMER-ID = CMK-CUSTOMER-ID
               ADD SX-AMOUNT           TO WS-DAY-CHARGES
           END-IF.
           PERFORM 2400-READ-EXTRACT
               THRU 2400-EXIT.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * PUTS AN OVER-LIMIT CUSTOMER ON CREDIT HOLD AND LOGS THE  *
      * HOLD WITH THE EXPOSURE THAT TRIGGERED IT.                *
      *----------------------------------------------------------*
       3000-PLACE-CREDIT-HOLD.
           SET CMK-CREDIT-HELD         TO TRUE.
           REWRITE CUSTOMER-KEYED-RECORD.
           IF WS-CUSTKSD-FILE-STATUS NOT = "00"
               SET WS-UPDATE-FAILED    TO TRUE
               DISPLAY "ABCCREXP **** HOLD NOT RECORDED FOR "
                   CMK-CUSTOMER-ID " STATUS "
                   WS-CUSTKSD-FILE-STATUS " ****"
               MOVE "OVER - HOLD NOT WRITTEN"
                   TO WS-D-STATUS
               GO TO 3000-EXIT
           END-IF.

           ADD 1 TO WS-HOLD-PLACED-COUNT.
           MOVE "OVER LIMIT - HOLD PLACED"
               TO WS-D-STATUS.

           MOVE "ABCCREXP"             TO AUD-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE  TO AUD-TIMESTAMP.
           MOVE SPACES                 TO AUD-INDATA.
           MOVE WS-EXPOSURE            TO WS-D-EXPOSURE.
           STRING CMK-CUSTOMER-ID " EXPOSURE " WS-D-EXPOSURE
               DELIMITED BY SIZE INTO AUD-INDATA.
           MOVE "CREDIT HOLD PLACED"   TO AUD-RESULT.
           OPEN EXTEND AUDIT-LOG-OUT.
           IF WS-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-OUT
           END-IF.
           WRITE AUDIT-LOG-OUT-REC FROM AUDIT-LOG-LINE.
           CLOSE AUDIT-LOG-OUT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       7000-WRITE-REPORT-LINE.
           IF RPT-LINE-COUNT >= RPT-MAX-LINES-PER-PAGE
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE EXPOSURE-REPORT-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 1100-WRITE-PAGE-HEADERS
                   THRU 1100-EXIT
           END-IF.

           MOVE CMK-CUSTOMER-ID        TO WS-D-CUSTOMER-ID.
           MOVE SPACES                 TO WS-D-NAME.
           STRING CMK-LAST-NAME ", " CMK-FIRST-NAME
               DELIMITED BY SIZE INTO WS-D-NAME.
           MOVE CMK-CREDIT-LIMIT       TO WS-D-LIMIT.
           MOVE WS-OPEN-BALANCE        TO WS-D-OPEN-BALANCE.
           MOVE WS-DAY-CHARGES         TO WS-D-DAY-CHARGES.
           MOVE WS-EXPOSURE            TO WS-D-EXPOSURE.
           MOVE WS-USED-PERCENT        TO WS-D-PERCENT.
           WRITE EXPOSURE-REPORT-OUT-REC FROM WS-DETAIL-LINE.
           ADD 1 TO RPT-LINE-COUNT.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       9000-TERMINATE.
           MOVE RPT-PAGE-COUNT         TO RPT-F-PAGE-NO.
           WRITE EXPOSURE-REPORT-OUT-REC FROM RPT-FOOTER-LINE.

           MOVE "CUSTOMERS READ........." TO RPT-FN-LABEL.
           MOVE WS-CUSTOMER-COUNT      TO RPT-FN-COUNT.
           WRITE EXPOSURE-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "CUSTOMERS ASSESSED....." TO RPT-FN-LABEL.
           MOVE WS-ASSESSED-COUNT      TO RPT-FN-COUNT.
           WRITE EXPOSURE-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "NO LIMIT SET..........." TO RPT-FN-LABEL.
           MOVE WS-NO-LIMIT-COUNT      TO RPT-FN-COUNT.
           WRITE EXPOSURE-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "OVER LIMIT............." TO RPT-FN-LABEL.
           MOVE WS-OVER-COUNT          TO RPT-FN-COUNT.
           WRITE EXPOSURE-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "NEAR LIMIT............." TO RPT-FN-LABEL.
           MOVE WS-NEAR-COUNT          TO RPT-FN-COUNT.
           WRITE EXPOSURE-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "HOLDS PLACED..........." TO RPT-FN-LABEL.
           MOVE WS-HOLD-PLACED-COUNT   TO RPT-FN-COUNT.
           WRITE EXPOSURE-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           IF WS-RECVI-FILE-STATUS NOT = "35"
               CLOSE RECEIVABLE-KSD
           END-IF.
           IF WS-STMT-FILE-STATUS NOT = "35"
               CLOSE STMT-EXTRACT-IN
           END-IF.
           IF WS-CUSTKSD-FILE-STATUS NOT = "35"
               CLOSE CUSTOMER-KSD
           END-IF.
           CLOSE EXPOSURE-REPORT-OUT.

           DISPLAY "ABCCREXP CONTROL TOTAL - CUSTOMERS="
               WS-CUSTOMER-COUNT
               " ASSESSED=" WS-ASSESSED-COUNT
               " NO-LIMIT=" WS-NO-LIMIT-COUNT
               " OVER=" WS-OVER-COUNT
               " NEAR=" WS-NEAR-COUNT
               " HOLDS=" WS-HOLD-PLACED-COUNT.

           IF WS-CUSTOMER-COUNT NOT =
               WS-ASSESSED-COUNT + WS-NO-LIMIT-COUNT
               OR WS-UPDATE-FAILED
               DISPLAY
                 "ABCCREXP **** CONTROL TOTALS OUT OF BALANCE ****"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-OVER-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
       9000-EXIT.
           EXIT.
