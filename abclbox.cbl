       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCLBOX.
       AUTHOR. D HARLOW.
       INSTALLATION. DL100 BATCH SERVICES.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 2026-10-15  DH  NEW PROGRAM.  BANK LOCKBOX INTAKE.  THE  *
      *                 BANK'S LOCKBOX FILE CARRIES BATCHES OF   *
      *                 CHECKS, EACH BATCH UNDER A HEADER GIVING *
      *                 ITS CHECK COUNT AND TOTAL, EACH CHECK    *
      *                 FOLLOWED BY THE REMITTANCE-ADVICE LINES  *
      *                 NAMING THE STATEMENT DATES IT PAYS.      *
      *                 EVERY BATCH IS PROVED AGAINST ITS CHECKS *
      *                 BEFORE ANY OF IT IS USED; A BATCH IN     *
      *                 BALANCE IS CONVERTED INTO CASH-          *
      *                 APPLICATION REMITTANCES (REMITREC, WITH  *
      *                 THE ADVICE CARRIED ON EACH CHECK) FOR    *
      *                 ABCCASH, AND A BATCH OUT OF BALANCE IS   *
      *                 REJECTED WHOLE AND REPORTED.             *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCKBOX-IN
               ASSIGN TO LOCKBOX
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCKBOX-FILE-STATUS.

           SELECT REMITTANCE-OUT
               ASSIGN TO REMITOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMIT-FILE-STATUS.

           SELECT LOCKBOX-REPORT-OUT
               ASSIGN TO LBOXRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------*
      * THE BANK'S LOCKBOX RECORD, 80 BYTES, IN THREE SHAPES BY  *
      * RECORD TYPE: 1 = BATCH HEADER, 2 = CHECK, 3 = ADVICE     *
      * LINE FOR THE CHECK JUST BEFORE IT.                       *
      *----------------------------------------------------------*
       FD  LOCKBOX-IN
           RECORDING MODE IS F.
       01  LOCKBOX-RECORD.
           05  LB-RECORD-TYPE          PIC X(01).
               88  LB-BATCH-HEADER             VALUE "1".
               88  LB-CHECK-DETAIL             VALUE "2".
               88  LB-ADVICE-LINE              VALUE "3".
           05  LB-BATCH-NO             PIC X(06).
           05  LB-HEADER-DATA.
               10  LB-DEPOSIT-DATE     PIC X(08).
               10  LB-BATCH-CHECKS     PIC 9(05).
               10  LB-BATCH-TOTAL      PIC 9(11)V99.
               10  FILLER              PIC X(47).
           05  LB-CHECK-DATA REDEFINES LB-HEADER-DATA.
               10  LB-CHECK-NO         PIC X(08).
               10  LB-CUSTOMER-ID      PIC X(06).
               10  LB-CHECK-AMOUNT     PIC 9(11)V99.
               10  FILLER              PIC X(46).
           05  LB-ADVICE-DATA REDEFINES LB-HEADER-DATA.
               10  LB-ADV-CHECK-NO     PIC X(08).
               10  LB-ADV-STMT-DATE    PIC X(08).
               10  LB-ADV-AMOUNT       PIC 9(11)V99.
               10  FILLER              PIC X(44).

       FD  REMITTANCE-OUT
           RECORDING MODE IS F.
       01  REMITTANCE-OUT-REC          PIC X(253).

       FD  LOCKBOX-REPORT-OUT
           RECORDING MODE IS F.
       01  LOCKBOX-REPORT-OUT-REC      PIC X(132).

       WORKING-STORAGE SECTION.
       COPY REMITREC.
       COPY RUNSTAMP.
       COPY RPTHDFT.
       01  WS-LOCKBOX-FILE-STATUS      PIC X(02).
       01  WS-REMIT-FILE-STATUS        PIC X(02).

       01  WS-LOCKBOX-EOF-SW           PIC X(01) VALUE "N".
           88  WS-LOCKBOX-EOF                  VALUE "Y".
       01  WS-BATCH-OPEN-SW            PIC X(01) VALUE "N".
           88  WS-BATCH-OPEN                   VALUE "Y".
       01  WS-CHECK-PENDING-SW         PIC X(01) VALUE "N".
           88  WS-CHECK-PENDING                VALUE "Y".
       01  WS-BATCH-ERROR-SW           PIC X(01) VALUE "N".
           88  WS-BATCH-IN-ERROR               VALUE "Y".

      *----------------------------------------------------------*
      * THE BATCH BEING PROVED: ITS HEADER, WHAT ITS CHECKS ADD  *
      * UP TO, AND THE CHECKS THEMSELVES, HELD AS FINISHED       *
      * REMITTANCE RECORDS UNTIL THE BATCH IS KNOWN TO BALANCE.  *
      *----------------------------------------------------------*
       01  WS-BATCH-NO                 PIC X(06) VALUE SPACES.
       01  WS-BATCH-DEPOSIT-DATE       PIC X(08) VALUE SPACES.
       01  WS-BATCH-HDR-CHECKS         PIC 9(05) VALUE ZERO.
       01  WS-BATCH-HDR-TOTAL          PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
       01  WS-BATCH-CHECK-COUNT        PIC 9(05) COMP VALUE ZERO.
       01  WS-BATCH-CHECK-TOTAL        PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
       01  WS-BATCH-REASON             PIC X(39) VALUE SPACES.

       01  WS-BATCH-TABLE.
           05  WS-BT-ENTRY-COUNT       PIC 9(04) COMP VALUE ZERO.
           05  WS-BT-ENTRY             OCCURS 300 TIMES.
               10  WS-BT-REMITTANCE    PIC X(253).

       01  WS-BT-SUB                   PIC 9(04) COMP VALUE ZERO.

       01  WS-RECORD-COUNT             PIC 9(08) COMP VALUE ZERO.
       01  WS-BATCH-COUNT              PIC 9(08) COMP VALUE ZERO.
       01  WS-BATCH-PASSED-COUNT       PIC 9(08) COMP VALUE ZERO.
       01  WS-BATCH-REJECT-COUNT       PIC 9(08) COMP VALUE ZERO.
       01  WS-CHECK-COUNT              PIC 9(08) COMP VALUE ZERO.
       01  WS-CHECK-PASSED-COUNT       PIC 9(08) COMP VALUE ZERO.
       01  WS-CHECK-REJECT-COUNT       PIC 9(08) COMP VALUE ZERO.
       01  WS-ADVICE-COUNT             PIC 9(08) COMP VALUE ZERO.
       01  WS-ADVICE-OVER-COUNT        PIC 9(08) COMP VALUE ZERO.
       01  WS-STRAY-COUNT              PIC 9(08) COMP VALUE ZERO.
       01  WS-AMOUNT-PASSED            PIC S9(13)V99 COMP-3
                                       VALUE ZERO.

       01  WS-RPT-DATE                 PIC X(10).

       01  WS-HEADER-LINE.
           05  FILLER                  PIC X(08) VALUE "BATCH".
           05  FILLER                  PIC X(10) VALUE "CHECK".
           05  FILLER                  PIC X(08) VALUE "CUSTOMER".
           05  FILLER                  PIC X(15) VALUE
               "         AMOUNT".
           05  FILLER                  PIC X(08) VALUE "  ADVICE".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(36) VALUE "DISPOSITION".

       01  WS-DETAIL-LINE.
           05  WS-D-BATCH-NO           PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-CHECK-NO           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-CUSTOMER-ID        PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-AMOUNT             PIC -(10)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-ADVICE-COUNT       PIC Z(05)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-DISPOSITION        PIC X(36).

       01  WS-BATCH-LINE.
           05  FILLER                  PIC X(06) VALUE "BATCH ".
           05  WS-B-BATCH-NO           PIC X(06).
           05  FILLER                  PIC X(11) VALUE " DEPOSITED ".
           05  WS-B-DEPOSIT-DATE       PIC X(08).
           05  FILLER                  PIC X(09) VALUE "  HEADER ".
           05  WS-B-HDR-CHECKS         PIC Z(04)9.
           05  WS-B-HDR-TOTAL          PIC -(12)9.99.
           05  FILLER                  PIC X(09) VALUE "  CHECKS ".
           05  WS-B-CHECKS             PIC Z(04)9.
           05  WS-B-TOTAL              PIC -(12)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-B-DISPOSITION        PIC X(39).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-PROCESS-LOCKBOX-RECORD
               THRU 2000-EXIT
               UNTIL WS-LOCKBOX-EOF.

           IF WS-BATCH-OPEN
               PERFORM 3000-CLOSE-BATCH
                   THRU 3000-EXIT
           END-IF.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           GOBACK.

      *----------------------------------------------------------*
      * THE REMITTANCE FILE IS THE CASH RUN'S INPUT, WHICH MAY   *
      * ALREADY HOLD THE DAY'S KEYED PAYMENTS, SO PROVED CHECKS  *
      * ARE ADDED TO IT.                                         *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT LOCKBOX-REPORT-OUT.

           MOVE FUNCTION CURRENT-DATE TO WS-RUNSTAMP-CURRENT-DATE.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:14) TO WS-RUN-ID.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:8)  TO WS-RUN-DATE.

           MOVE "BANK LOCKBOX INTAKE" TO RPT-ST-TEXT.
           STRING WS-RUN-DATE(5:2) "/" WS-RUN-DATE(7:2) "/"
               WS-RUN-DATE(1:4)
               DELIMITED BY SIZE INTO WS-RPT-DATE.

           PERFORM 1100-WRITE-PAGE-HEADERS
               THRU 1100-EXIT.

           OPEN EXTEND REMITTANCE-OUT.
           IF WS-REMIT-FILE-STATUS = "35"
               OPEN OUTPUT REMITTANCE-OUT
           END-IF.

           OPEN INPUT LOCKBOX-IN.
           IF WS-LOCKBOX-FILE-STATUS = "35"
               SET WS-LOCKBOX-EOF TO TRUE
           ELSE
               PERFORM 2100-READ-LOCKBOX
                   THRU 2100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1100-WRITE-PAGE-HEADERS.
           ADD 1 TO RPT-PAGE-COUNT.
           MOVE WS-RPT-DATE            TO RPT-DL-RUN-DATE.

           WRITE LOCKBOX-REPORT-OUT-REC FROM RPT-TITLE-LINE.
           WRITE LOCKBOX-REPORT-OUT-REC FROM RPT-SUBTITLE-LINE.
           WRITE LOCKBOX-REPORT-OUT-REC FROM RPT-DATE-LINE.
           MOVE SPACES                 TO LOCKBOX-REPORT-OUT-REC.
           WRITE LOCKBOX-REPORT-OUT-REC.
           WRITE LOCKBOX-REPORT-OUT-REC FROM WS-HEADER-LINE.
           MOVE SPACES                 TO LOCKBOX-REPORT-OUT-REC.
           WRITE LOCKBOX-REPORT-OUT-REC.

           MOVE 6                      TO RPT-LINE-COUNT.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE LOCKBOX RECORD.  A HEADER CLOSES THE BATCH BEFORE IT *
      * AND OPENS THE NEXT; A CHECK OR ADVICE LINE OUTSIDE A     *
      * BATCH, OR OF NO KNOWN TYPE, CANNOT BE PROVED AND IS      *
      * COUNTED AS STRAY.                                        *
      *----------------------------------------------------------*
       2000-PROCESS-LOCKBOX-RECORD.
           ADD 1 TO WS-RECORD-COUNT.

           EVALUATE TRUE
               WHEN LB-BATCH-HEADER
                   IF WS-BATCH-OPEN
                       PERFORM 3000-CLOSE-BATCH
                           THRU 3000-EXIT
                   END-IF
                   PERFORM 2200-OPEN-BATCH
                       THRU 2200-EXIT
               WHEN NOT WS-BATCH-OPEN
                   ADD 1 TO WS-STRAY-COUNT
               WHEN LB-CHECK-DETAIL
                   PERFORM 2300-TAKE-CHECK
                       THRU 2300-EXIT
               WHEN LB-ADVICE-LINE
                   PERFORM 2400-TAKE-ADVICE
                       THRU 2400-EXIT
               WHEN OTHER
                   ADD 1 TO WS-STRAY-COUNT
                   IF NOT WS-BATCH-IN-ERROR
                       SET WS-BATCH-IN-ERROR TO TRUE
                       MOVE "REJECTED - UNKNOWN RECORD TYPE"
                           TO WS-BATCH-REASON
                   END-IF
           END-EVALUATE.

           PERFORM 2100-READ-LOCKBOX
               THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2100-READ-LOCKBOX.
           READ LOCKBOX-IN
               AT END
                   SET WS-LOCKBOX-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2200-OPEN-BATCH.
           ADD 1 TO WS-BATCH-COUNT.
           SET WS-BATCH-OPEN           TO TRUE.
           MOVE "N"                    TO WS-BATCH-ERROR-SW
                                          WS-CHECK-PENDING-SW.
           MOVE SPACES                 TO WS-BATCH-REASON.
           MOVE ZERO                   TO WS-BT-ENTRY-COUNT
                                          WS-BATCH-CHECK-COUNT
                                          WS-BATCH-CHECK-TOTAL.
           MOVE LB-BATCH-NO            TO WS-BATCH-NO.
           MOVE LB-DEPOSIT-DATE        TO WS-BATCH-DEPOSIT-DATE.

           IF LB-BATCH-CHECKS IS NOT NUMERIC
               OR LB-BATCH-TOTAL IS NOT NUMERIC
               MOVE ZERO               TO WS-BATCH-HDR-CHECKS
                                          WS-BATCH-HDR-TOTAL
               SET WS-BATCH-IN-ERROR   TO TRUE
               MOVE "REJECTED - HEADER COUNT/TOTAL INVALID"
                   TO WS-BATCH-REASON
           ELSE
               MOVE LB-BATCH-CHECKS    TO WS-BATCH-HDR-CHECKS
               MOVE LB-BATCH-TOTAL     TO WS-BATCH-HDR-TOTAL
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A CHECK STARTS A NEW REMITTANCE, DATED THE BATCH'S       *
      * DEPOSIT DATE AND REFERENCED BY BATCH AND CHECK NUMBER.   *
      * ITS ADVICE LINES, IF ANY, FOLLOW IT.                     *
      *----------------------------------------------------------*
       2300-TAKE-CHECK.
           PERFORM 2500-STORE-PENDING-CHECK
               THRU 2500-EXIT.

           ADD 1 TO WS-CHECK-COUNT.
           ADD 1 TO WS-BATCH-CHECK-COUNT.

           IF LB-CHECK-AMOUNT IS NOT NUMERIC
               OR LB-CHECK-AMOUNT = ZERO
               OR LB-CUSTOMER-ID = SPACES
               IF NOT WS-BATCH-IN-ERROR
                   SET WS-BATCH-IN-ERROR TO TRUE
                   MOVE "REJECTED - CHECK LACKS CUSTOMER/AMOUNT"
                       TO WS-BATCH-REASON
               END-IF
               GO TO 2300-EXIT
           END-IF.

           ADD LB-CHECK-AMOUNT         TO WS-BATCH-CHECK-TOTAL.

           MOVE SPACES                 TO REMITTANCE-RECORD.
           MOVE LB-CUSTOMER-ID         TO RM-CUSTOMER-ID.
           MOVE LB-CHECK-AMOUNT        TO RM-AMOUNT.
           MOVE WS-BATCH-DEPOSIT-DATE  TO RM-REMIT-DATE.
           STRING WS-BATCH-NO LB-CHECK-NO
               DELIMITED BY SIZE INTO RM-REFERENCE.
           MOVE ZERO                   TO RM-ADVICE-COUNT.
           SET WS-CHECK-PENDING        TO TRUE.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * AN ADVICE LINE MUST BELONG TO THE CHECK JUST READ.  A    *
      * CHECK CARRIES AT MOST TEN ADVISED ITEMS; ANY MORE ARE    *
      * COUNTED AND LEFT OFF, AND WHAT THEY WOULD HAVE PAID IS   *
      * CARRIED ON ACCOUNT BY THE CASH RUN.                      *
      *----------------------------------------------------------*
       2400-TAKE-ADVICE.
           IF NOT WS-CHECK-PENDING
               OR LB-ADV-CHECK-NO NOT = RM-REFERENCE(7:8)
               IF NOT WS-BATCH-IN-ERROR
                   SET WS-BATCH-IN-ERROR TO TRUE
                   MOVE "REJECTED - ADVICE WITH NO CHECK"
                       TO WS-BATCH-REASON
               END-IF
               GO TO 2400-EXIT
           END-IF.

           ADD 1 TO WS-ADVICE-COUNT.
           IF RM-ADVICE-COUNT NOT < 10
               ADD 1 TO WS-ADVICE-OVER-COUNT
               GO TO 2400-EXIT
           END-IF.

           ADD 1 TO RM-ADVICE-COUNT.
           MOVE LB-ADV-STMT-DATE
               TO RM-ADV-STMT-DATE(RM-ADVICE-COUNT).
           IF LB-ADV-AMOUNT IS NUMERIC
               MOVE LB-ADV-AMOUNT
                   TO RM-ADV-AMOUNT(RM-ADVICE-COUNT)
           ELSE
               MOVE ZERO
                   TO RM-ADV-AMOUNT(RM-ADVICE-COUNT)
           END-IF.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2500-STORE-PENDING-CHECK.
           IF NOT WS-CHECK-PENDING
               GO TO 2500-EXIT
           END-IF.
           MOVE "N"                    TO WS-CHECK-PENDING-SW.

           IF WS-BT-ENTRY-COUNT < 300
               ADD 1 TO WS-BT-ENTRY-COUNT
               MOVE REMITTANCE-RECORD
                   TO WS-BT-REMITTANCE(WS-BT-ENTRY-COUNT)
           ELSE
               IF NOT WS-BATCH-IN-ERROR
                   SET WS-BATCH-IN-ERROR TO TRUE
                   MOVE "REJECTED - OVER 300 CHECKS"
                       TO WS-BATCH-REASON
               END-IF
           END-IF.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * PROVES THE BATCH: ITS CHECKS MUST MATCH THE HEADER IN    *
      * BOTH COUNT AND TOTAL.  ONLY A BATCH THAT PROVES IS       *
      * PASSED TO CASH APPLICATION; ANY OTHER IS REJECTED WHOLE  *
      * FOR THE BANK TO CORRECT AND RESEND.                      *
      *----------------------------------------------------------*
       3000-CLOSE-BATCH.
           PERFORM 2500-STORE-PENDING-CHECK
               THRU 2500-EXIT.
           MOVE "N"                    TO WS-BATCH-OPEN-SW.

           IF NOT WS-BATCH-IN-ERROR
               AND (WS-BATCH-CHECK-COUNT NOT = WS-BATCH-HDR-CHECKS
                   OR WS-BATCH-CHECK-TOTAL NOT = WS-BATCH-HDR-TOTAL)
               SET WS-BATCH-IN-ERROR   TO TRUE
               MOVE "REJECTED - OUT OF BALANCE"
                   TO WS-BATCH-REASON
           END-IF.

           MOVE WS-BATCH-NO            TO WS-B-BATCH-NO.
           MOVE WS-BATCH-DEPOSIT-DATE  TO WS-B-DEPOSIT-DATE.
           MOVE WS-BATCH-HDR-CHECKS    TO WS-B-HDR-CHECKS.
           MOVE WS-BATCH-HDR-TOTAL     TO WS-B-HDR-TOTAL.
           MOVE WS-BATCH-CHECK-COUNT   TO WS-B-CHECKS.
           MOVE WS-BATCH-CHECK-TOTAL   TO WS-B-TOTAL.

           IF WS-BATCH-IN-ERROR
               ADD 1 TO WS-BATCH-REJECT-COUNT
               ADD WS-BATCH-CHECK-COUNT TO WS-CHECK-REJECT-COUNT
               MOVE WS-BATCH-REASON    TO WS-B-DISPOSITION
               MOVE "BATCH REJECTED"   TO WS-D-DISPOSITION
           ELSE
               ADD 1 TO WS-BATCH-PASSED-COUNT
               ADD WS-BATCH-CHECK-COUNT TO WS-CHECK-PASSED-COUNT
               MOVE "IN BALANCE - PASSED TO CASH"
                   TO WS-B-DISPOSITION
               MOVE "PASSED TO CASH APPLICATION"
                   TO WS-D-DISPOSITION
           END-IF.

           PERFORM 7100-WRITE-BATCH-LINE
               THRU 7100-EXIT.

           PERFORM 3100-RELEASE-CHECK
               THRU 3100-EXIT
               VARYING WS-BT-SUB FROM 1 BY 1
               UNTIL WS-BT-SUB > WS-BT-ENTRY-COUNT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3100-RELEASE-CHECK.
           MOVE WS-BT-REMITTANCE(WS-BT-SUB) TO REMITTANCE-RECORD.

           IF NOT WS-BATCH-IN-ERROR
               ADD RM-AMOUNT           TO WS-AMOUNT-PASSED
               WRITE REMITTANCE-OUT-REC FROM REMITTANCE-RECORD
               IF WS-REMIT-FILE-STATUS NOT = "00"
                   DISPLAY "ABCLBOX  **** REMITTANCE NOT WRITTEN "
                       "FOR " RM-REFERENCE " STATUS "
                       WS-REMIT-FILE-STATUS " ****"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           PERFORM 7000-WRITE-REPORT-LINE
               THRU 7000-EXIT.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       7000-WRITE-REPORT-LINE.
           IF RPT-LINE-COUNT >= RPT-MAX-LINES-PER-PAGE
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE LOCKBOX-REPORT-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 1100-WRITE-PAGE-HEADERS
                   THRU 1100-EXIT
           END-IF.

           MOVE WS-BATCH-NO            TO WS-D-BATCH-NO.
           MOVE RM-REFERENCE(7:8)      TO WS-D-CHECK-NO.
           MOVE RM-CUSTOMER-ID         TO WS-D-CUSTOMER-ID.
           MOVE RM-AMOUNT              TO WS-D-AMOUNT.
           MOVE RM-ADVICE-COUNT        TO WS-D-ADVICE-COUNT.
           WRITE LOCKBOX-REPORT-OUT-REC FROM WS-DETAIL-LINE.
           ADD 1 TO RPT-LINE-COUNT.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       7100-WRITE-BATCH-LINE.
           IF RPT-LINE-COUNT >= RPT-MAX-LINES-PER-PAGE - 1
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE LOCKBOX-REPORT-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 1100-WRITE-PAGE-HEADERS
                   THRU 1100-EXIT
           END-IF.

           MOVE SPACES                 TO LOCKBOX-REPORT-OUT-REC.
           WRITE LOCKBOX-REPORT-OUT-REC.
           WRITE LOCKBOX-REPORT-OUT-REC FROM WS-BATCH-LINE.
           ADD 2 TO RPT-LINE-COUNT.
       7100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       9000-TERMINATE.
           MOVE RPT-PAGE-COUNT         TO RPT-F-PAGE-NO.
           WRITE LOCKBOX-REPORT-OUT-REC FROM RPT-FOOTER-LINE.

           MOVE "LOCKBOX RECORDS READ..." TO RPT-FN-LABEL.
           MOVE WS-RECORD-COUNT        TO RPT-FN-COUNT.
           WRITE LOCKBOX-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "BATCHES READ..........." TO RPT-FN-LABEL.
           MOVE WS-BATCH-COUNT         TO RPT-FN-COUNT.
           WRITE LOCKBOX-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "BATCHES IN BALANCE....." TO RPT-FN-LABEL.
           MOVE WS-BATCH-PASSED-COUNT  TO RPT-FN-COUNT.
           WRITE LOCKBOX-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "BATCHES REJECTED......." TO RPT-FN-LABEL.
           MOVE WS-BATCH-REJECT-COUNT  TO RPT-FN-COUNT.
           WRITE LOCKBOX-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "CHECKS READ............" TO RPT-FN-LABEL.
           MOVE WS-CHECK-COUNT         TO RPT-FN-COUNT.
           WRITE LOCKBOX-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "CHECKS PASSED TO CASH.." TO RPT-FN-LABEL.
           MOVE WS-CHECK-PASSED-COUNT  TO RPT-FN-COUNT.
           WRITE LOCKBOX-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "CHECKS REJECTED........" TO RPT-FN-LABEL.
           MOVE WS-CHECK-REJECT-COUNT  TO RPT-FN-COUNT.
           WRITE LOCKBOX-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "ADVICE LINES READ......" TO RPT-FN-LABEL.
           MOVE WS-ADVICE-COUNT        TO RPT-FN-COUNT.
           WRITE LOCKBOX-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "ADVICE LINES OVER TEN.." TO RPT-FN-LABEL.
           MOVE WS-ADVICE-OVER-COUNT   TO RPT-FN-COUNT.
           WRITE LOCKBOX-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "STRAY RECORDS.........." TO RPT-FN-LABEL.
           MOVE WS-STRAY-COUNT         TO RPT-FN-COUNT.
           WRITE LOCKBOX-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           IF WS-LOCKBOX-FILE-STATUS NOT = "35"
               CLOSE LOCKBOX-IN
           END-IF.
           CLOSE REMITTANCE-OUT
                 LOCKBOX-REPORT-OUT.

           DISPLAY "ABCLBOX  CONTROL TOTAL - BATCHES="
               WS-BATCH-COUNT
               " PASSED=" WS-BATCH-PASSED-COUNT
               " REJECTED=" WS-BATCH-REJECT-COUNT
               " CHECKS=" WS-CHECK-COUNT
               " TO-CASH=" WS-CHECK-PASSED-COUNT
               " AMOUNT=" WS-AMOUNT-PASSED.

           IF WS-BATCH-COUNT NOT =
               WS-BATCH-PASSED-COUNT + WS-BATCH-REJECT-COUNT
               OR WS-CHECK-COUNT NOT =
               WS-CHECK-PASSED-COUNT + WS-CHECK-REJECT-COUNT
               DISPLAY
                 "ABCLBOX  **** CONTROL TOTALS OUT OF BALANCE ****"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF RETURN-CODE < 8
                   IF WS-BATCH-REJECT-COUNT > ZERO
                       OR WS-STRAY-COUNT > ZERO
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE 0 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
       9000-EXIT.
           EXIT.
