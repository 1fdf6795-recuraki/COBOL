      *                 ABCSTMT DOES.  AN ITEM FLAGGED DISPUTED  *
      *                 IS REPORTED BUT EXCLUDED FROM THE        *
      *                 ESCALATION SEVERITY.                     *
      * 2026-10-15  DH  READS THE KEYED RECEIVABLES FILE         *
      *                 (RECVKSD) IN KEY ORDER AND AGES EACH     *
      *                 CUSTOMER ON A CONTROL BREAK, REPLACING   *
      *                 THE 200-CUSTOMER TABLE.  CLOSED ITEMS    *
      *                 (STATUS P) ARE SKIPPED.                  *
      * 2026-10-15  DH  A CUSTOMER WITH AN OPEN PROMISE TO PAY   *
      *                 ON THE KEYED PROMISE REGISTER (PROMKSD)  *
      *                 IS FLAGGED ON THE TRIAL BALANCE AND GETS *
      *                 NO DUNNING LETTER WHILE THE PROMISE      *
      *                 STANDS; ONCE THE CASH RUN MARKS IT KEPT  *
      *                 OR BROKEN, NORMAL ESCALATION RESUMES.    *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIVABLE-KSD
               ASSIGN TO RECVKSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RVK-ITEM-KEY
               FILE STATUS IS WS-RECVI-FILE-STATUS.

           SELECT CUSTOMER-KSD
               RECORD KEY IS CMK-CUSTOMER-ID
               FILE STATUS IS WS-CUSTKSD-FILE-STATUS.

           SELECT PROMISE-KSD
               ASSIGN TO PROMKSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PROMISE-KEY
               FILE STATUS IS WS-PROMKSD-FILE-STATUS.

           SELECT AGING-REPORT-OUT
               ASSIGN TO AGERPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RECEIVABLE-KSD.
       COPY RECVKSD.

       FD  CUSTOMER-KSD.
       COPY CUSTKSD.

       FD  PROMISE-KSD.
       COPY PROMKSD.

       FD  AGING-REPORT-OUT
           RECORDING MODE IS F.
       01  AGING-REPORT-OUT-REC        PIC X(132).
       COPY RUNSTAMP.
       COPY RPTHDFT.
       01  WS-CUSTKSD-FILE-STATUS      PIC X(02).
       01  WS-PROMKSD-FILE-STATUS      PIC X(02).

      *----------------------------------------------------------*
      * AN OPEN PROMISE TO PAY HOLDS OFF THE CUSTOMER'S DUNNING  *
      * LETTER.  NO REGISTER ON FILE MEANS NO PROMISES.          *
      *----------------------------------------------------------*
       01  WS-PROMISE-FILE-SW          PIC X(01) VALUE "N".
           88  WS-PROMISE-FILE-OPEN            VALUE "Y".
       01  WS-PROMISE-EOF-SW           PIC X(01) VALUE "N".
           88  WS-PROMISE-EOF                  VALUE "Y".
       01  WS-PROMISE-OPEN-SW          PIC X(01) VALUE "N".
           88  WS-PROMISE-STANDS               VALUE "Y".
       01  WS-SUPPRESSED-COUNT         PIC 9(08) COMP VALUE ZERO.

      *----------------------------------------------------------*
      * THE SUMMARY ROW FOR THE CUSTOMER BEING AGED: THE OPEN    *
      * BALANCE SPREAD ACROSS THE AGING BUCKETS, PLUS ANY        *
      * DISPUTED AMOUNT HELD OUT OF THE ESCALATION.  THE KEYED   *
      * FILE DELIVERS EACH CUSTOMER'S ITEMS TOGETHER, SO THE ROW *
      * IS REPORTED AND CLEARED ON EACH CHANGE OF CUSTOMER.      *
      *----------------------------------------------------------*
       01  WS-CUSTOMER-AGE-ROW.
           05  WS-AG-CUSTOMER-ID       PIC X(06) VALUE SPACES.
           05  WS-AG-CURRENT           PIC S9(11)V99 COMP-3.
           05  WS-AG-DAYS-30           PIC S9(11)V99 COMP-3.
           05  WS-AG-DAYS-60           PIC S9(11)V99 COMP-3.
           05  WS-AG-DAYS-90           PIC S9(11)V99 COMP-3.
           05  WS-AG-DISPUTED          PIC S9(11)V99 COMP-3.

       01  WS-AGE-COUNT                PIC 9(08) COMP VALUE ZERO.

       01  WS-ITEM-COUNT               PIC 9(08) COMP VALUE ZERO.
       01  WS-LETTER-COUNT             PIC 9(08) COMP VALUE ZERO.
               "        90+ DAYS".
           05  FILLER                  PIC X(16) VALUE
               "        DISPUTED".
           05  FILLER                  PIC X(14) VALUE
               "  PROMISE".

       01  WS-DETAIL-LINE.
           05  WS-D-CUSTOMER-ID        PIC X(06).
           05  WS-D-60                 PIC -(12)9.99.
           05  WS-D-90                 PIC -(12)9.99.
           05  WS-D-DISPUTED           PIC -(12)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-PROMISE            PIC X(12).

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(08)
               UNTIL WS-RECVI-EOF.

           PERFORM 3000-REPORT-CUSTOMER
               THRU 3000-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           PERFORM 1100-WRITE-PAGE-HEADERS
               THRU 1100-EXIT.

           OPEN INPUT PROMISE-KSD.
           IF WS-PROMKSD-FILE-STATUS = "00"
               SET WS-PROMISE-FILE-OPEN TO TRUE
           END-IF.

           OPEN INPUT RECEIVABLE-KSD.
           IF WS-RECVI-FILE-STATUS = "35"
               SET WS-RECVI-EOF TO TRUE
           ELSE
      * SPREADS ONE OPEN ITEM INTO ITS CUSTOMER'S AGING BUCKETS  *
      * BY DAYS SINCE THE STATEMENT DATE.  A CREDIT ITEM NETS    *
      * INTO THE CURRENT BUCKET; A DISPUTED ITEM GOES TO THE     *
      * DISPUTED COLUMN AND PLAYS NO PART IN ESCALATION.  A      *
      * CLOSED ITEM IS PAYMENT HISTORY ONLY AND IS PASSED BY.    *
      *----------------------------------------------------------*
       2000-AGE-ITEM.
           IF RV-ITEM-PAID
               GO TO 2000-READ-NEXT
           END-IF.

           ADD 1 TO WS-ITEM-COUNT.

           IF RV-CUSTOMER-ID NOT = WS-AG-CUSTOMER-ID
               PERFORM 3000-REPORT-CUSTOMER
                   THRU 3000-EXIT
               PERFORM 2200-START-CUSTOMER-ROW
                   THRU 2200-EXIT
           END-IF.

           MOVE RV-STMT-DATE           TO WS-DATE-NUM.

           EVALUATE TRUE
               WHEN RV-ITEM-DISPUTED
                   ADD RV-OPEN-AMOUNT  TO WS-AG-DISPUTED
               WHEN RV-ITEM-CREDIT
                   ADD RV-OPEN-AMOUNT  TO WS-AG-CURRENT
               WHEN WS-DAYS-OLD > 90
                   ADD RV-OPEN-AMOUNT  TO WS-AG-DAYS-90
               WHEN WS-DAYS-OLD > 60
                   ADD RV-OPEN-AMOUNT  TO WS-AG-DAYS-60
               WHEN WS-DAYS-OLD > 30
                   ADD RV-OPEN-AMOUNT  TO WS-AG-DAYS-30
               WHEN OTHER
                   ADD RV-OPEN-AMOUNT  TO WS-AG-CURRENT
           END-EVALUATE.

       2000-READ-NEXT.

      *----------------------------------------------------------*
       2100-READ-ITEM.
           READ RECEIVABLE-KSD NEXT RECORD
               INTO RECEIVABLE-ITEM-RECORD
               AT END
                   SET WS-RECVI-EOF TO TRUE
           END-READ.
           EXIT.

      *----------------------------------------------------------*
       2200-START-CUSTOMER-ROW.
           MOVE RV-CUSTOMER-ID         TO WS-AG-CUSTOMER-ID.
           MOVE ZERO                   TO WS-AG-CURRENT
                                          WS-AG-DAYS-30
                                          WS-AG-DAYS-60
                                          WS-AG-DAYS-90
                                          WS-AG-DISPUTED.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE AGED TRIAL-BALANCE LINE PER CUSTOMER, AND A DUNNING  *
      * LETTER WHEN ANY PAST-DUE BUCKET HOLDS A BALANCE.         *
      *----------------------------------------------------------*
       3000-REPORT-CUSTOMER.
           IF WS-AG-CUSTOMER-ID = SPACES
               GO TO 3000-EXIT
           END-IF.

           ADD 1 TO WS-AGE-COUNT.

           IF RPT-LINE-COUNT >= RPT-MAX-LINES-PER-PAGE
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE AGING-REPORT-OUT-REC FROM RPT-FOOTER-LINE
                   THRU 1100-EXIT
           END-IF.

           PERFORM 3100-CHECK-PROMISE
               THRU 3100-EXIT.

           MOVE WS-AG-CUSTOMER-ID      TO WS-D-CUSTOMER-ID.
           MOVE WS-AG-CURRENT          TO WS-D-CURRENT.
           MOVE WS-AG-DAYS-30          TO WS-D-30.
           MOVE WS-AG-DAYS-60          TO WS-D-60.
           MOVE WS-AG-DAYS-90          TO WS-D-90.
           MOVE WS-AG-DISPUTED         TO WS-D-DISPUTED.
           IF WS-PROMISE-STANDS
               MOVE "PROMISE OPEN"     TO WS-D-PROMISE
           ELSE
               MOVE SPACES             TO WS-D-PROMISE
           END-IF.
           WRITE AGING-REPORT-OUT-REC FROM WS-DETAIL-LINE.
           ADD 1 TO RPT-LINE-COUNT.

           ADD WS-AG-CURRENT           TO WS-TOTAL-CURRENT.
           ADD WS-AG-DAYS-30           TO WS-TOTAL-30.
           ADD WS-AG-DAYS-60           TO WS-TOTAL-60.
           ADD WS-AG-DAYS-90           TO WS-TOTAL-90.
           ADD WS-AG-DISPUTED          TO WS-TOTAL-DISPUTED.

           COMPUTE WS-PASTDUE-AMOUNT =
               WS-AG-DAYS-30 + WS-AG-DAYS-60 + WS-AG-DAYS-90.

           EVALUATE TRUE
               WHEN WS-PASTDUE-AMOUNT NOT > ZERO
                   MOVE ZERO           TO WS-SEVERITY
               WHEN WS-AG-DAYS-90 > ZERO
                   MOVE 3              TO WS-SEVERITY
               WHEN WS-AG-DAYS-60 > ZERO
                   MOVE 2              TO WS-SEVERITY
               WHEN OTHER
                   MOVE 1              TO WS-SEVERITY
           END-EVALUATE.

           IF WS-SEVERITY > ZERO
               AND WS-PROMISE-STANDS
               ADD 1 TO WS-SUPPRESSED-COUNT
               MOVE ZERO               TO WS-SEVERITY
           END-IF.

           IF WS-SEVERITY > ZERO
               PERFORM 4000-WRITE-DUNNING-LETTER
                   THRU 4000-EXIT
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * BROWSES THE CUSTOMER'S PROMISES FOR ONE STILL OPEN.      *
      *----------------------------------------------------------*
       3100-CHECK-PROMISE.
           MOVE "N"                    TO WS-PROMISE-OPEN-SW.
           IF NOT WS-PROMISE-FILE-OPEN
               GO TO 3100-EXIT
           END-IF.

           MOVE "N"                    TO WS-PROMISE-EOF-SW.
           MOVE WS-AG-CUSTOMER-ID      TO PM-CUSTOMER-ID.
           MOVE LOW-VALUES             TO PM-TAKEN-DATE.
           START PROMISE-KSD
               KEY IS NOT LESS THAN PM-PROMISE-KEY
               INVALID KEY
                   SET WS-PROMISE-EOF TO TRUE
           END-START.

           PERFORM 3110-SCAN-ONE-PROMISE
               THRU 3110-EXIT
               UNTIL WS-PROMISE-EOF
               OR WS-PROMISE-STANDS.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3110-SCAN-ONE-PROMISE.
           READ PROMISE-KSD NEXT RECORD
               AT END
                   SET WS-PROMISE-EOF TO TRUE
           END-READ.

           IF WS-PROMISE-EOF
               GO TO 3110-EXIT
           END-IF.
           IF PM-CUSTOMER-ID NOT = WS-AG-CUSTOMER-ID
               SET WS-PROMISE-EOF TO TRUE
               GO TO 3110-EXIT
           END-IF.
           IF PM-PROMISE-OPEN
               SET WS-PROMISE-STANDS TO TRUE
           END-IF.
       3110-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CUTS ONE LETTER AT THE SEVERITY THE OLDEST BUCKET CALLS  *
      * FOR, ADDRESSED FROM THE KEYED CUSTOMER MASTER.           *
       4000-WRITE-DUNNING-LETTER.
           ADD 1 TO WS-LETTER-COUNT.

           MOVE WS-AG-CUSTOMER-ID      TO CMK-CUSTOMER-ID.
           READ CUSTOMER-KSD.
           IF WS-CUSTKSD-FILE-STATUS = "00"
               MOVE SPACES             TO WS-CUSTOMER-NAME
           END-IF.

           WRITE DUNNING-OUT-REC FROM RPT-TITLE-LINE.
           MOVE WS-AG-CUSTOMER-ID      TO WS-L-CUSTOMER-ID.
           MOVE WS-CUSTOMER-NAME       TO WS-L-NAME.
           WRITE DUNNING-OUT-REC FROM WS-LTR-ADDRESS-LINE.
           MOVE SPACES                 TO DUNNING-OUT-REC.
           MOVE WS-LETTER-COUNT        TO RPT-FN-COUNT.
           WRITE AGING-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "HELD FOR PROMISE TO PAY" TO RPT-FN-LABEL.
           MOVE WS-SUPPRESSED-COUNT    TO RPT-FN-COUNT.
           WRITE AGING-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           IF WS-RECVI-FILE-STATUS NOT = "35"
               CLOSE RECEIVABLE-KSD
           END-IF.
           IF WS-PROMISE-FILE-OPEN
               CLOSE PROMISE-KSD
           END-IF.
           CLOSE CUSTOMER-KSD
                 AGING-REPORT-OUT
           DISPLAY "ABCAGING CONTROL TOTAL - ITEMS="
               WS-ITEM-COUNT
               " CUSTOMERS=" WS-AGE-COUNT
               " LETTERS=" WS-LETTER-COUNT
               " HELD-FOR-PROMISE=" WS-SUPPRESSED-COUNT.
       9000-EXIT.
           EXIT.
