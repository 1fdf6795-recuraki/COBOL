       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCREFND.
       AUTHOR. D HARLOW.
       INSTALLATION. DL100 BATCH SERVICES.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 2026-10-15  DH  NEW PROGRAM.  CREDIT-BALANCE REFUND RUN. *
      *                 A CREDIT ITEM ON THE KEYED RECEIVABLES   *
      *                 FILE OLDER THAN THE REFUND AGE AND ABOVE *
      *                 THE REFUND MINIMUM (BOTH ON THE          *
      *                 PROGRAM'S RFND RATE-CONTROL ROW) IS      *
      *                 FIRST APPLIED TO THE CUSTOMER'S OPEN     *
      *                 DEBIT ITEMS, OLDEST DUE FIRST.  WHATEVER *
      *                 IS STILL ABOVE THE MINIMUM IS REFUNDED:  *
      *                 THE CREDIT ITEM IS CLOSED, A REFUND      *
      *                 PAYMENT LINE IS WRITTEN FOR THE EFT      *
      *                 PAYOUT RUN, AND THE REFUND IS POSTED AS  *
      *                 A BALANCED GLFEED PAIR.                  *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIVABLE-KSD
               ASSIGN TO RECVKSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RVK-ITEM-KEY
               FILE STATUS IS WS-RECVI-FILE-STATUS.

           SELECT RATE-TAB
               ASSIGN TO RATECTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATECTL-FILE-STATUS.

           SELECT GL-MAP-TAB
               ASSIGN TO GLMAP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-FILE-STATUS.

           SELECT GL-INTERFACE-OUT
               ASSIGN TO GLFEED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.

           SELECT REFUND-PAY-OUT
               ASSIGN TO REFUNDPY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFUND-FILE-STATUS.

           SELECT REFUND-REPORT-OUT
               ASSIGN TO REFNDRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RECEIVABLE-KSD.
       COPY RECVKSD.

       FD  RATE-TAB
           RECORDING MODE IS F.
       COPY RATECTL.

       FD  GL-MAP-TAB
           RECORDING MODE IS F.
       01  GL-MAP-TAB-REC              PIC X(32).

       FD  GL-INTERFACE-OUT
           RECORDING MODE IS F.
       01  GL-INTERFACE-OUT-REC        PIC X(64).

       FD  REFUND-PAY-OUT
           RECORDING MODE IS F.
       01  REFUND-PAY-OUT-REC          PIC X(65).

       FD  REFUND-REPORT-OUT
           RECORDING MODE IS F.
       01  REFUND-REPORT-OUT-REC       PIC X(132).

       WORKING-STORAGE SECTION.
       COPY RECVITEM.
       COPY STMTREC.
       COPY GLFEED.
       COPY GLMAP.
       COPY RUNSTAMP.
       COPY RPTHDFT.
       01  WS-RATECTL-FILE-STATUS      PIC X(02).
       01  WS-REFUND-FILE-STATUS       PIC X(02).

       01  WS-RATECTL-EOF-SW           PIC X(01) VALUE "N".
           88  WS-RATECTL-EOF                  VALUE "Y".
       01  WS-GLMAP-EOF-SW             PIC X(01) VALUE "N".
           88  WS-GLMAP-EOF                    VALUE "Y".
       01  WS-UPDATE-FAILED-SW         PIC X(01) VALUE "N".
           88  WS-UPDATE-FAILED                VALUE "Y".

      *----------------------------------------------------------*
      * THE REFUND RULE, FROM THE PROGRAM'S RFND RATE-CONTROL    *
      * ROW IN FORCE ON THE RUN DATE: VALUE-1 IS THE AGE IN DAYS *
      * A CREDIT MUST BE OLDER THAN, VALUE-2 THE WHOLE-CURRENCY  *
      * AMOUNT IT MUST BE ABOVE.  WITHOUT A ROW A CREDIT IS      *
      * REFUNDED AFTER 30 DAYS WHEN IT IS ABOVE 10.00.           *
      *----------------------------------------------------------*
       01  WS-REFUND-AGE-DAYS          PIC 9(05) VALUE 30.
       01  WS-REFUND-MINIMUM           PIC S9(11)V99 COMP-3
                                       VALUE 10.

       01  WS-BROWSE-CUSTOMER          PIC X(06) VALUE SPACES.
       01  WS-BROWSE-EOF-SW            PIC X(01) VALUE "N".
           88  WS-BROWSE-EOF                   VALUE "Y".
       01  WS-MATCH-SW                 PIC X(01) VALUE "N".
           88  WS-MATCH-FOUND                  VALUE "Y".
           88  WS-NO-MATCH                     VALUE "N".
       01  WS-MATCH-KEY                PIC X(14) VALUE SPACES.
       01  WS-MATCH-DUE-DATE           PIC X(08) VALUE SPACES.

       01  WS-CREDIT-KEY.
           05  WS-CK-CUSTOMER-ID       PIC X(06).
           05  WS-CK-STMT-DATE         PIC X(08).

       01  WS-CREDIT-AMOUNT            PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
       01  WS-CREDIT-ORIGINAL          PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
       01  WS-APPLY-AMOUNT             PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
       01  WS-APPLIED-AMOUNT           PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
       01  WS-REFUND-AMOUNT            PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
       01  WS-APPLIED-TOTAL            PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-REFUND-TOTAL             PIC S9(13)V99 COMP-3
                                       VALUE ZERO.

       01  WS-TODAY-INTEGER            PIC 9(09) COMP VALUE ZERO.
       01  WS-STMT-INTEGER             PIC 9(09) COMP VALUE ZERO.
       01  WS-DAYS-OLD                 PIC S9(05) COMP-3 VALUE ZERO.
       01  WS-DATE-NUM                 PIC 9(08).

       01  WS-ITEM-COUNT               PIC 9(08) COMP VALUE ZERO.
       01  WS-CREDIT-COUNT             PIC 9(08) COMP VALUE ZERO.
       01  WS-NOT-DUE-COUNT            PIC 9(08) COMP VALUE ZERO.
       01  WS-BELOW-MIN-COUNT          PIC 9(08) COMP VALUE ZERO.
       01  WS-SELECTED-COUNT           PIC 9(08) COMP VALUE ZERO.
       01  WS-APPLIED-COUNT            PIC 9(08) COMP VALUE ZERO.
       01  WS-RETAINED-COUNT           PIC 9(08) COMP VALUE ZERO.
       01  WS-REFUND-COUNT             PIC 9(08) COMP VALUE ZERO.
       01  WS-FAILED-COUNT             PIC 9(08) COMP VALUE ZERO.
       01  WS-DEBITS-CLEARED           PIC 9(08) COMP VALUE ZERO.

       01  WS-GL-TRANS-CLASS           PIC X(04) VALUE SPACES.
       01  WS-GL-REFERENCE.
           05  WS-GR-PREFIX            PIC X(03) VALUE "RFD".
           05  WS-GR-STAMP             PIC X(07).
           05  WS-GR-SEQ               PIC 9(04) VALUE ZERO.

       01  WS-RPT-DATE                 PIC X(10).

       01  WS-HEADER-LINE.
           05  FILLER                  PIC X(10) VALUE "CUSTOMER".
           05  FILLER                  PIC X(10) VALUE "CREDIT OF".
           05  FILLER                  PIC X(06) VALUE "  DAYS".
           05  FILLER                  PIC X(16) VALUE
               "   CREDIT AMOUNT".
           05  FILLER                  PIC X(16) VALUE
               "  APPLIED TO A/R".
           05  FILLER                  PIC X(16) VALUE
               "        REFUNDED".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(32) VALUE "DISPOSITION".

       01  WS-DETAIL-LINE.
           05  WS-D-CUSTOMER-ID        PIC X(06).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-D-CREDIT-DATE        PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-DAYS-OLD           PIC Z(05)9.
           05  WS-D-CREDIT-AMOUNT      PIC -(12)9.99.
           05  WS-D-APPLIED            PIC -(12)9.99.
           05  WS-D-REFUNDED           PIC -(12)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-DISPOSITION        PIC X(32).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-PROCESS-ITEM
               THRU 2000-EXIT
               UNTIL WS-RECVI-EOF.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           GOBACK.

      *----------------------------------------------------------*
      * THE KEYED RECEIVABLES FILE IS READ IN KEY ORDER.  THE    *
      * REFUND PAYMENT FILE IS AN ACCUMULATOR THE EFT PAYOUT RUN *
      * DRAINS, SO TONIGHT'S LINES ARE ADDED TO IT.              *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT REFUND-REPORT-OUT.

           MOVE FUNCTION CURRENT-DATE TO WS-RUNSTAMP-CURRENT-DATE.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:14) TO WS-RUN-ID.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:8)  TO WS-RUN-DATE.
           MOVE WS-RUN-ID(8:7)         TO WS-GR-STAMP.

           MOVE WS-RUN-DATE            TO WS-DATE-NUM.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

           MOVE "CREDIT BALANCE REFUNDS" TO RPT-ST-TEXT.
           STRING WS-RUN-DATE(5:2) "/" WS-RUN-DATE(7:2) "/"
               WS-RUN-DATE(1:4)
               DELIMITED BY SIZE INTO WS-RPT-DATE.

           PERFORM 1100-WRITE-PAGE-HEADERS
               THRU 1100-EXIT.

           PERFORM 1200-LOAD-REFUND-RULE
               THRU 1200-EXIT.

           PERFORM 1400-LOAD-GL-MAP
               THRU 1400-EXIT.

           OPEN EXTEND REFUND-PAY-OUT.
           IF WS-REFUND-FILE-STATUS = "35"
               OPEN OUTPUT REFUND-PAY-OUT
           END-IF.

           OPEN I-O RECEIVABLE-KSD.
           IF WS-RECVI-FILE-STATUS = "35"
               SET WS-RECVI-EOF TO TRUE
           ELSE
               PERFORM 2100-READ-ITEM
                   THRU 2100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1100-WRITE-PAGE-HEADERS.
           ADD 1 TO RPT-PAGE-COUNT.
           MOVE WS-RPT-DATE            TO RPT-DL-RUN-DATE.

           WRITE REFUND-REPORT-OUT-REC FROM RPT-TITLE-LINE.
           WRITE REFUND-REPORT-OUT-REC FROM RPT-SUBTITLE-LINE.
           WRITE REFUND-REPORT-OUT-REC FROM RPT-DATE-LINE.
           MOVE SPACES                 TO REFUND-REPORT-OUT-REC.
           WRITE REFUND-REPORT-OUT-REC.
           WRITE REFUND-REPORT-OUT-REC FROM WS-HEADER-LINE.
           MOVE SPACES                 TO REFUND-REPORT-OUT-REC.
           WRITE REFUND-REPORT-OUT-REC.

           MOVE 6                      TO RPT-LINE-COUNT.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1200-LOAD-REFUND-RULE.
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
                   IF RC-PROGRAM-ID = "ABCREFND"
                       AND RC-RULE-CODE = "RFND"
                       AND (RC-EFF-FROM-DATE = SPACES
                           OR RC-EFF-FROM-DATE <= WS-RUN-DATE)
                       AND (RC-EFF-TO-DATE = SPACES
                           OR RC-EFF-TO-DATE >= WS-RUN-DATE)
                       AND RC-VALUE-1 < 100000
                       MOVE RC-VALUE-1 TO WS-REFUND-AGE-DAYS
                       MOVE RC-VALUE-2 TO WS-REFUND-MINIMUM
                   END-IF
           END-READ.
       1210-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1400-LOAD-GL-MAP.
           OPEN INPUT GL-MAP-TAB.
           IF WS-GLMAP-FILE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM 1410-LOAD-GL-MAP-ROW
                   THRU 1410-EXIT
                   UNTIL WS-GLMAP-EOF
               CLOSE GL-MAP-TAB
           END-IF.
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1410-LOAD-GL-MAP-ROW.
           READ GL-MAP-TAB INTO GL-MAP-RECORD
               AT END
                   SET WS-GLMAP-EOF TO TRUE
               NOT AT END
                   IF GM-SOURCE-PROGRAM = "ABCREFND"
                       AND GLM-ENTRY-COUNT < 20
                       ADD 1 TO GLM-ENTRY-COUNT
                       MOVE GM-TRANS-CLASS
                           TO GLM-TRANS-CLASS(GLM-ENTRY-COUNT)
                       MOVE GM-COMPANY-CODE
                           TO GLM-COMPANY-CODE(GLM-ENTRY-COUNT)
                       MOVE GM-COST-CENTER
                           TO GLM-COST-CENTER(GLM-ENTRY-COUNT)
                       MOVE GM-ACCOUNT-NUMBER
                           TO GLM-ACCOUNT-NUMBER(GLM-ENTRY-COUNT)
                   END-IF
           END-READ.
       1410-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE RECEIVABLE ITEM.  ONLY A CREDIT ITEM OLDER THAN THE  *
      * REFUND AGE AND ABOVE THE REFUND MINIMUM IS TAKEN UP.     *
      * TAKING IT UP BROWSES THE CUSTOMER'S OTHER ITEMS, SO THE  *
      * MAIN PASS IS THEN RESUMED JUST PAST THE CREDIT'S KEY.    *
      *----------------------------------------------------------*
       2000-PROCESS-ITEM.
           ADD 1 TO WS-ITEM-COUNT.

           IF NOT RV-ITEM-CREDIT
               OR RV-OPEN-AMOUNT NOT < ZERO
               GO TO 2000-READ-NEXT
           END-IF.

           ADD 1 TO WS-CREDIT-COUNT.
           MOVE RV-STMT-DATE           TO WS-DATE-NUM.
           COMPUTE WS-STMT-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           COMPUTE WS-DAYS-OLD =
               WS-TODAY-INTEGER - WS-STMT-INTEGER.

           IF WS-DAYS-OLD NOT > WS-REFUND-AGE-DAYS
               ADD 1 TO WS-NOT-DUE-COUNT
               GO TO 2000-READ-NEXT
           END-IF.

           COMPUTE WS-CREDIT-AMOUNT = ZERO - RV-OPEN-AMOUNT.
           IF WS-CREDIT-AMOUNT NOT > WS-REFUND-MINIMUM
               ADD 1 TO WS-BELOW-MIN-COUNT
               GO TO 2000-READ-NEXT
           END-IF.

           ADD 1 TO WS-SELECTED-COUNT.
           MOVE RV-ITEM-KEY            TO WS-CREDIT-KEY.
           MOVE WS-CREDIT-AMOUNT       TO WS-CREDIT-ORIGINAL.
           MOVE ZERO                   TO WS-APPLIED-AMOUNT
                                          WS-REFUND-AMOUNT.

           PERFORM 3000-APPLY-OLDEST-DEBIT
               THRU 3000-EXIT
               UNTIL WS-CREDIT-AMOUNT NOT > ZERO
               OR WS-NO-MATCH.

           PERFORM 4000-SETTLE-CREDIT-ITEM
               THRU 4000-EXIT.

           PERFORM 7000-WRITE-REPORT-LINE
               THRU 7000-EXIT.

           PERFORM 2200-RESUME-PASS
               THRU 2200-EXIT.
           GO TO 2000-EXIT.

       2000-READ-NEXT.
           PERFORM 2100-READ-ITEM
               THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2100-READ-ITEM.
           READ RECEIVABLE-KSD NEXT RECORD
               INTO RECEIVABLE-ITEM-RECORD
               AT END
                   SET WS-RECVI-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2200-RESUME-PASS.
           MOVE WS-CREDIT-KEY          TO RVK-ITEM-KEY.
           START RECEIVABLE-KSD
               KEY IS GREATER THAN RVK-ITEM-KEY
               INVALID KEY
                   SET WS-RECVI-EOF TO TRUE
           END-START.

           IF NOT WS-RECVI-EOF
               PERFORM 2100-READ-ITEM
                   THRU 2100-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * POSITIONS THE KEYED FILE ON THE FIRST ITEM OF            *
      * WS-BROWSE-CUSTOMER AND READS IT.  A CUSTOMER'S ITEMS SIT *
      * TOGETHER IN KEY ORDER, OLDEST STATEMENT FIRST.           *
      *----------------------------------------------------------*
       2700-START-CUSTOMER-BROWSE.
           MOVE "N"                    TO WS-BROWSE-EOF-SW.
           MOVE WS-BROWSE-CUSTOMER     TO RVK-CUSTOMER-ID.
           MOVE LOW-VALUES             TO RVK-STMT-DATE.
           START RECEIVABLE-KSD
               KEY IS NOT LESS THAN RVK-ITEM-KEY
               INVALID KEY
                   SET WS-BROWSE-EOF TO TRUE
           END-START.

           IF NOT WS-BROWSE-EOF
               PERFORM 2710-READ-CUSTOMER-ITEM
                   THRU 2710-EXIT
           END-IF.
       2700-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2710-READ-CUSTOMER-ITEM.
           READ RECEIVABLE-KSD NEXT RECORD
               INTO RECEIVABLE-ITEM-RECORD
               AT END
                   SET WS-BROWSE-EOF TO TRUE
           END-READ.

           IF NOT WS-BROWSE-EOF
               AND RV-CUSTOMER-ID NOT = WS-BROWSE-CUSTOMER
               SET WS-BROWSE-EOF TO TRUE
           END-IF.
       2710-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A FAILED READ OR REWRITE OF AN ITEM LEAVES THE           *
      * RECEIVABLES POSITION WRONG, SO THE RUN IS FLAGGED.       *
      *----------------------------------------------------------*
       2900-CHECK-RECV-UPDATE.
           IF WS-RECVI-FILE-STATUS NOT = "00"
               SET WS-UPDATE-FAILED    TO TRUE
               DISPLAY "ABCREFND **** RECEIVABLE ITEM UPDATE FAILED"
                   " - STATUS " WS-RECVI-FILE-STATUS " ****"
           END-IF.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * APPLIES THE CREDIT TO THE CUSTOMER'S OPEN DEBIT ITEM     *
      * WITH THE OLDEST DUE DATE, PAYING IT DOWN BY AS MUCH OF   *
      * THE CREDIT AS IT TAKES.  A DISPUTED ITEM IS LEFT FOR THE *
      * DISPUTE TO SETTLE AND IS NOT PAID FROM THE CREDIT.       *
      *----------------------------------------------------------*
       3000-APPLY-OLDEST-DEBIT.
           SET WS-NO-MATCH TO TRUE.
           MOVE WS-CK-CUSTOMER-ID      TO WS-BROWSE-CUSTOMER.
           PERFORM 2700-START-CUSTOMER-BROWSE
               THRU 2700-EXIT.
           PERFORM 3100-SCAN-OPEN-DEBIT
               THRU 3100-EXIT
               UNTIL WS-BROWSE-EOF.

           IF WS-NO-MATCH
               GO TO 3000-EXIT
           END-IF.

           MOVE WS-MATCH-KEY           TO RVK-ITEM-KEY.
           READ RECEIVABLE-KSD INTO RECEIVABLE-ITEM-RECORD.
           IF WS-RECVI-FILE-STATUS NOT = "00"
               PERFORM 2900-CHECK-RECV-UPDATE
                   THRU 2900-EXIT
               SET WS-NO-MATCH TO TRUE
               GO TO 3000-EXIT
           END-IF.

           IF WS-CREDIT-AMOUNT >= RV-OPEN-AMOUNT
               MOVE RV-OPEN-AMOUNT     TO WS-APPLY-AMOUNT
           ELSE
               MOVE WS-CREDIT-AMOUNT   TO WS-APPLY-AMOUNT
           END-IF.

           SUBTRACT WS-APPLY-AMOUNT    FROM RV-OPEN-AMOUNT.
           SUBTRACT WS-APPLY-AMOUNT    FROM WS-CREDIT-AMOUNT.
           ADD WS-APPLY-AMOUNT         TO WS-APPLIED-AMOUNT.
           MOVE WS-RUN-DATE            TO RV-LAST-PAY-DATE.
           IF RV-OPEN-AMOUNT = ZERO
               MOVE "P"                TO RV-STATUS
               ADD 1 TO WS-DEBITS-CLEARED
           END-IF.

           REWRITE RECEIVABLE-KEYED-RECORD
               FROM RECEIVABLE-ITEM-RECORD.
           PERFORM 2900-CHECK-RECV-UPDATE
               THRU 2900-EXIT.
           IF WS-RECVI-FILE-STATUS NOT = "00"
               SUBTRACT WS-APPLY-AMOUNT FROM WS-APPLIED-AMOUNT
               ADD WS-APPLY-AMOUNT     TO WS-CREDIT-AMOUNT
               SET WS-NO-MATCH TO TRUE
           END-IF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A MATCHING ITEM IS AN OPEN (NOT DISPUTED) DEBIT ITEM OF  *
      * THIS CUSTOMER'S, THE OLDEST SUCH ITEM BY DUE DATE.       *
      *----------------------------------------------------------*
       3100-SCAN-OPEN-DEBIT.
           IF RV-ITEM-OPEN
               AND RV-OPEN-AMOUNT > ZERO
               IF WS-NO-MATCH
                   OR RV-DUE-DATE < WS-MATCH-DUE-DATE
                   SET WS-MATCH-FOUND TO TRUE
                   MOVE RV-ITEM-KEY    TO WS-MATCH-KEY
                   MOVE RV-DUE-DATE    TO WS-MATCH-DUE-DATE
               END-IF
           END-IF.

           PERFORM 2710-READ-CUSTOMER-ITEM
               THRU 2710-EXIT.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * REWRITES THE CREDIT ITEM WITH WHAT IS LEFT OF IT.  A     *
      * REMAINDER STILL ABOVE THE MINIMUM IS REFUNDED AND THE    *
      * ITEM CLOSED; A SMALLER ONE STAYS ON FILE AS A CREDIT.    *
      * THE REFUND IS ONLY PAID ONCE THE ITEM IS SAFELY CLOSED,  *
      * SO A FAILED REWRITE CANNOT PAY THE SAME CREDIT TWICE.    *
      *----------------------------------------------------------*
       4000-SETTLE-CREDIT-ITEM.
           MOVE WS-CREDIT-KEY          TO RVK-ITEM-KEY.
           READ RECEIVABLE-KSD INTO RECEIVABLE-ITEM-RECORD.
           IF WS-RECVI-FILE-STATUS NOT = "00"
               PERFORM 2900-CHECK-RECV-UPDATE
                   THRU 2900-EXIT
               ADD 1 TO WS-FAILED-COUNT
               MOVE "CREDIT ITEM NOT UPDATED"
                   TO WS-D-DISPOSITION
               GO TO 4000-EXIT
           END-IF.

           IF WS-CREDIT-AMOUNT > WS-REFUND-MINIMUM
               MOVE WS-CREDIT-AMOUNT   TO WS-REFUND-AMOUNT
               MOVE ZERO               TO RV-OPEN-AMOUNT
           ELSE
               COMPUTE RV-OPEN-AMOUNT = ZERO - WS-CREDIT-AMOUNT
           END-IF.
           MOVE WS-RUN-DATE            TO RV-LAST-PAY-DATE.
           IF RV-OPEN-AMOUNT = ZERO
               MOVE "P"                TO RV-STATUS
           END-IF.

           REWRITE RECEIVABLE-KEYED-RECORD
               FROM RECEIVABLE-ITEM-RECORD.
           IF WS-RECVI-FILE-STATUS NOT = "00"
               PERFORM 2900-CHECK-RECV-UPDATE
                   THRU 2900-EXIT
               ADD 1 TO WS-FAILED-COUNT
               MOVE ZERO               TO WS-REFUND-AMOUNT
               MOVE "CREDIT ITEM NOT UPDATED"
                   TO WS-D-DISPOSITION
               GO TO 4000-EXIT
           END-IF.

           ADD WS-APPLIED-AMOUNT       TO WS-APPLIED-TOTAL.

           EVALUATE TRUE
               WHEN WS-REFUND-AMOUNT > ZERO
                   ADD 1 TO WS-REFUND-COUNT
                   ADD WS-REFUND-AMOUNT TO WS-REFUND-TOTAL
                   PERFORM 4100-WRITE-REFUND-PAYMENT
                       THRU 4100-EXIT
                   PERFORM 4600-POST-REFUND-GL
                       THRU 4600-EXIT
                   IF WS-APPLIED-AMOUNT > ZERO
                       MOVE "APPLIED TO OPEN ITEMS, REFUNDED"
                           TO WS-D-DISPOSITION
                   ELSE
                       MOVE "REFUNDED"  TO WS-D-DISPOSITION
                   END-IF
               WHEN WS-CREDIT-AMOUNT = ZERO
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE "APPLIED TO OPEN ITEMS IN FULL"
                       TO WS-D-DISPOSITION
               WHEN OTHER
                   ADD 1 TO WS-RETAINED-COUNT
                   MOVE "APPLIED, REST CARRIED AS CREDIT"
                       TO WS-D-DISPOSITION
           END-EVALUATE.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE REFUND PAYMENT LINE IS IN STATEMENT-EXTRACT LAYOUT   *
      * UNDER THIS PROGRAM'S NAME, WHICH IS HOW THE EFT PAYOUT   *
      * RUN KNOWS TO PAY IT.                                     *
      *----------------------------------------------------------*
       4100-WRITE-REFUND-PAYMENT.
           MOVE SPACES                 TO STMT-EXTRACT-RECORD.
           MOVE WS-CK-CUSTOMER-ID      TO SX-CUSTOMER-ID.
           MOVE "ABCREFND"             TO SX-SOURCE-PROGRAM.
           MOVE "CREDIT BALANCE REFUND" TO SX-CHARGE-DESC.
           MOVE WS-REFUND-AMOUNT       TO SX-AMOUNT.
           MOVE WS-RUN-DATE            TO SX-RUN-DATE.
           WRITE REFUND-PAY-OUT-REC FROM STMT-EXTRACT-RECORD.
           IF WS-REFUND-FILE-STATUS NOT = "00"
               SET WS-UPDATE-FAILED    TO TRUE
               DISPLAY "ABCREFND **** REFUND PAYMENT NOT WRITTEN FOR "
                   WS-CK-CUSTOMER-ID " STATUS "
                   WS-REFUND-FILE-STATUS " ****"
           END-IF.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE REFUND DEBITS THE RFND MAPPING CLASS (THE CUSTOMER   *
      * CREDIT BALANCE BEING PAID AWAY) AND CREDITS CLEARING,    *
      * EACH UNDER ITS OWN RFD-PREFIXED REFERENCE, SO THE        *
      * BALANCING GATE SEES A PAIR.                              *
      *----------------------------------------------------------*
       4600-POST-REFUND-GL.
           MOVE "RFND"                 TO WS-GL-TRANS-CLASS.
           MOVE "D"                    TO GL-DEBIT-CREDIT-IND.
           PERFORM 4700-WRITE-GL-LINE
               THRU 4700-EXIT.

           MOVE "CLRG"                 TO WS-GL-TRANS-CLASS.
           MOVE "C"                    TO GL-DEBIT-CREDIT-IND.
           PERFORM 4700-WRITE-GL-LINE
               THRU 4700-EXIT.
       4600-EXIT.
           EXIT.

      *----------------------------------------------------------*
       4700-WRITE-GL-LINE.
           SET GLM-CLASS-NOT-FOUND TO TRUE.
           PERFORM 4710-CHECK-GL-MAP-ENTRY
               THRU 4710-EXIT
               VARYING GLM-LOOKUP-SUB FROM 1 BY 1
               UNTIL GLM-LOOKUP-SUB > GLM-ENTRY-COUNT.

           IF GLM-CLASS-NOT-FOUND
               DISPLAY "ABCREFND **** NO GL ACCOUNT MAPPING FOR "
                   "CLASS " WS-GL-TRANS-CLASS " ****"
           END-IF.

           MOVE WS-REFUND-AMOUNT       TO GL-AMOUNT.
           MOVE WS-RUN-DATE            TO GL-TRANS-DATE.
           MOVE "ABCREFND"             TO GL-SOURCE-PROGRAM.
           ADD 1 TO WS-GR-SEQ.
           MOVE WS-GL-REFERENCE        TO GL-REFERENCE.

           OPEN EXTEND GL-INTERFACE-OUT.
           IF WS-GL-FILE-STATUS = "35"
               OPEN OUTPUT GL-INTERFACE-OUT
           END-IF.
           WRITE GL-INTERFACE-OUT-REC FROM GL-INTERFACE-LINE.
           CLOSE GL-INTERFACE-OUT.
       4700-EXIT.
           EXIT.

      *----------------------------------------------------------*
       4710-CHECK-GL-MAP-ENTRY.
           IF GLM-TRANS-CLASS(GLM-LOOKUP-SUB) = WS-GL-TRANS-CLASS
               MOVE GLM-COMPANY-CODE(GLM-LOOKUP-SUB)
                   TO GL-COMPANY-CODE
               MOVE GLM-COST-CENTER(GLM-LOOKUP-SUB)
                   TO GL-COST-CENTER
               MOVE GLM-ACCOUNT-NUMBER(GLM-LOOKUP-SUB)
                   TO GL-ACCOUNT-NUMBER
               SET GLM-CLASS-FOUND TO TRUE
           END-IF.
       4710-EXIT.
           EXIT.

      *----------------------------------------------------------*
       7000-WRITE-REPORT-LINE.
           IF RPT-LINE-COUNT >= RPT-MAX-LINES-PER-PAGE
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE REFUND-REPORT-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 1100-WRITE-PAGE-HEADERS
                   THRU 1100-EXIT
           END-IF.

           MOVE WS-CK-CUSTOMER-ID      TO WS-D-CUSTOMER-ID.
           MOVE WS-CK-STMT-DATE        TO WS-D-CREDIT-DATE.
           MOVE WS-DAYS-OLD            TO WS-D-DAYS-OLD.
           MOVE WS-CREDIT-ORIGINAL     TO WS-D-CREDIT-AMOUNT.
           MOVE WS-APPLIED-AMOUNT      TO WS-D-APPLIED.
           MOVE WS-REFUND-AMOUNT       TO WS-D-REFUNDED.
           WRITE REFUND-REPORT-OUT-REC FROM WS-DETAIL-LINE.
           ADD 1 TO RPT-LINE-COUNT.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       9000-TERMINATE.
           MOVE RPT-PAGE-COUNT         TO RPT-F-PAGE-NO.
           WRITE REFUND-REPORT-OUT-REC FROM RPT-FOOTER-LINE.

           MOVE "ITEMS READ............." TO RPT-FN-LABEL.
           MOVE WS-ITEM-COUNT          TO RPT-FN-COUNT.
           WRITE REFUND-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "CREDIT ITEMS..........." TO RPT-FN-LABEL.
           MOVE WS-CREDIT-COUNT        TO RPT-FN-COUNT.
           WRITE REFUND-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "NOT YET DUE FOR REFUND." TO RPT-FN-LABEL.
           MOVE WS-NOT-DUE-COUNT       TO RPT-FN-COUNT.
           WRITE REFUND-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "BELOW REFUND MINIMUM..." TO RPT-FN-LABEL.
           MOVE WS-BELOW-MIN-COUNT     TO RPT-FN-COUNT.
           WRITE REFUND-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "CREDITS TAKEN UP......." TO RPT-FN-LABEL.
           MOVE WS-SELECTED-COUNT      TO RPT-FN-COUNT.
           WRITE REFUND-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "REFUNDED..............." TO RPT-FN-LABEL.
           MOVE WS-REFUND-COUNT        TO RPT-FN-COUNT.
           WRITE REFUND-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "APPLIED IN FULL........" TO RPT-FN-LABEL.
           MOVE WS-APPLIED-COUNT       TO RPT-FN-COUNT.
           WRITE REFUND-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "APPLIED, REST CARRIED.." TO RPT-FN-LABEL.
           MOVE WS-RETAINED-COUNT      TO RPT-FN-COUNT.
           WRITE REFUND-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "DEBIT ITEMS CLEARED...." TO RPT-FN-LABEL.
           MOVE WS-DEBITS-CLEARED      TO RPT-FN-COUNT.
           WRITE REFUND-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "NOT UPDATED............" TO RPT-FN-LABEL.
           MOVE WS-FAILED-COUNT        TO RPT-FN-COUNT.
           WRITE REFUND-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           IF WS-RECVI-FILE-STATUS NOT = "35"
               CLOSE RECEIVABLE-KSD
           END-IF.
           CLOSE REFUND-PAY-OUT
                 REFUND-REPORT-OUT.

           DISPLAY "ABCREFND CONTROL TOTAL - CREDITS="
               WS-CREDIT-COUNT
               " TAKEN-UP=" WS-SELECTED-COUNT
               " REFUNDED=" WS-REFUND-COUNT
               " APPLIED=" WS-APPLIED-COUNT
               " CARRIED=" WS-RETAINED-COUNT
               " FAILED=" WS-FAILED-COUNT
               " REFUNDAMT=" WS-REFUND-TOTAL
               " APPLIEDAMT=" WS-APPLIED-TOTAL.

           IF WS-CREDIT-COUNT NOT =
               WS-NOT-DUE-COUNT + WS-BELOW-MIN-COUNT
               + WS-SELECTED-COUNT
               OR WS-SELECTED-COUNT NOT =
               WS-REFUND-COUNT + WS-APPLIED-COUNT
               + WS-RETAINED-COUNT + WS-FAILED-COUNT
               OR WS-UPDATE-FAILED
               DISPLAY
                 "ABCREFND **** CONTROL TOTALS OUT OF BALANCE ****"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
