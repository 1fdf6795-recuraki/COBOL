      *                 FOR THE SAME CUSTOMER, AMOUNT, AND ISSUE *
      *                 DATE IS HELD AND REPORTED INSTEAD OF     *
      *                 PAID TWICE.                              *
      * 2026-10-15  DH  REFUND PAYMENT LINES WRITTEN BY THE      *
      *                 CREDIT-BALANCE REFUND RUN (ABCREFND) ARE *
      *                 READ FROM REFUNDIN AFTER THE EXTRACT AND *
      *                 PAID THROUGH THE SAME DUPLICATE CHECK,   *
      *                 EFT FILE, AND PAYMENT REGISTER AS A      *
      *                 REIMBURSEMENT.  REFUNDIN IS OPTIONAL AND *
      *                 IS CUT OFF EMPTY AFTER THE RUN.          *
      * 2026-10-15  DH  PAYEES ARE PAID TO THE ROUTING AND       *
      *                 ACCOUNT ON THE NEW BANK-ACCOUNT MASTER   *
      *                 (PAYBANKI/PAYBANKO, COPY PAYBANK), KEPT  *
      *                 BY BANK-DETAIL CHANGE CARDS (BANKCHG)    *
      *                 WHOSE ROUTING NUMBER MUST PASS ITS CHECK *
      *                 DIGIT. A NEW OR CHANGED ACCOUNT GOES OUT *
      *                 AS A ZERO-AMOUNT PRENOTE AND ITS         *
      *                 PAYMENTS ARE HELD ON EFTHLDI/EFTHLDO     *
      *                 UNTIL THE PRNT WAITING PERIOD PASSES     *
      *                 WITH NO PRENOTE RETURN (PRNRTN). A       *
      *                 PAYMENT AT OR OVER THE CHGL AMOUNT TO AN *
      *                 ACCOUNT CHANGED WITHIN THE CHGL WINDOW   *
      *                 IS HELD AND A CRIT ALERT WRITTEN TO      *
      *                 ALERTOUT. EFT DETAIL WIDENED TO CARRY    *
      *                 TRANSACTION CODE, ROUTING, AND ACCOUNT.  *
      * 2026-10-15  DH  SEASON PRIZE PAYOUT LINES FROM THE       *
      *                 ABC110A SEASON CLOSE ARE READ FROM       *
      *                 PRIZEIN AFTER THE REFUNDS AND PAID       *
      *                 THROUGH THE SAME DUPLICATE CHECK, BANK-  *
      *                 ACCOUNT CHECK, EFT FILE, AND PAYMENT     *
      *                 REGISTER. PRIZEIN IS OPTIONAL.           *
      * 2026-10-15  DH  BANK CHANGE CARDS CARRY THE KEYING       *
      *                 USER'S ID IN COLUMNS 33-40 AND EACH      *
      *                 APPLIED CHANGE IS WRITTEN TO THE AUDIT   *
      *                 LOG AS BANK CHANGE BY THAT USER, FOR THE *
      *                 SEGREGATION-OF-DUTIES REVIEW.            *
      * 2026-10-15  DH  CHANGED-ACCOUNT ALERTS NOW USE THE       *
      *                 SHARED 88-BYTE ALERT RECORD (ALERTREC)   *
      *                 THAT ABCALERT WRITES, WITH NO DIAGNOSTIC *
      *                 REFERENCE.                               *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOID-FILE-STATUS.

           SELECT REFUND-PAY-IN
               ASSIGN TO REFUNDIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFUND-FILE-STATUS.

           SELECT PRIZE-PAY-IN
               ASSIGN TO PRIZEIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIZE-FILE-STATUS.

           SELECT PAYEE-BANK-IN
               ASSIGN TO PAYBANKI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYBNKI-FILE-STATUS.

           SELECT BANK-CHANGE-IN
               ASSIGN TO BANKCHG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANKCHG-FILE-STATUS.

           SELECT PRENOTE-RETURN-IN
               ASSIGN TO PRNRTN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRNRTN-FILE-STATUS.

           SELECT HELD-PAY-IN
               ASSIGN TO EFTHLDI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELDI-FILE-STATUS.

           SELECT RATE-TAB
               ASSIGN TO RATECTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATECTL-FILE-STATUS.

           SELECT EFT-OUT
               ASSIGN TO EFTOUT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAYEE-BANK-OUT
               ASSIGN TO PAYBANKO
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HELD-PAY-OUT
               ASSIGN TO EFTHLDO
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ALERT-OUT
               ASSIGN TO ALERTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-FILE-STATUS.

           SELECT PAY-REGISTER-OUT
               ASSIGN TO PAYREGO
               ORGANIZATION IS LINE SEQUENTIAL.
               ASSIGN TO EFTRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG-OUT
               ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STMT-EXTRACT-IN
               88  VC-VOID-ONLY                VALUE "V".
           05  FILLER                  PIC X(05).

       FD  REFUND-PAY-IN
           RECORDING MODE IS F.
       01  REFUND-PAY-IN-REC           PIC X(65).

       FD  PRIZE-PAY-IN
           RECORDING MODE IS F.
       01  PRIZE-PAY-IN-REC            PIC X(65).

       FD  PAYEE-BANK-IN
           RECORDING MODE IS F.
       01  PAYEE-BANK-IN-REC           PIC X(52).

       FD  BANK-CHANGE-IN
           RECORDING MODE IS F.
       01  BANK-CHANGE-RECORD.
           05  BC-CUSTOMER-ID          PIC X(06).
           05  BC-ROUTING              PIC X(09).
           05  BC-ACCOUNT              PIC X(17).
           05  BC-USER-ID              PIC X(08).

       FD  PRENOTE-RETURN-IN
           RECORDING MODE IS F.
       01  PRENOTE-RETURN-RECORD.
           05  RT-CUSTOMER-ID          PIC X(06).
           05  RT-ROUTING              PIC X(09).
           05  RT-ACCOUNT              PIC X(17).
           05  RT-RETURN-CODE          PIC X(03).
           05  FILLER                  PIC X(05).

       FD  HELD-PAY-IN
           RECORDING MODE IS F.
       01  HELD-PAY-IN-REC             PIC X(65).

       FD  RATE-TAB
           RECORDING MODE IS F.
       COPY RATECTL.

       FD  EFT-OUT
           RECORDING MODE IS F.
       01  EFT-OUT-REC                 PIC X(90).

       FD  PAYEE-BANK-OUT
           RECORDING MODE IS F.
       01  PAYEE-BANK-OUT-REC          PIC X(52).

       FD  HELD-PAY-OUT
           RECORDING MODE IS F.
       01  HELD-PAY-OUT-REC            PIC X(65).

       FD  ALERT-OUT
           RECORDING MODE IS F.
       01  ALERT-OUT-REC               PIC X(88).

       FD  PAY-REGISTER-OUT
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  EFT-REPORT-OUT-REC          PIC X(132).

       FD  AUDIT-LOG-OUT
           RECORDING MODE IS F.
       01  AUDIT-LOG-OUT-REC           PIC X(100).

       WORKING-STORAGE SECTION.
       COPY STMTREC.
       COPY PAYREG.
       COPY PAYBANK.
       COPY RUNSTAMP.
       COPY RPTHDFT.
       COPY AUDITREC.
       01  WS-VOID-FILE-STATUS         PIC X(02).
       01  WS-REFUND-FILE-STATUS       PIC X(02).
       01  WS-PRIZE-FILE-STATUS        PIC X(02).
       01  WS-BANKCHG-FILE-STATUS      PIC X(02).
       01  WS-PRNRTN-FILE-STATUS       PIC X(02).
       01  WS-HELDI-FILE-STATUS        PIC X(02).
       01  WS-RATECTL-FILE-STATUS      PIC X(02).
       01  WS-ALERT-FILE-STATUS        PIC X(02).

       01  WS-STMT-EOF-SW              PIC X(01) VALUE "N".
           88  WS-STMT-EOF                     VALUE "Y".
       01  WS-VOID-EOF-SW              PIC X(01) VALUE "N".
           88  WS-VOID-EOF                     VALUE "Y".
       01  WS-REFUND-EOF-SW            PIC X(01) VALUE "N".
           88  WS-REFUND-EOF                   VALUE "Y".
       01  WS-PRIZE-EOF-SW             PIC X(01) VALUE "N".
           88  WS-PRIZE-EOF                    VALUE "Y".
       01  WS-BANKCHG-EOF-SW           PIC X(01) VALUE "N".
           88  WS-BANKCHG-EOF                  VALUE "Y".
       01  WS-PRNRTN-EOF-SW            PIC X(01) VALUE "N".
           88  WS-PRNRTN-EOF                   VALUE "Y".
       01  WS-HELDI-EOF-SW             PIC X(01) VALUE "N".
           88  WS-HELDI-EOF                    VALUE "Y".
       01  WS-RATECTL-EOF-SW           PIC X(01) VALUE "N".
           88  WS-RATECTL-EOF                  VALUE "Y".
       01  WS-FROM-HOLD-SW             PIC X(01) VALUE "N".
           88  WS-FROM-HOLD                    VALUE "Y".

      *----------------------------------------------------------*
      * PRENOTE AND CHANGED-ACCOUNT CONTROLS FROM THE PROGRAM'S  *
      * RATE ROWS IN FORCE ON THE RUN DATE: PRNT VALUE-1 IS THE  *
      * PRENOTE WAITING PERIOD IN DAYS; CHGL VALUE-1 IS THE      *
      * LARGE-PAYMENT AMOUNT (WHOLE UNITS, ZERO TURNS THE CHECK  *
      * OFF) AND VALUE-2 HOW MANY DAYS AN ACCOUNT COUNTS AS      *
      * RECENTLY CHANGED.                                        *
      *----------------------------------------------------------*
       01  WS-PRENOTE-DAYS             PIC 9(05) COMP-3 VALUE 6.
       01  WS-LARGE-AMOUNT             PIC 9(08) VALUE ZERO.
       01  WS-CHANGE-DAYS              PIC 9(05) COMP-3 VALUE 10.

       01  WS-DATE-NUM                 PIC 9(08).
       01  WS-RUN-DAY-INT              PIC 9(08) COMP-3.
       01  WS-ITEM-DAY-INT             PIC 9(08) COMP-3.
       01  WS-DAYS-ELAPSED             PIC S9(06) COMP-3.

      *----------------------------------------------------------*
      * ROUTING-NUMBER CHECK DIGIT: WEIGHTS 3, 7, 1 REPEATED     *
      * ACROSS THE NINE DIGITS MUST SUM TO A MULTIPLE OF TEN.    *
      *----------------------------------------------------------*
       01  WS-ROUTING-WORK             PIC X(09).
       01  WS-ROUTING-DIGITS REDEFINES WS-ROUTING-WORK.
           05  WS-RD-DIGIT             PIC 9(01) OCCURS 9 TIMES.
       01  WS-ROUTING-SUM              PIC 9(04) COMP VALUE ZERO.
       01  WS-ROUTING-QUOTIENT         PIC 9(04) COMP VALUE ZERO.
       01  WS-ROUTING-REMAINDER        PIC 9(02) COMP VALUE ZERO.
       01  WS-ROUTING-OK-SW            PIC X(01) VALUE "N".
           88  WS-ROUTING-OK                   VALUE "Y".

       01  WS-HOLD-REASON              PIC X(36) VALUE SPACES.

       COPY ALERTREC.

      *----------------------------------------------------------*
      * THE BANK'S FIXED FILE FORMAT: A 1-RECORD FILE HEADER, A  *
      * 2-RECORD PER PAYMENT, AND A 9-RECORD TRAILER WHOSE       *
      * COUNT AND AMOUNT TOTAL THE BANK PROVES BEFORE PAYING     *
      * ANYTHING.  EACH 2-RECORD CARRIES THE PAYEE'S ROUTING AND *
      * ACCOUNT FROM THE BANK-ACCOUNT MASTER AND A TRANSACTION   *
      * CODE - C FOR A CREDIT, P FOR A ZERO-AMOUNT PRENOTE.      *
      *----------------------------------------------------------*
       01  WS-EFT-HEADER.
           05  FILLER                  PIC X(01) VALUE "1".
           05  FILLER                  PIC X(08) VALUE "DL100EFT".
           05  WS-EH-CREATE-DATE       PIC X(08).
           05  FILLER                  PIC X(73) VALUE SPACES.

       01  WS-EFT-DETAIL.
           05  FILLER                  PIC X(01) VALUE "2".
           05  WS-ED-CUSTOMER-ID       PIC X(06).
           05  WS-ED-AMOUNT            PIC 9(11)V99.
           05  WS-ED-VALUE-DATE        PIC X(08).
           05  WS-ED-TRAN-CODE         PIC X(01).
               88  WS-ED-CREDIT                VALUE "C".
               88  WS-ED-PRENOTE               VALUE "P".
           05  WS-ED-ROUTING           PIC X(09).
           05  WS-ED-ACCOUNT           PIC X(17).
           05  FILLER                  PIC X(21) VALUE SPACES.

       01  WS-EFT-TRAILER.
           05  FILLER                  PIC X(01) VALUE "9".
           05  WS-ET-PAYMENT-COUNT     PIC 9(07).
           05  WS-ET-AMOUNT-TOTAL      PIC 9(13)V99.
           05  FILLER                  PIC X(67) VALUE SPACES.

       01  WS-PAY-REFERENCE.
           05  WS-PY-STAMP             PIC X(10).
       01  WS-REISSUED-COUNT           PIC 9(08) COMP VALUE ZERO.
       01  WS-VOIDED-COUNT             PIC 9(08) COMP VALUE ZERO.
       01  WS-DUP-HELD-COUNT           PIC 9(08) COMP VALUE ZERO.
       01  WS-REFUND-COUNT             PIC 9(08) COMP VALUE ZERO.
       01  WS-PRIZE-COUNT              PIC 9(08) COMP VALUE ZERO.
       01  WS-VOID-ERROR-COUNT         PIC 9(08) COMP VALUE ZERO.
       01  WS-PRENOTE-COUNT            PIC 9(08) COMP VALUE ZERO.
       01  WS-PRENOTE-CLEARED-COUNT    PIC 9(08) COMP VALUE ZERO.
       01  WS-PRENOTE-RETURN-COUNT     PIC 9(08) COMP VALUE ZERO.
       01  WS-BANK-REFUSED-COUNT       PIC 9(08) COMP VALUE ZERO.
       01  WS-BANK-HELD-COUNT          PIC 9(08) COMP VALUE ZERO.
       01  WS-RELEASED-COUNT           PIC 9(08) COMP VALUE ZERO.
       01  WS-ALERT-COUNT              PIC 9(08) COMP VALUE ZERO.
       01  WS-EFT-AMOUNT-TOTAL         PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-EFT-COUNT                PIC 9(07) COMP-3 VALUE ZERO.
               THRU 2000-EXIT
               UNTIL WS-PAYREGI-EOF.

           PERFORM 2200-LOAD-BANK-ACCOUNT
               THRU 2200-EXIT
               UNTIL WS-PAYBNKI-EOF.

           PERFORM 2400-PROCESS-PRENOTE-RETURN
               THRU 2400-EXIT
               UNTIL WS-PRNRTN-EOF.

           PERFORM 2500-PROCESS-BANK-CHANGE
               THRU 2500-EXIT
               UNTIL WS-BANKCHG-EOF.

           PERFORM 2600-CLEAR-PRENOTE
               THRU 2600-EXIT
               VARYING PBT-LOOKUP-SUB FROM 1 BY 1
               UNTIL PBT-LOOKUP-SUB > PBT-ENTRY-COUNT.

           PERFORM 3000-PROCESS-VOID-CARD
               THRU 3000-EXIT
               UNTIL WS-VOID-EOF.

           SET WS-FROM-HOLD            TO TRUE.
           PERFORM 4800-PROCESS-HELD-LINE
               THRU 4800-EXIT
               UNTIL WS-HELDI-EOF.
           MOVE "N"                    TO WS-FROM-HOLD-SW.

           PERFORM 4000-PROCESS-EXTRACT-LINE
               THRU 4000-EXIT
               UNTIL WS-STMT-EOF.

           PERFORM 4300-PROCESS-REFUND-LINE
               THRU 4300-EXIT
               UNTIL WS-REFUND-EOF.

           PERFORM 4350-PROCESS-PRIZE-LINE
               THRU 4350-EXIT
               UNTIL WS-PRIZE-EOF.

           PERFORM 5000-CLOSE-EFT-FILE
               THRU 5000-EXIT.

               VARYING PRT-LOOKUP-SUB FROM 1 BY 1
               UNTIL PRT-LOOKUP-SUB > PRT-ENTRY-COUNT.

           PERFORM 6100-WRITE-BANK-ACCOUNT
               THRU 6100-EXIT
               VARYING PBT-LOOKUP-SUB FROM 1 BY 1
               UNTIL PBT-LOOKUP-SUB > PBT-ENTRY-COUNT.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

       1000-INITIALIZE.
           OPEN OUTPUT EFT-OUT
                OUTPUT PAY-REGISTER-OUT
                OUTPUT EFT-REPORT-OUT
                OUTPUT PAYEE-BANK-OUT
                OUTPUT HELD-PAY-OUT.

           MOVE FUNCTION CURRENT-DATE TO WS-RUNSTAMP-CURRENT-DATE.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:14) TO WS-RUN-ID.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:8)  TO WS-RUN-DATE.
           MOVE WS-RUN-ID(1:10)        TO WS-PY-STAMP.

           MOVE WS-RUN-DATE            TO WS-DATE-NUM.
           COMPUTE WS-RUN-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

           PERFORM 1200-LOAD-BANK-CONTROLS
               THRU 1200-EXIT.

           MOVE "EFT REIMBURSEMENT, REFUND AND PRIZE PAYOUT"
               TO RPT-ST-TEXT.
           STRING WS-RUN-DATE(5:2) "/" WS-RUN-DATE(7:2) "/"
               WS-RUN-DATE(1:4)
               DELIMITED BY SIZE INTO WS-RPT-DATE.
                   THRU 2100-EXIT
           END-IF.

           OPEN INPUT PAYEE-BANK-IN.
           IF WS-PAYBNKI-FILE-STATUS = "35"
               SET WS-PAYBNKI-EOF TO TRUE
           ELSE
               PERFORM 2210-READ-BANK-ACCOUNT
                   THRU 2210-EXIT
           END-IF.

           OPEN INPUT PRENOTE-RETURN-IN.
           IF WS-PRNRTN-FILE-STATUS = "35"
               SET WS-PRNRTN-EOF TO TRUE
           ELSE
               PERFORM 2410-READ-PRENOTE-RETURN
                   THRU 2410-EXIT
           END-IF.

           OPEN INPUT BANK-CHANGE-IN.
           IF WS-BANKCHG-FILE-STATUS = "35"
               SET WS-BANKCHG-EOF TO TRUE
           ELSE
               PERFORM 2510-READ-BANK-CHANGE
                   THRU 2510-EXIT
           END-IF.

           OPEN INPUT VOID-CARD-IN.
           IF WS-VOID-FILE-STATUS = "35"
               SET WS-VOID-EOF TO TRUE
                   THRU 3100-EXIT
           END-IF.

           OPEN INPUT HELD-PAY-IN.
           IF WS-HELDI-FILE-STATUS = "35"
               SET WS-HELDI-EOF TO TRUE
           ELSE
               PERFORM 4900-READ-HELD-LINE
                   THRU 4900-EXIT
           END-IF.

           OPEN INPUT STMT-EXTRACT-IN.
           IF WS-STMT-FILE-STATUS = "35"
               SET WS-STMT-EOF TO TRUE
               PERFORM 4100-READ-EXTRACT
                   THRU 4100-EXIT
           END-IF.

           OPEN INPUT REFUND-PAY-IN.
           IF WS-REFUND-FILE-STATUS = "35"
               SET WS-REFUND-EOF TO TRUE
           ELSE
               PERFORM 4400-READ-REFUND
                   THRU 4400-EXIT
           END-IF.

           OPEN INPUT PRIZE-PAY-IN.
           IF WS-PRIZE-FILE-STATUS = "35"
               SET WS-PRIZE-EOF TO TRUE
           ELSE
               PERFORM 4450-READ-PRIZE
                   THRU 4450-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * PRENOTE WAITING PERIOD AND LARGE-PAYMENT CONTROLS FROM   *
      * THE RATE TABLE.  NO RATE TABLE, OR NO ROW IN FORCE,      *
      * LEAVES THE COMPILED-IN WAITING PERIOD AND TURNS THE      *
      * LARGE-PAYMENT CHECK OFF.                                 *
      *----------------------------------------------------------*
       1200-LOAD-BANK-CONTROLS.
           OPEN INPUT RATE-TAB.
           IF WS-RATECTL-FILE-STATUS = "35"
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1210-SCAN-RATE-ROW
               THRU 1210-EXIT
               UNTIL WS-RATECTL-EOF.
           CLOSE RATE-TAB.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1210-SCAN-RATE-ROW.
           READ RATE-TAB
               AT END
                   SET WS-RATECTL-EOF TO TRUE
               NOT AT END
                   IF RC-PROGRAM-ID = "ABCEFT"
                       AND (RC-EFF-FROM-DATE = SPACES
                           OR RC-EFF-FROM-DATE <= WS-RUN-DATE)
                       AND (RC-EFF-TO-DATE = SPACES
                           OR RC-EFF-TO-DATE >= WS-RUN-DATE)
                       IF RC-RULE-CODE = "PRNT"
                           MOVE RC-VALUE-1 TO WS-PRENOTE-DAYS
                       END-IF
                       IF RC-RULE-CODE = "CHGL"
                           MOVE RC-VALUE-1 TO WS-LARGE-AMOUNT
                           MOVE RC-VALUE-2 TO WS-CHANGE-DAYS
                       END-IF
                   END-IF
           END-READ.
       1210-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2000-LOAD-REGISTER-ROW.
           MOVE PAY-REGISTER-IN-REC    TO PAY-REGISTER-RECORD.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2200-LOAD-BANK-ACCOUNT.
           MOVE PAYEE-BANK-IN-REC      TO PAYEE-BANK-RECORD.
           IF PBT-ENTRY-COUNT < 500
               ADD 1 TO PBT-ENTRY-COUNT
               MOVE PB-CUSTOMER-ID
                   TO PBT-CUSTOMER-ID(PBT-ENTRY-COUNT)
               MOVE PB-ROUTING
                   TO PBT-ROUTING(PBT-ENTRY-COUNT)
               MOVE PB-ACCOUNT
                   TO PBT-ACCOUNT(PBT-ENTRY-COUNT)
               MOVE PB-STATUS
                   TO PBT-STATUS(PBT-ENTRY-COUNT)
               MOVE PB-PRENOTE-DATE
                   TO PBT-PRENOTE-DATE(PBT-ENTRY-COUNT)
               MOVE PB-CHANGED-DATE
                   TO PBT-CHANGED-DATE(PBT-ENTRY-COUNT)
               MOVE PB-RETURN-CODE
                   TO PBT-RETURN-CODE(PBT-ENTRY-COUNT)
           ELSE
               DISPLAY "ABCEFT   **** BANK ACCOUNT TABLE "
                   "FULL - ROW DROPPED ****"
               MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM 2210-READ-BANK-ACCOUNT
               THRU 2210-EXIT.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2210-READ-BANK-ACCOUNT.
           READ PAYEE-BANK-IN
               AT END
                   SET WS-PAYBNKI-EOF TO TRUE
           END-READ.
       2210-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE PRENOTE RETURN FROM THE BANK: THE PAYEE'S ACCOUNT IS *
      * MARKED RETURNED, AND ITS PAYMENTS HELD, UNTIL CORRECTED  *
      * DETAILS ARE KEYED.  A RETURN THAT DOES NOT NAME THE      *
      * ACCOUNT NOW ON FILE IS REFUSED.                          *
      *----------------------------------------------------------*
       2400-PROCESS-PRENOTE-RETURN.
           MOVE RT-CUSTOMER-ID         TO WS-NEW-CUSTOMER.
           PERFORM 2700-FIND-BANK-ACCOUNT
               THRU 2700-EXIT.

           MOVE SPACES                 TO WS-D-PAYMENT-REF.
           MOVE RT-CUSTOMER-ID         TO WS-D-CUSTOMER-ID.
           MOVE ZERO                   TO WS-D-AMOUNT.

           IF PBT-MATCH-SUB = ZERO
               OR PBT-ROUTING(PBT-MATCH-SUB) NOT = RT-ROUTING
               OR PBT-ACCOUNT(PBT-MATCH-SUB) NOT = RT-ACCOUNT
               ADD 1 TO WS-BANK-REFUSED-COUNT
               MOVE "RETURN REFUSED - NOT ACCOUNT ON FILE"
                   TO WS-D-DISPOSITION
               PERFORM 7000-WRITE-REPORT-LINE
                   THRU 7000-EXIT
               GO TO 2400-READ-NEXT
           END-IF.

           ADD 1 TO WS-PRENOTE-RETURN-COUNT.
           MOVE "R"            TO PBT-STATUS(PBT-MATCH-SUB).
           MOVE RT-RETURN-CODE TO PBT-RETURN-CODE(PBT-MATCH-SUB).
           MOVE SPACES                 TO WS-D-DISPOSITION.
           STRING "PRENOTE RETURNED - CODE " RT-RETURN-CODE
               DELIMITED BY SIZE INTO WS-D-DISPOSITION.
           PERFORM 7000-WRITE-REPORT-LINE
               THRU 7000-EXIT.

       2400-READ-NEXT.
           PERFORM 2410-READ-PRENOTE-RETURN
               THRU 2410-EXIT.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2410-READ-PRENOTE-RETURN.
           READ PRENOTE-RETURN-IN
               AT END
                   SET WS-PRNRTN-EOF TO TRUE
           END-READ.
       2410-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE BANK-DETAIL CHANGE CARD: A NEW OR CHANGED ACCOUNT IS *
      * PUT ON THE MASTER PRENOTE-PENDING AND A ZERO-AMOUNT      *
      * PRENOTE GOES OUT IN TONIGHT'S EFT FILE.  A ROUTING       *
      * NUMBER THAT FAILS ITS CHECK DIGIT, OR A BLANK ACCOUNT,   *
      * IS REFUSED; DETAILS THE SAME AS THOSE ON FILE ARE LEFT   *
      * ALONE.                                                   *
      *----------------------------------------------------------*
       2500-PROCESS-BANK-CHANGE.
           MOVE SPACES                 TO WS-D-PAYMENT-REF.
           MOVE BC-CUSTOMER-ID         TO WS-D-CUSTOMER-ID.
           MOVE ZERO                   TO WS-D-AMOUNT.

           PERFORM 2520-CHECK-ROUTING
               THRU 2520-EXIT.
           IF NOT WS-ROUTING-OK
               OR BC-ACCOUNT = SPACES
               OR BC-CUSTOMER-ID = SPACES
               ADD 1 TO WS-BANK-REFUSED-COUNT
               MOVE "BANK CHANGE REFUSED - BAD DETAILS"
                   TO WS-D-DISPOSITION
               PERFORM 7000-WRITE-REPORT-LINE
                   THRU 7000-EXIT
               GO TO 2500-READ-NEXT
           END-IF.

           MOVE BC-CUSTOMER-ID         TO WS-NEW-CUSTOMER.
           PERFORM 2700-FIND-BANK-ACCOUNT
               THRU 2700-EXIT.

           IF PBT-MATCH-SUB > ZERO
               IF PBT-ROUTING(PBT-MATCH-SUB) = BC-ROUTING
                   AND PBT-ACCOUNT(PBT-MATCH-SUB) = BC-ACCOUNT
                   MOVE "BANK CHANGE IGNORED - SAME DETAILS"
                       TO WS-D-DISPOSITION
                   PERFORM 7000-WRITE-REPORT-LINE
                       THRU 7000-EXIT
                   GO TO 2500-READ-NEXT
               END-IF
               MOVE "PRENOTE SENT - ACCOUNT CHANGED"
                   TO WS-D-DISPOSITION
           ELSE
               IF PBT-ENTRY-COUNT NOT < 500
                   DISPLAY "ABCEFT   **** BANK ACCOUNT TABLE "
                       "FULL - CHANGE DROPPED ****"
                   MOVE 8 TO RETURN-CODE
                   GO TO 2500-READ-NEXT
               END-IF
               ADD 1 TO PBT-ENTRY-COUNT
               MOVE PBT-ENTRY-COUNT    TO PBT-MATCH-SUB
               MOVE BC-CUSTOMER-ID
                   TO PBT-CUSTOMER-ID(PBT-MATCH-SUB)
               MOVE "PRENOTE SENT - NEW ACCOUNT"
                   TO WS-D-DISPOSITION
           END-IF.

           MOVE BC-ROUTING     TO PBT-ROUTING(PBT-MATCH-SUB).
           MOVE BC-ACCOUNT     TO PBT-ACCOUNT(PBT-MATCH-SUB).
           MOVE "P"            TO PBT-STATUS(PBT-MATCH-SUB).
           MOVE WS-RUN-DATE    TO PBT-PRENOTE-DATE(PBT-MATCH-SUB).
           MOVE WS-RUN-DATE    TO PBT-CHANGED-DATE(PBT-MATCH-SUB).
           MOVE SPACES         TO PBT-RETURN-CODE(PBT-MATCH-SUB).

           PERFORM 2530-WRITE-PRENOTE
               THRU 2530-EXIT.
           PERFORM 2540-WRITE-CHANGE-AUDIT
               THRU 2540-EXIT.
           PERFORM 7000-WRITE-REPORT-LINE
               THRU 7000-EXIT.

       2500-READ-NEXT.
           PERFORM 2510-READ-BANK-CHANGE
               THRU 2510-EXIT.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2510-READ-BANK-CHANGE.
           READ BANK-CHANGE-IN
               AT END
                   SET WS-BANKCHG-EOF TO TRUE
           END-READ.
       2510-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2520-CHECK-ROUTING.
           MOVE "N"                    TO WS-ROUTING-OK-SW.
           MOVE BC-ROUTING             TO WS-ROUTING-WORK.
           IF WS-ROUTING-WORK IS NOT NUMERIC
               GO TO 2520-EXIT
           END-IF.

           COMPUTE WS-ROUTING-SUM =
               3 * (WS-RD-DIGIT(1) + WS-RD-DIGIT(4)
                                   + WS-RD-DIGIT(7))
             + 7 * (WS-RD-DIGIT(2) + WS-RD-DIGIT(5)
                                   + WS-RD-DIGIT(8))
             +     (WS-RD-DIGIT(3) + WS-RD-DIGIT(6)
                                   + WS-RD-DIGIT(9)).
           DIVIDE WS-ROUTING-SUM BY 10
               GIVING WS-ROUTING-QUOTIENT
               REMAINDER WS-ROUTING-REMAINDER.
           IF WS-ROUTING-REMAINDER = ZERO
               AND WS-ROUTING-SUM > ZERO
               SET WS-ROUTING-OK TO TRUE
           END-IF.
       2520-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A ZERO-AMOUNT PRENOTE DETAIL FOR THE ACCOUNT AT          *
      * PBT-MATCH-SUB, UNDER THE NEXT PAYMENT REFERENCE.  IT IS  *
      * COUNTED IN THE FILE TRAILER BUT IS NOT A PAYMENT AND     *
      * GOES ON NO REGISTER ROW.                                 *
      *----------------------------------------------------------*
       2530-WRITE-PRENOTE.
           ADD 1 TO WS-PY-SEQ.
           ADD 1 TO WS-PRENOTE-COUNT.
           ADD 1 TO WS-EFT-COUNT.

           MOVE WS-PAY-REFERENCE       TO WS-ED-PAYMENT-REF.
           MOVE PBT-CUSTOMER-ID(PBT-MATCH-SUB)
               TO WS-ED-CUSTOMER-ID.
           MOVE ZERO                   TO WS-ED-AMOUNT.
           MOVE WS-RUN-DATE            TO WS-ED-VALUE-DATE.
           SET WS-ED-PRENOTE           TO TRUE.
           MOVE PBT-ROUTING(PBT-MATCH-SUB) TO WS-ED-ROUTING.
           MOVE PBT-ACCOUNT(PBT-MATCH-SUB) TO WS-ED-ACCOUNT.
           WRITE EFT-OUT-REC FROM WS-EFT-DETAIL.

           MOVE WS-PAY-REFERENCE       TO WS-D-PAYMENT-REF.
       2530-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * AN APPLIED BANK-DETAIL CHANGE IS AUDITED WITH THE ID OF  *
      * THE USER WHO KEYED IT, SO PAYEE BANK MAINTENANCE CAN BE  *
      * SET AGAINST PAYMENT APPROVAL.  THE ACCOUNT NUMBER ITSELF *
      * IS KEPT OFF THE LOG.                                     *
      *----------------------------------------------------------*
       2540-WRITE-CHANGE-AUDIT.
           MOVE "ABCEFT"               TO AUD-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE  TO AUD-TIMESTAMP.
           MOVE SPACES                 TO AUD-INDATA.
           STRING BC-CUSTOMER-ID " " BC-USER-ID
               DELIMITED BY SIZE INTO AUD-INDATA.
           MOVE SPACES                 TO AUD-RESULT.
           STRING "BANK CHANGE BY " BC-USER-ID
               DELIMITED BY SIZE INTO AUD-RESULT.

           OPEN EXTEND AUDIT-LOG-OUT.
           IF WS-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-OUT
           END-IF.
           WRITE AUDIT-LOG-OUT-REC FROM AUDIT-LOG-LINE.
           CLOSE AUDIT-LOG-OUT.
       2540-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A PRENOTE-PENDING ACCOUNT WHOSE WAITING PERIOD HAS       *
      * PASSED WITH NO RETURN BECOMES ACTIVE.                    *
      *----------------------------------------------------------*
       2600-CLEAR-PRENOTE.
           IF PBT-STATUS(PBT-LOOKUP-SUB) NOT = "P"
               GO TO 2600-EXIT
           END-IF.

           MOVE PBT-PRENOTE-DATE(PBT-LOOKUP-SUB) TO WS-DATE-NUM.
           PERFORM 2800-DAYS-SINCE-DATE
               THRU 2800-EXIT.
           IF WS-DAYS-ELAPSED < WS-PRENOTE-DAYS
               GO TO 2600-EXIT
           END-IF.

           ADD 1 TO WS-PRENOTE-CLEARED-COUNT.
           MOVE "A"                TO PBT-STATUS(PBT-LOOKUP-SUB).
           MOVE SPACES                 TO WS-D-PAYMENT-REF.
           MOVE PBT-CUSTOMER-ID(PBT-LOOKUP-SUB)
               TO WS-D-CUSTOMER-ID.
           MOVE ZERO                   TO WS-D-AMOUNT.
           MOVE "PRENOTE CLEARED - ACCOUNT ACTIVE"
               TO WS-D-DISPOSITION.
           PERFORM 7000-WRITE-REPORT-LINE
               THRU 7000-EXIT.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2700-FIND-BANK-ACCOUNT.
           MOVE ZERO                   TO PBT-MATCH-SUB.
           PERFORM 2710-SCAN-BANK-ACCOUNT
               THRU 2710-EXIT
               VARYING PBT-LOOKUP-SUB FROM 1 BY 1
               UNTIL PBT-LOOKUP-SUB > PBT-ENTRY-COUNT.
       2700-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2710-SCAN-BANK-ACCOUNT.
           IF PBT-CUSTOMER-ID(PBT-LOOKUP-SUB) = WS-NEW-CUSTOMER
               MOVE PBT-LOOKUP-SUB     TO PBT-MATCH-SUB
           END-IF.
       2710-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * DAYS FROM THE DATE IN WS-DATE-NUM TO THE RUN DATE.  A    *
      * DATE THAT IS NOT A DATE COUNTS AS TODAY.                 *
      *----------------------------------------------------------*
       2800-DAYS-SINCE-DATE.
           IF WS-DATE-NUM IS NUMERIC
               AND WS-DATE-NUM > ZERO
               COMPUTE WS-ITEM-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               COMPUTE WS-DAYS-ELAPSED =
                   WS-RUN-DAY-INT - WS-ITEM-DAY-INT
           ELSE
               MOVE ZERO               TO WS-DAYS-ELAPSED
           END-IF.
       2800-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE VOID CARD FROM THE BANK DESK: THE NAMED PAYMENT IS   *
      * VOIDED IN PLACE, AND AN R CARD REISSUES THE SAME AMOUNT  *
                   TO WS-NEW-CUSTOMER
               MOVE PRT-AMOUNT(PRT-MATCH-SUB)
                   TO WS-NEW-AMOUNT
               PERFORM 4600-CHECK-BANK-ACCOUNT
                   THRU 4600-EXIT
               IF WS-HOLD-REASON NOT = SPACES
                   PERFORM 3300-HOLD-REISSUE
                       THRU 3300-EXIT
                   MOVE VC-PAYMENT-REF TO WS-D-PAYMENT-REF
                   MOVE "VOIDED - REISSUE HELD"
                       TO WS-D-DISPOSITION
               ELSE
                   PERFORM 4500-ISSUE-PAYMENT
                       THRU 4500-EXIT
                   SUBTRACT 1 FROM WS-ISSUED-COUNT
                   ADD 1 TO WS-REISSUED-COUNT
                   MOVE "VOIDED AND REISSUED"
                       TO WS-D-DISPOSITION
               END-IF
           ELSE
               MOVE "VOIDED"           TO WS-D-DISPOSITION
           END-IF.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A REISSUE THE BANK-ACCOUNT CHECK WILL NOT LET THROUGH    *
      * GOES ON THE HELD FILE AS AN ABCEFT LINE, TO BE PAID BY A *
      * LATER RUN ONCE THE ACCOUNT CLEARS.                       *
      *----------------------------------------------------------*
       3300-HOLD-REISSUE.
           MOVE SPACES                 TO STMT-EXTRACT-RECORD.
           MOVE WS-NEW-CUSTOMER        TO SX-CUSTOMER-ID.
           MOVE "ABCEFT"               TO SX-SOURCE-PROGRAM.
           MOVE "VOID REISSUE"         TO SX-CHARGE-DESC.
           MOVE WS-NEW-AMOUNT          TO SX-AMOUNT.
           MOVE WS-RUN-DATE            TO SX-RUN-DATE.
           PERFORM 4700-HOLD-PAYMENT
               THRU 4700-EXIT.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE STATEMENT-EXTRACT LINE: ONLY THE REIMBURSEMENTS      *
      * ABC136A COMPUTED BECOME PAYMENTS.  A LINE THAT WOULD     *

           MOVE SX-CUSTOMER-ID         TO WS-NEW-CUSTOMER.
           MOVE SX-AMOUNT              TO WS-NEW-AMOUNT.
           PERFORM 4600-CHECK-BANK-ACCOUNT
               THRU 4600-EXIT.
           IF WS-HOLD-REASON NOT = SPACES
               PERFORM 4700-HOLD-PAYMENT
                   THRU 4700-EXIT
               GO TO 4000-READ-NEXT
           END-IF.

           PERFORM 4500-ISSUE-PAYMENT
               THRU 4500-EXIT.
           MOVE "ISSUED"               TO WS-D-DISPOSITION.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE REFUND PAYMENT LINE FROM THE CREDIT-BALANCE REFUND   *
      * RUN, IN STATEMENT-EXTRACT LAYOUT.  IT IS PAID THE SAME   *
      * WAY AS A REIMBURSEMENT, DUPLICATE CHECK INCLUDED.        *
      *----------------------------------------------------------*
       4300-PROCESS-REFUND-LINE.
           MOVE REFUND-PAY-IN-REC      TO STMT-EXTRACT-RECORD.

           IF SX-SOURCE-PROGRAM NOT = "ABCREFND"
               OR SX-AMOUNT NOT > ZERO
               GO TO 4300-READ-NEXT
           END-IF.

           MOVE ZERO                   TO PRT-MATCH-SUB.
           PERFORM 4200-SCAN-FOR-DUPLICATE
               THRU 4200-EXIT
               VARYING PRT-LOOKUP-SUB FROM 1 BY 1
               UNTIL PRT-LOOKUP-SUB > PRT-ENTRY-COUNT.

           IF PRT-MATCH-SUB > ZERO
               ADD 1 TO WS-DUP-HELD-COUNT
               MOVE PRT-PAYMENT-REF(PRT-MATCH-SUB)
                   TO WS-D-PAYMENT-REF
               MOVE SX-CUSTOMER-ID     TO WS-D-CUSTOMER-ID
               MOVE SX-AMOUNT          TO WS-D-AMOUNT
               MOVE "DUPLICATE OF REGISTERED PAYMENT - HELD"
                   TO WS-D-DISPOSITION
               PERFORM 7000-WRITE-REPORT-LINE
                   THRU 7000-EXIT
               GO TO 4300-READ-NEXT
           END-IF.

           MOVE SX-CUSTOMER-ID         TO WS-NEW-CUSTOMER.
           MOVE SX-AMOUNT              TO WS-NEW-AMOUNT.
           PERFORM 4600-CHECK-BANK-ACCOUNT
               THRU 4600-EXIT.
           IF WS-HOLD-REASON NOT = SPACES
               PERFORM 4700-HOLD-PAYMENT
                   THRU 4700-EXIT
               GO TO 4300-READ-NEXT
           END-IF.

           PERFORM 4500-ISSUE-PAYMENT
               THRU 4500-EXIT.
           ADD 1 TO WS-REFUND-COUNT.
           MOVE "REFUND ISSUED"        TO WS-D-DISPOSITION.
           PERFORM 7000-WRITE-REPORT-LINE
               THRU 7000-EXIT.

       4300-READ-NEXT.
           PERFORM 4400-READ-REFUND
               THRU 4400-EXIT.
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE SEASON PRIZE PAYOUT LINE FROM THE SEASON CLOSE OF    *
      * ABC110A, IN STATEMENT-EXTRACT LAYOUT WITH THE PLAYER AS  *
      * THE PAYEE.  PAID LIKE A REFUND, DUPLICATE CHECK AND BANK *
      * ACCOUNT CHECK INCLUDED.                                  *
      *----------------------------------------------------------*
       4350-PROCESS-PRIZE-LINE.
           MOVE PRIZE-PAY-IN-REC       TO STMT-EXTRACT-RECORD.

           IF SX-SOURCE-PROGRAM NOT = "ABC110A"
               OR SX-AMOUNT NOT > ZERO
               GO TO 4350-READ-NEXT
           END-IF.

           MOVE ZERO                   TO PRT-MATCH-SUB.
           PERFORM 4200-SCAN-FOR-DUPLICATE
               THRU 4200-EXIT
               VARYING PRT-LOOKUP-SUB FROM 1 BY 1
               UNTIL PRT-LOOKUP-SUB > PRT-ENTRY-COUNT.

           IF PRT-MATCH-SUB > ZERO
               ADD 1 TO WS-DUP-HELD-COUNT
               MOVE PRT-PAYMENT-REF(PRT-MATCH-SUB)
                   TO WS-D-PAYMENT-REF
               MOVE SX-CUSTOMER-ID     TO WS-D-CUSTOMER-ID
               MOVE SX-AMOUNT          TO WS-D-AMOUNT
               MOVE "DUPLICATE OF REGISTERED PAYMENT - HELD"
                   TO WS-D-DISPOSITION
               PERFORM 7000-WRITE-REPORT-LINE
                   THRU 7000-EXIT
               GO TO 4350-READ-NEXT
           END-IF.

           MOVE SX-CUSTOMER-ID         TO WS-NEW-CUSTOMER.
           MOVE SX-AMOUNT              TO WS-NEW-AMOUNT.
           PERFORM 4600-CHECK-BANK-ACCOUNT
               THRU 4600-EXIT.
           IF WS-HOLD-REASON NOT = SPACES
               PERFORM 4700-HOLD-PAYMENT
                   THRU 4700-EXIT
               GO TO 4350-READ-NEXT
           END-IF.

           PERFORM 4500-ISSUE-PAYMENT
               THRU 4500-EXIT.
           ADD 1 TO WS-PRIZE-COUNT.
           MOVE "PRIZE ISSUED"         TO WS-D-DISPOSITION.
           PERFORM 7000-WRITE-REPORT-LINE
               THRU 7000-EXIT.

       4350-READ-NEXT.
           PERFORM 4450-READ-PRIZE
               THRU 4450-EXIT.
       4350-EXIT.
           EXIT.

      *----------------------------------------------------------*
       4400-READ-REFUND.
           READ REFUND-PAY-IN
               AT END
                   SET WS-REFUND-EOF TO TRUE
           END-READ.
       4400-EXIT.
           EXIT.

      *----------------------------------------------------------*
       4450-READ-PRIZE.
           READ PRIZE-PAY-IN
               AT END
                   SET WS-PRIZE-EOF TO TRUE
           END-READ.
       4450-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ISSUES ONE PAYMENT: A DETAIL RECORD IN THE BANK FILE AND *
      * A NEW ISSUED ROW ON THE REGISTER, UNDER THE NEXT UNIQUE  *
      * REFERENCE.  THE CUSTOMER AND AMOUNT ARE TAKEN FROM       *
      * WS-NEW-CUSTOMER AND WS-NEW-AMOUNT, THE BANK DETAILS FROM *
      * THE MASTER ROW 4600 FOUND AT PBT-MATCH-SUB.              *
      *----------------------------------------------------------*
       4500-ISSUE-PAYMENT.
           ADD 1 TO WS-PY-SEQ.
           MOVE WS-NEW-CUSTOMER        TO WS-ED-CUSTOMER-ID.
           MOVE WS-NEW-AMOUNT          TO WS-ED-AMOUNT.
           MOVE WS-RUN-DATE            TO WS-ED-VALUE-DATE.
           SET WS-ED-CREDIT            TO TRUE.
           MOVE PBT-ROUTING(PBT-MATCH-SUB) TO WS-ED-ROUTING.
           MOVE PBT-ACCOUNT(PBT-MATCH-SUB) TO WS-ED-ACCOUNT.
           WRITE EFT-OUT-REC FROM WS-EFT-DETAIL.

           MOVE WS-PAY-REFERENCE       TO WS-D-PAYMENT-REF.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * DECIDES WHETHER WS-NEW-AMOUNT MAY GO TO WS-NEW-CUSTOMER  *
      * TONIGHT.  WS-HOLD-REASON IS LEFT BLANK WHEN THE PAYEE    *
      * HAS AN ACTIVE ACCOUNT; OTHERWISE IT SAYS WHY THE PAYMENT *
      * IS HELD.  A LARGE PAYMENT TO AN ACCOUNT CHANGED WITHIN   *
      * THE CHANGE WINDOW IS HELD AND, THE FIRST TIME, ALERTED.  *
      *----------------------------------------------------------*
       4600-CHECK-BANK-ACCOUNT.
           MOVE SPACES                 TO WS-HOLD-REASON.
           PERFORM 2700-FIND-BANK-ACCOUNT
               THRU 2700-EXIT.

           IF PBT-MATCH-SUB = ZERO
               MOVE "HELD - NO BANK ACCOUNT ON FILE"
                   TO WS-HOLD-REASON
               GO TO 4600-EXIT
           END-IF.
           IF PBT-STATUS(PBT-MATCH-SUB) = "R"
               MOVE "HELD - PRENOTE RETURNED BY BANK"
                   TO WS-HOLD-REASON
               GO TO 4600-EXIT
           END-IF.
           IF PBT-STATUS(PBT-MATCH-SUB) NOT = "A"
               MOVE "HELD - PRENOTE WAITING PERIOD"
                   TO WS-HOLD-REASON
               GO TO 4600-EXIT
           END-IF.

           IF WS-LARGE-AMOUNT = ZERO
               OR WS-NEW-AMOUNT < WS-LARGE-AMOUNT
               GO TO 4600-EXIT
           END-IF.
           MOVE PBT-CHANGED-DATE(PBT-MATCH-SUB) TO WS-DATE-NUM.
           PERFORM 2800-DAYS-SINCE-DATE
               THRU 2800-EXIT.
           IF WS-DAYS-ELAPSED < WS-CHANGE-DAYS
               MOVE "HELD - LARGE PAY TO CHANGED ACCOUNT"
                   TO WS-HOLD-REASON
               IF NOT WS-FROM-HOLD
                   PERFORM 4650-WRITE-CHANGE-ALERT
                       THRU 4650-EXIT
               END-IF
           END-IF.
       4600-EXIT.
           EXIT.

      *----------------------------------------------------------*
       4650-WRITE-CHANGE-ALERT.
           ADD 1 TO WS-ALERT-COUNT.
           MOVE "ABCEFT"               TO AL-PROGRAM-ID.
           MOVE "CRIT"                 TO AL-SEVERITY.
           MOVE SPACES                 TO AL-REASON.
           STRING "LARGE EFT TO CHANGED ACCT - CUST "
               WS-NEW-CUSTOMER
               DELIMITED BY SIZE INTO AL-REASON.
           MOVE WS-RUN-DATE            TO AL-RUN-DATE.
           MOVE SPACES                 TO AL-DIAG-REF.

           OPEN EXTEND ALERT-OUT.
           IF WS-ALERT-FILE-STATUS = "35"
               OPEN OUTPUT ALERT-OUT
           END-IF.
           WRITE ALERT-OUT-REC FROM ALERT-RECORD.
           CLOSE ALERT-OUT.
       4650-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * PUTS THE LINE IN STMT-EXTRACT-RECORD ON THE HELD FILE,   *
      * CARRIED TO THE NEXT RUN, AND REPORTS WHY IT WAS HELD.    *
      *----------------------------------------------------------*
       4700-HOLD-PAYMENT.
           ADD 1 TO WS-BANK-HELD-COUNT.
           WRITE HELD-PAY-OUT-REC FROM STMT-EXTRACT-RECORD.

           MOVE SPACES                 TO WS-D-PAYMENT-REF.
           MOVE SX-CUSTOMER-ID         TO WS-D-CUSTOMER-ID.
           MOVE SX-AMOUNT              TO WS-D-AMOUNT.
           MOVE WS-HOLD-REASON         TO WS-D-DISPOSITION.
           PERFORM 7000-WRITE-REPORT-LINE
               THRU 7000-EXIT.
       4700-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE LINE HELD BY AN EARLIER RUN.  IT IS PAID IF THE      *
      * PAYEE'S ACCOUNT HAS SINCE CLEARED, OTHERWISE CARRIED     *
      * FORWARD AGAIN.  THE ALERT IS NOT REPEATED.               *
      *----------------------------------------------------------*
       4800-PROCESS-HELD-LINE.
           MOVE HELD-PAY-IN-REC        TO STMT-EXTRACT-RECORD.

           IF SX-AMOUNT NOT > ZERO
               GO TO 4800-READ-NEXT
           END-IF.

           MOVE SX-CUSTOMER-ID         TO WS-NEW-CUSTOMER.
           MOVE SX-AMOUNT              TO WS-NEW-AMOUNT.
           PERFORM 4600-CHECK-BANK-ACCOUNT
               THRU 4600-EXIT.
           IF WS-HOLD-REASON NOT = SPACES
               PERFORM 4700-HOLD-PAYMENT
                   THRU 4700-EXIT
               GO TO 4800-READ-NEXT
           END-IF.

           PERFORM 4500-ISSUE-PAYMENT
               THRU 4500-EXIT.
           ADD 1 TO WS-RELEASED-COUNT.
           IF SX-SOURCE-PROGRAM = "ABCREFND"
               ADD 1 TO WS-REFUND-COUNT
           END-IF.
           IF SX-SOURCE-PROGRAM = "ABC110A"
               ADD 1 TO WS-PRIZE-COUNT
           END-IF.
           IF SX-SOURCE-PROGRAM = "ABCEFT"
               SUBTRACT 1 FROM WS-ISSUED-COUNT
               ADD 1 TO WS-REISSUED-COUNT
           END-IF.
           MOVE "RELEASED FROM HOLD - ISSUED"
               TO WS-D-DISPOSITION.
           PERFORM 7000-WRITE-REPORT-LINE
               THRU 7000-EXIT.

       4800-READ-NEXT.
           PERFORM 4900-READ-HELD-LINE
               THRU 4900-EXIT.
       4800-EXIT.
           EXIT.

      *----------------------------------------------------------*
       4900-READ-HELD-LINE.
           READ HELD-PAY-IN
               AT END
                   SET WS-HELDI-EOF TO TRUE
           END-READ.
       4900-EXIT.
           EXIT.

      *----------------------------------------------------------*
       5000-CLOSE-EFT-FILE.
           MOVE WS-EFT-COUNT           TO WS-ET-PAYMENT-COUNT.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       6100-WRITE-BANK-ACCOUNT.
           MOVE PBT-CUSTOMER-ID(PBT-LOOKUP-SUB)
               TO PB-CUSTOMER-ID.
           MOVE PBT-ROUTING(PBT-LOOKUP-SUB)
               TO PB-ROUTING.
           MOVE PBT-ACCOUNT(PBT-LOOKUP-SUB)
               TO PB-ACCOUNT.
           MOVE PBT-STATUS(PBT-LOOKUP-SUB)
               TO PB-STATUS.
           MOVE PBT-PRENOTE-DATE(PBT-LOOKUP-SUB)
               TO PB-PRENOTE-DATE.
           MOVE PBT-CHANGED-DATE(PBT-LOOKUP-SUB)
               TO PB-CHANGED-DATE.
           MOVE PBT-RETURN-CODE(PBT-LOOKUP-SUB)
               TO PB-RETURN-CODE.
           WRITE PAYEE-BANK-OUT-REC FROM PAYEE-BANK-RECORD.
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       7000-WRITE-REPORT-LINE.
           IF RPT-LINE-COUNT >= RPT-MAX-LINES-PER-PAGE
           MOVE WS-ISSUED-COUNT        TO RPT-FN-COUNT.
           WRITE EFT-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "REFUNDS ISSUED........." TO RPT-FN-LABEL.
           MOVE WS-REFUND-COUNT        TO RPT-FN-COUNT.
           WRITE EFT-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "PRIZES ISSUED.........." TO RPT-FN-LABEL.
           MOVE WS-PRIZE-COUNT         TO RPT-FN-COUNT.
           WRITE EFT-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "PAYMENTS REISSUED......" TO RPT-FN-LABEL.
           MOVE WS-REISSUED-COUNT      TO RPT-FN-COUNT.
           WRITE EFT-REPORT-OUT-REC FROM RPT-FINAL-LINE.
           MOVE WS-VOID-ERROR-COUNT    TO RPT-FN-COUNT.
           WRITE EFT-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "PRENOTES SENT.........." TO RPT-FN-LABEL.
           MOVE WS-PRENOTE-COUNT       TO RPT-FN-COUNT.
           WRITE EFT-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "PRENOTES CLEARED......." TO RPT-FN-LABEL.
           MOVE WS-PRENOTE-CLEARED-COUNT TO RPT-FN-COUNT.
           WRITE EFT-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "PRENOTES RETURNED......" TO RPT-FN-LABEL.
           MOVE WS-PRENOTE-RETURN-COUNT TO RPT-FN-COUNT.
           WRITE EFT-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "BANK CARDS REFUSED....." TO RPT-FN-LABEL.
           MOVE WS-BANK-REFUSED-COUNT  TO RPT-FN-COUNT.
           WRITE EFT-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "PAYMENTS HELD FOR BANK." TO RPT-FN-LABEL.
           MOVE WS-BANK-HELD-COUNT     TO RPT-FN-COUNT.
           WRITE EFT-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "RELEASED FROM HOLD....." TO RPT-FN-LABEL.
           MOVE WS-RELEASED-COUNT      TO RPT-FN-COUNT.
           WRITE EFT-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "CHANGED-ACCOUNT ALERTS." TO RPT-FN-LABEL.
           MOVE WS-ALERT-COUNT         TO RPT-FN-COUNT.
           WRITE EFT-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           IF WS-PAYREGI-FILE-STATUS NOT = "35"
               CLOSE PAY-REGISTER-IN
           END-IF.
           IF WS-STMT-FILE-STATUS NOT = "35"
               CLOSE STMT-EXTRACT-IN
           END-IF.
           IF WS-REFUND-FILE-STATUS NOT = "35"
               CLOSE REFUND-PAY-IN
           END-IF.
           IF WS-PRIZE-FILE-STATUS NOT = "35"
               CLOSE PRIZE-PAY-IN
           END-IF.
           IF WS-PAYBNKI-FILE-STATUS NOT = "35"
               CLOSE PAYEE-BANK-IN
           END-IF.
           IF WS-PRNRTN-FILE-STATUS NOT = "35"
               CLOSE PRENOTE-RETURN-IN
           END-IF.
           IF WS-BANKCHG-FILE-STATUS NOT = "35"
               CLOSE BANK-CHANGE-IN
           END-IF.
           IF WS-HELDI-FILE-STATUS NOT = "35"
               CLOSE HELD-PAY-IN
           END-IF.
           CLOSE EFT-OUT
                 PAY-REGISTER-OUT
                 EFT-REPORT-OUT
                 PAYEE-BANK-OUT
                 HELD-PAY-OUT.

           DISPLAY "ABCEFT   CONTROL TOTAL - ISSUED="
               WS-ISSUED-COUNT
               " REFUNDS=" WS-REFUND-COUNT
               " PRIZES=" WS-PRIZE-COUNT
               " REISSUED=" WS-REISSUED-COUNT
               " VOIDED=" WS-VOIDED-COUNT
               " DUPHELD=" WS-DUP-HELD-COUNT
               " PRENOTES=" WS-PRENOTE-COUNT
               " BANKHELD=" WS-BANK-HELD-COUNT
               " EFTAMT=" WS-EFT-AMOUNT-TOTAL.

           IF WS-EFT-COUNT NOT =
               WS-ISSUED-COUNT + WS-REISSUED-COUNT
                               + WS-PRENOTE-COUNT
               DISPLAY
                 "ABCEFT   **** CONTROL TOTALS OUT OF BALANCE ****"
               MOVE 8 TO RETURN-CODE
