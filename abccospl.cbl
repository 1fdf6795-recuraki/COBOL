      *                 A LINE FOR A COMPANY NOT ON THE CONTROL  *
      *                 FILE FALLS TO THE PRIMARY FILE AND IS    *
      *                 REPORTED.                                *
      * 2026-10-15  DH  INTERCOMPANY DUE-TO/DUE-FROM.  WHEN A    *
      *                 STATEMENT LINE'S CUSTOMER BELONGS TO ONE *
      *                 COMPANY BUT THE CHARGE POSTED THROUGH    *
      *                 THE SOURCE PROGRAM'S CLEARING ACCOUNT IN *
      *                 ANOTHER, A BALANCED PAIR IS NOW POSTED   *
      *                 IN EACH ENTITY FROM THE GLMAP ROWS KEYED *
      *                 IC PLUS THE COMPANY CODE: THE SERVING    *
      *                 COMPANY MOVES ITS CLEARING DEBIT TO DUE  *
      *                 FROM THE CUSTOMER'S COMPANY, AND THE     *
      *                 CUSTOMER'S COMPANY TAKES THE CLEARING    *
      *                 DEBIT AGAINST DUE TO THE SERVING ONE, SO *
      *                 EACH SPLIT FEED BALANCES ON ITS OWN.     *
      *                 EVERY INTERCOMPANY LINE IS ALSO KEPT ON  *
      *                 THE CUMULATIVE INTERCOMPANY HISTORY FILE *
      *                 FOR THE MONTH-END RECONCILIATION.        *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO STMTEXTB
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-MAP-TAB
               ASSIGN TO GLACCTMP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-FILE-STATUS.

           SELECT IC-HISTORY-OUT
               ASSIGN TO ICGLHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ICGLHIST-FILE-STATUS.

           SELECT PGM-TOTALS-OUT
               ASSIGN TO PGMTOTAL
               ORGANIZATION IS LINE SEQUENTIAL
           RECORDING MODE IS F.
       01  STMT-SECOND-REC             PIC X(65).

       FD  GL-MAP-TAB
           RECORDING MODE IS F.
       01  GL-MAP-TAB-REC              PIC X(32).

       FD  IC-HISTORY-OUT
           RECORDING MODE IS F.
       01  IC-HISTORY-OUT-REC          PIC X(92).

       FD  PGM-TOTALS-OUT
           RECORDING MODE IS F.
       01  PGM-TOTALS-OUT-REC          PIC X(100).
       COPY PGMTOTAL.
       COPY RUNSTAMP.
       COPY RPTHDFT.
       COPY GLMAP.
       COPY ICHIST.
       01  WS-ICGLHIST-FILE-STATUS     PIC X(02).

       01  WS-GL-EOF-SW                PIC X(01) VALUE "N".
           88  WS-GL-EOF                       VALUE "Y".
       01  WS-STMT-READ-COUNT          PIC 9(08) COMP VALUE ZERO.
       01  WS-UNMAPPED-COUNT           PIC 9(08) COMP VALUE ZERO.

       01  WS-GLMAP-EOF-SW             PIC X(01) VALUE "N".
           88  WS-GLMAP-EOF                    VALUE "Y".

      *----------------------------------------------------------*
      * INTERCOMPANY MAPPING.  EVERY PROGRAM'S CLEARING (CLRG)   *
      * ROW SAYS WHICH COMPANY AND COST CENTER A STATEMENT LINE  *
      * FROM THAT PROGRAM POSTED IN; THE ROWS KEYED IC PLUS A    *
      * COMPANY CODE GIVE THAT COMPANY'S DUE-FROM (DUEF), DUE-TO *
      * (DUET) AND CLEARING (CLRG) ACCOUNTS.  A DUE-TO OR DUE-   *
      * FROM LINE POSTS IN THE COST CENTER OF THE CLEARING LINE  *
      * IT OFFSETS, SO THE PAIR BALANCES IN ITS OWN GROUP.       *
      *----------------------------------------------------------*
       01  WS-IC-MAP-TABLE.
           05  WS-IM-COUNT             PIC 9(03) COMP VALUE ZERO.
           05  WS-IM-ENTRY             OCCURS 60 TIMES.
               10  WS-IM-PROGRAM       PIC X(08).
               10  WS-IM-CLASS         PIC X(04).
               10  WS-IM-COMPANY       PIC X(04).
               10  WS-IM-COST-CENTER   PIC X(06).
               10  WS-IM-ACCOUNT       PIC X(10).
       01  WS-IM-SUB                   PIC 9(03) COMP VALUE ZERO.
       01  WS-IM-MATCH-SUB             PIC 9(03) COMP VALUE ZERO.
       01  WS-IM-FIND-PROGRAM          PIC X(08) VALUE SPACES.
       01  WS-IM-FIND-CLASS            PIC X(04) VALUE SPACES.

       01  WS-IC-SERVE-SUB             PIC 9(03) COMP VALUE ZERO.
       01  WS-IC-CUST-SUB              PIC 9(03) COMP VALUE ZERO.
       01  WS-IC-SERVE-CLRG-SUB        PIC 9(03) COMP VALUE ZERO.
       01  WS-IC-SERVE-DUEF-SUB        PIC 9(03) COMP VALUE ZERO.
       01  WS-IC-CUST-CLRG-SUB         PIC 9(03) COMP VALUE ZERO.
       01  WS-IC-CUST-DUET-SUB         PIC 9(03) COMP VALUE ZERO.
       01  WS-IC-SERVE-COMPANY         PIC X(04) VALUE SPACES.
       01  WS-IC-CUST-COMPANY          PIC X(04) VALUE SPACES.
       01  WS-IC-COUNTER-COMPANY       PIC X(04) VALUE SPACES.
       01  WS-IC-TRANS-DATE            PIC X(08) VALUE SPACES.
       01  WS-IC-DEBIT-SIDE            PIC X(01) VALUE SPACES.
       01  WS-IC-CREDIT-SIDE           PIC X(01) VALUE SPACES.

       01  WS-IC-PAIR-COUNT            PIC 9(08) COMP VALUE ZERO.
       01  WS-IC-LINE-COUNT            PIC 9(08) COMP VALUE ZERO.
       01  WS-IC-NOMAP-COUNT           PIC 9(08) COMP VALUE ZERO.

       01  WS-GL-REFERENCE.
           05  WS-GR-PREFIX            PIC X(03) VALUE "ICO".
           05  WS-GR-STAMP             PIC X(07).
           05  WS-GR-SEQ               PIC 9(04) VALUE ZERO.

       01  WS-RPT-DATE                 PIC X(10).

       01  WS-HEADER-LINE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUNSTAMP-CURRENT-DATE.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:14) TO WS-RUN-ID.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:8)  TO WS-RUN-DATE.
           MOVE WS-RUN-ID(8:7)         TO WS-GR-STAMP.

           MOVE "MULTI-COMPANY SPLIT AND CONTROL TOTALS"
               TO RPT-ST-TEXT.
               VARYING WS-CO-SUB FROM 1 BY 1
               UNTIL WS-CO-SUB > 10.

           PERFORM 1400-LOAD-IC-MAP
               THRU 1400-EXIT.

           OPEN EXTEND IC-HISTORY-OUT.
           IF WS-ICGLHIST-FILE-STATUS = "35"
               OPEN OUTPUT IC-HISTORY-OUT
           END-IF.

           OPEN INPUT GL-FEED-IN.
           IF WS-GL-FILE-STATUS = "35"
               SET WS-GL-EOF TO TRUE
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * KEEPS EVERY CLRG ROW AND EVERY INTERCOMPANY (IC) ROW     *
      * FROM THE GL MAPPING FILE.  WITHOUT THE FILE NO           *
      * INTERCOMPANY PAIR CAN BE POSTED AND EACH CROSS-COMPANY   *
      * LINE IS COUNTED UNMAPPED.                                *
      *----------------------------------------------------------*
       1400-LOAD-IC-MAP.
           OPEN INPUT GL-MAP-TAB.
           IF WS-GLMAP-FILE-STATUS = "35"
               GO TO 1400-EXIT
           END-IF.
           PERFORM 1410-LOAD-IC-MAP-ROW
               THRU 1410-EXIT
               UNTIL WS-GLMAP-EOF.
           CLOSE GL-MAP-TAB.
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1410-LOAD-IC-MAP-ROW.
           READ GL-MAP-TAB INTO GL-MAP-RECORD
               AT END
                   SET WS-GLMAP-EOF TO TRUE
               NOT AT END
                   IF GM-TRANS-CLASS = "CLRG"
                       OR GM-SOURCE-PROGRAM(1:2) = "IC"
                       IF WS-IM-COUNT < 60
                           ADD 1 TO WS-IM-COUNT
                           MOVE GM-SOURCE-PROGRAM
                               TO WS-IM-PROGRAM(WS-IM-COUNT)
                           MOVE GM-TRANS-CLASS
                               TO WS-IM-CLASS(WS-IM-COUNT)
                           MOVE GM-COMPANY-CODE
                               TO WS-IM-COMPANY(WS-IM-COUNT)
                           MOVE GM-COST-CENTER
                               TO WS-IM-COST-CENTER(WS-IM-COUNT)
                           MOVE GM-ACCOUNT-NUMBER
                               TO WS-IM-ACCOUNT(WS-IM-COUNT)
                       ELSE
                           DISPLAY "ABCCOSPL **** GL MAP TABLE FULL - "
                               GM-SOURCE-PROGRAM " " GM-TRANS-CLASS
                               " NOT LOADED ****"
                       END-IF
                   END-IF
           END-READ.
       1410-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE GLFEED LINE GOES TO ITS COMPANY'S FILE BY THE        *
      * COMPANY CODE IT ALREADY CARRIES.  AN UNKNOWN COMPANY     *
               WRITE STMT-SECOND-REC FROM STMT-EXTRACT-IN-REC
           END-IF.

           PERFORM 3400-CHECK-INTERCOMPANY
               THRU 3400-EXIT.

           PERFORM 3100-READ-STMT-LINE
               THRU 3100-EXIT.
       3000-EXIT.
       3330-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A STATEMENT LINE IS INTERCOMPANY WHEN THE COMPANY ITS    *
      * SOURCE PROGRAM'S CLEARING ROW POSTS IN IS NOT THE        *
      * CUSTOMER'S COMPANY.  A LINE FROM A PROGRAM WITH NO       *
      * CLEARING ROW NEVER REACHED THE LEDGER AND NEEDS NO PAIR. *
      * A CROSS-COMPANY LINE WHOSE IC ROWS ARE MISSING POSTS     *
      * NOTHING, IS NAMED ON SYSOUT, AND GIVES RC 4.             *
      *----------------------------------------------------------*
       3400-CHECK-INTERCOMPANY.
           IF SX-AMOUNT = ZERO
               GO TO 3400-EXIT
           END-IF.
           MOVE CPT-MATCH-SUB          TO WS-IC-CUST-SUB.
           MOVE CPT-COMPANY-CODE(WS-IC-CUST-SUB)
               TO WS-IC-CUST-COMPANY.

           MOVE SX-SOURCE-PROGRAM      TO WS-IM-FIND-PROGRAM.
           MOVE "CLRG"                 TO WS-IM-FIND-CLASS.
           PERFORM 3500-FIND-IC-MAP
               THRU 3500-EXIT.
           IF WS-IM-MATCH-SUB = ZERO
               GO TO 3400-EXIT
           END-IF.
           MOVE WS-IM-MATCH-SUB        TO WS-IC-SERVE-CLRG-SUB.
           MOVE WS-IM-COMPANY(WS-IC-SERVE-CLRG-SUB)
               TO WS-IC-SERVE-COMPANY.

           MOVE WS-IC-SERVE-COMPANY    TO GL-COMPANY-CODE.
           PERFORM 2300-FIND-COMPANY-SLOT
               THRU 2300-EXIT.
           IF CPT-MATCH-SUB = ZERO
               MOVE 1                  TO CPT-MATCH-SUB
           END-IF.
           MOVE CPT-MATCH-SUB          TO WS-IC-SERVE-SUB.
           IF WS-IC-SERVE-SUB = WS-IC-CUST-SUB
               GO TO 3400-EXIT
           END-IF.

           MOVE SPACES                 TO WS-IM-FIND-PROGRAM.
           STRING "IC" WS-IC-SERVE-COMPANY
               DELIMITED BY SIZE INTO WS-IM-FIND-PROGRAM.
           MOVE "DUEF"                 TO WS-IM-FIND-CLASS.
           PERFORM 3500-FIND-IC-MAP
               THRU 3500-EXIT.
           MOVE WS-IM-MATCH-SUB        TO WS-IC-SERVE-DUEF-SUB.

           MOVE SPACES                 TO WS-IM-FIND-PROGRAM.
           STRING "IC" WS-IC-CUST-COMPANY
               DELIMITED BY SIZE INTO WS-IM-FIND-PROGRAM.
           MOVE "CLRG"                 TO WS-IM-FIND-CLASS.
           PERFORM 3500-FIND-IC-MAP
               THRU 3500-EXIT.
           MOVE WS-IM-MATCH-SUB        TO WS-IC-CUST-CLRG-SUB.
           MOVE "DUET"                 TO WS-IM-FIND-CLASS.
           PERFORM 3500-FIND-IC-MAP
               THRU 3500-EXIT.
           MOVE WS-IM-MATCH-SUB        TO WS-IC-CUST-DUET-SUB.

           IF WS-IC-SERVE-DUEF-SUB = ZERO
               OR WS-IC-CUST-CLRG-SUB = ZERO
               OR WS-IC-CUST-DUET-SUB = ZERO
               ADD 1 TO WS-IC-NOMAP-COUNT
               DISPLAY "ABCCOSPL **** NO INTERCOMPANY MAPPING FOR "
                   WS-IC-SERVE-COMPANY "/" WS-IC-CUST-COMPANY
                   " - CUSTOMER " SX-CUSTOMER-ID " "
                   SX-SOURCE-PROGRAM " NOT PAIRED ****"
               GO TO 3400-EXIT
           END-IF.

           PERFORM 3600-POST-IC-PAIRS
               THRU 3600-EXIT.
       3400-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * FINDS THE MAPPING ROW FOR WS-IM-FIND-PROGRAM AND         *
      * WS-IM-FIND-CLASS; WS-IM-MATCH-SUB IS ZERO WHEN NONE.     *
      *----------------------------------------------------------*
       3500-FIND-IC-MAP.
           MOVE ZERO                   TO WS-IM-MATCH-SUB.
           PERFORM 3510-SCAN-IC-MAP
               THRU 3510-EXIT
               VARYING WS-IM-SUB FROM 1 BY 1
               UNTIL WS-IM-SUB > WS-IM-COUNT
               OR WS-IM-MATCH-SUB > ZERO.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3510-SCAN-IC-MAP.
           IF WS-IM-PROGRAM(WS-IM-SUB) = WS-IM-FIND-PROGRAM
               AND WS-IM-CLASS(WS-IM-SUB) = WS-IM-FIND-CLASS
               MOVE WS-IM-SUB          TO WS-IM-MATCH-SUB
           END-IF.
       3510-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * FOUR LINES, TWO IN EACH COMPANY, AT THE STATEMENT LINE'S *
      * AMOUNT.  FOR A CHARGE (POSITIVE AMOUNT) THE SERVING      *
      * COMPANY CREDITS ITS CLEARING ACCOUNT AND DEBITS DUE FROM *
      * THE CUSTOMER'S COMPANY; THE CUSTOMER'S COMPANY DEBITS    *
      * ITS CLEARING ACCOUNT AND CREDITS DUE TO THE SERVING ONE. *
      * A CREDIT (NEGATIVE AMOUNT) POSTS THE SIDES REVERSED.     *
      *----------------------------------------------------------*
       3600-POST-IC-PAIRS.
           ADD 1 TO WS-IC-PAIR-COUNT.
           IF SX-AMOUNT < ZERO
               MOVE "C"                TO WS-IC-DEBIT-SIDE
               MOVE "D"                TO WS-IC-CREDIT-SIDE
           ELSE
               MOVE "D"                TO WS-IC-DEBIT-SIDE
               MOVE "C"                TO WS-IC-CREDIT-SIDE
           END-IF.
           IF SX-RUN-DATE = SPACES
               MOVE WS-RUN-DATE        TO WS-IC-TRANS-DATE
           ELSE
               MOVE SX-RUN-DATE        TO WS-IC-TRANS-DATE
           END-IF.

           MOVE WS-IC-CUST-COMPANY     TO WS-IC-COUNTER-COMPANY.
           MOVE WS-IC-SERVE-COMPANY    TO GL-COMPANY-CODE.
           MOVE WS-IM-COST-CENTER(WS-IC-SERVE-CLRG-SUB)
               TO GL-COST-CENTER.
           MOVE WS-IM-ACCOUNT(WS-IC-SERVE-CLRG-SUB)
               TO GL-ACCOUNT-NUMBER.
           MOVE WS-IC-CREDIT-SIDE      TO GL-DEBIT-CREDIT-IND.
           PERFORM 3700-WRITE-IC-LINE
               THRU 3700-EXIT.

           MOVE WS-IM-ACCOUNT(WS-IC-SERVE-DUEF-SUB)
               TO GL-ACCOUNT-NUMBER.
           MOVE WS-IC-DEBIT-SIDE       TO GL-DEBIT-CREDIT-IND.
           PERFORM 3700-WRITE-IC-LINE
               THRU 3700-EXIT.

           MOVE WS-IC-SERVE-COMPANY    TO WS-IC-COUNTER-COMPANY.
           MOVE WS-IC-CUST-COMPANY     TO GL-COMPANY-CODE.
           MOVE WS-IM-COST-CENTER(WS-IC-CUST-CLRG-SUB)
               TO GL-COST-CENTER.
           MOVE WS-IM-ACCOUNT(WS-IC-CUST-CLRG-SUB)
               TO GL-ACCOUNT-NUMBER.
           MOVE WS-IC-DEBIT-SIDE       TO GL-DEBIT-CREDIT-IND.
           PERFORM 3700-WRITE-IC-LINE
               THRU 3700-EXIT.

           MOVE WS-IM-ACCOUNT(WS-IC-CUST-DUET-SUB)
               TO GL-ACCOUNT-NUMBER.
           MOVE WS-IC-CREDIT-SIDE      TO GL-DEBIT-CREDIT-IND.
           PERFORM 3700-WRITE-IC-LINE
               THRU 3700-EXIT.
       3600-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE INTERCOMPANY LINE TO ITS COMPANY'S SPLIT FEED, INTO  *
      * THAT COMPANY'S CONTROL TOTALS, AND ONTO THE HISTORY FILE *
      * WITH THE COUNTERPARTY AND THE STATEMENT LINE IT CAME     *
      * FROM.                                                    *
      *----------------------------------------------------------*
       3700-WRITE-IC-LINE.
           MOVE SX-AMOUNT              TO GL-AMOUNT.
           MOVE WS-IC-TRANS-DATE       TO GL-TRANS-DATE.
           MOVE "ABCCOSPL"             TO GL-SOURCE-PROGRAM.
           ADD 1 TO WS-GR-SEQ.
           MOVE WS-GL-REFERENCE        TO GL-REFERENCE.
           ADD 1 TO WS-IC-LINE-COUNT.

           PERFORM 2300-FIND-COMPANY-SLOT
               THRU 2300-EXIT.
           IF CPT-MATCH-SUB = ZERO
               MOVE 1                  TO CPT-MATCH-SUB
           END-IF.
           ADD 1 TO WS-CO-GL-COUNT(CPT-MATCH-SUB).
           ADD GL-AMOUNT TO WS-CO-GL-AMOUNT(CPT-MATCH-SUB).

           IF CPT-MATCH-SUB = 1
               WRITE GL-FEED-PRIMARY-REC FROM GL-INTERFACE-LINE
           ELSE
               WRITE GL-FEED-SECOND-REC FROM GL-INTERFACE-LINE
           END-IF.

           MOVE GL-INTERFACE-LINE      TO IH-GL-LINE.
           MOVE WS-IC-COUNTER-COMPANY  TO IH-COUNTER-COMPANY.
           MOVE SX-CUSTOMER-ID         TO IH-CUSTOMER-ID.
           MOVE SX-SOURCE-PROGRAM      TO IH-SOURCE-PROGRAM.
           MOVE SX-TRACE-ID            TO IH-TRACE-ID.
           WRITE IC-HISTORY-OUT-REC FROM IC-HISTORY-RECORD.
       3700-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE REPORT LINE AND ONE PROGRAM-TOTALS LINE PER COMPANY, *
      * SO THE DASHBOARD'S CONSOLIDATION PAGE CAN SHOW EACH      *
           MOVE WS-UNMAPPED-COUNT      TO RPT-FN-COUNT.
           WRITE SPLIT-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "INTERCOMPANY PAIRS....." TO RPT-FN-LABEL.
           MOVE WS-IC-PAIR-COUNT       TO RPT-FN-COUNT.
           WRITE SPLIT-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "INTERCOMPANY LINES....." TO RPT-FN-LABEL.
           MOVE WS-IC-LINE-COUNT       TO RPT-FN-COUNT.
           WRITE SPLIT-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "IC NOT PAIRED - NO MAP." TO RPT-FN-LABEL.
           MOVE WS-IC-NOMAP-COUNT      TO RPT-FN-COUNT.
           WRITE SPLIT-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           IF WS-GL-FILE-STATUS NOT = "35"
               CLOSE GL-FEED-IN
           END-IF.
                 GL-FEED-SECOND-OUT
                 STMT-PRIMARY-OUT
                 STMT-SECOND-OUT
                 IC-HISTORY-OUT
                 SPLIT-REPORT-OUT.

           DISPLAY "ABCCOSPL CONTROL TOTAL - GL="
               WS-GL-READ-COUNT
               " STMT=" WS-STMT-READ-COUNT
               " UNMAPPED=" WS-UNMAPPED-COUNT
               " IC PAIRS=" WS-IC-PAIR-COUNT.

           IF WS-UNMAPPED-COUNT > ZERO
               OR WS-IC-NOMAP-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
