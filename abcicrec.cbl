       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCICREC.
       AUTHOR. D HARLOW.
       INSTALLATION. DL100 BATCH SERVICES.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 2026-10-15  DH  NEW PROGRAM.  MONTH-END INTERCOMPANY     *
      *                 RECONCILIATION AND ELIMINATION.  READS   *
      *                 THE DUE-TO/DUE-FROM LINES ABCCOSPL KEEPS *
      *                 ON THE INTERCOMPANY HISTORY FILE, TAKES  *
      *                 EACH COMPANY PAIR'S DUE-FROM BALANCE ON  *
      *                 THE SERVING COMPANY'S BOOKS AND DUE-TO   *
      *                 BALANCE ON THE CUSTOMER COMPANY'S BOOKS  *
      *                 AS AT THE END OF THE REPORT MONTH, AND   *
      *                 PROVES THE TWO AGREE.  FOR EVERY AGREED  *
      *                 PAIR THE ELIMINATION ENTRIES FOR         *
      *                 CONSOLIDATION ARE WRITTEN TO THE         *
      *                 ELIMINATION FEED AND LISTED; A PAIR THAT *
      *                 DOES NOT AGREE IS NOT ELIMINATED AND     *
      *                 FAILS THE STEP.                          *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IC-HISTORY-IN
               ASSIGN TO ICGLHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ICGLHIST-FILE-STATUS.

           SELECT GL-MAP-TAB
               ASSIGN TO GLACCTMP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-FILE-STATUS.

           SELECT PERIOD-CARD-IN
               ASSIGN TO ICRCARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.

           SELECT ELIM-FEED-OUT
               ASSIGN TO ICELIM
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ICR-REPORT-OUT
               ASSIGN TO ICRECRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  IC-HISTORY-IN
           RECORDING MODE IS F.
       01  IC-HISTORY-IN-REC           PIC X(92).

       FD  GL-MAP-TAB
           RECORDING MODE IS F.
       01  GL-MAP-TAB-REC              PIC X(32).

       FD  PERIOD-CARD-IN
           RECORDING MODE IS F.
       01  PERIOD-CARD-RECORD.
           05  PC-REPORT-MONTH         PIC X(06).
           05  FILLER                  PIC X(74).

       FD  ELIM-FEED-OUT
           RECORDING MODE IS F.
       01  ELIM-FEED-OUT-REC           PIC X(64).

       FD  ICR-REPORT-OUT
           RECORDING MODE IS F.
       01  ICR-REPORT-OUT-REC          PIC X(132).

       WORKING-STORAGE SECTION.
       COPY GLFEED.
       COPY GLMAP.
       COPY ICHIST.
       COPY RUNSTAMP.
       COPY RPTHDFT.
       01  WS-ICGLHIST-FILE-STATUS     PIC X(02).
       01  WS-CARD-FILE-STATUS         PIC X(02).

       01  WS-HIST-EOF-SW              PIC X(01) VALUE "N".
           88  WS-HIST-EOF                     VALUE "Y".
       01  WS-GLMAP-EOF-SW             PIC X(01) VALUE "N".
           88  WS-GLMAP-EOF                    VALUE "Y".
       01  WS-CARD-BAD-SW              PIC X(01) VALUE "N".
           88  WS-CARD-BAD                     VALUE "Y".
       01  WS-TABLE-FULL-SW            PIC X(01) VALUE "N".
           88  WS-TABLE-FULL                   VALUE "Y".

       01  WS-REPORT-MONTH             PIC X(06) VALUE SPACES.
       01  WS-REPORT-MONTH-NUM         PIC 9(06) VALUE ZERO.
       01  WS-RPT-MONTH-PARTS REDEFINES WS-REPORT-MONTH-NUM.
           05  WS-RM-YEAR              PIC 9(04).
           05  WS-RM-MONTH             PIC 9(02).

      *----------------------------------------------------------*
      * EACH COMPANY'S DUE-FROM AND DUE-TO ACCOUNTS, FROM THE GL *
      * MAPPING ROWS KEYED IC PLUS THE COMPANY CODE.  A HISTORY  *
      * LINE ON ANY OTHER ACCOUNT IS THE CLEARING HALF OF ITS    *
      * PAIR AND TAKES NO PART IN THE PROOF.                     *
      *----------------------------------------------------------*
       01  WS-IC-ACCOUNT-TABLE.
           05  WS-IA-COUNT             PIC 9(02) COMP VALUE ZERO.
           05  WS-IA-ENTRY             OCCURS 10 TIMES.
               10  WS-IA-COMPANY       PIC X(04).
               10  WS-IA-DUEF-CC       PIC X(06).
               10  WS-IA-DUEF-ACCOUNT  PIC X(10).
               10  WS-IA-DUET-CC       PIC X(06).
               10  WS-IA-DUET-ACCOUNT  PIC X(10).
       01  WS-IA-SUB                   PIC 9(02) COMP VALUE ZERO.
       01  WS-IA-MATCH-SUB             PIC 9(02) COMP VALUE ZERO.
       01  WS-IA-FIND-COMPANY          PIC X(04) VALUE SPACES.

      *----------------------------------------------------------*
      * ONE ENTRY PER COMPANY PAIR - THE SERVING COMPANY THAT    *
      * CARRIES THE DUE-FROM AND THE CUSTOMER COMPANY THAT       *
      * CARRIES THE DUE-TO - KEPT IN KEY ORDER AS IT IS BUILT.   *
      * BALANCES ARE AS AT MONTH END; THE MONTH FIGURES ARE THE  *
      * REPORT MONTH'S ACTIVITY ALONE.                           *
      *----------------------------------------------------------*
       01  WS-PAIR-TABLE.
           05  WS-PR-COUNT             PIC 9(03) COMP VALUE ZERO.
           05  WS-PR-ENTRY             OCCURS 100 TIMES.
               10  WS-PR-KEY.
                   15  WS-PR-FROM-CO   PIC X(04).
                   15  WS-PR-TO-CO     PIC X(04).
               10  WS-PR-DUEF-BAL      PIC S9(13)V99 COMP-3.
               10  WS-PR-DUET-BAL      PIC S9(13)V99 COMP-3.
               10  WS-PR-DUEF-MTH      PIC S9(13)V99 COMP-3.
               10  WS-PR-DUET-MTH      PIC S9(13)V99 COMP-3.
       01  WS-PR-SUB                   PIC 9(03) COMP VALUE ZERO.
       01  WS-PR-MATCH-SUB             PIC 9(03) COMP VALUE ZERO.
       01  WS-PR-INSERT-SUB            PIC 9(03) COMP VALUE ZERO.
       01  WS-PR-MOVE-SUB              PIC 9(03) COMP VALUE ZERO.

       01  WS-FIND-KEY.
           05  WS-FK-FROM-CO           PIC X(04).
           05  WS-FK-TO-CO             PIC X(04).
       01  WS-FIND-AMOUNT              PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-FIND-IS-DUEF-SW          PIC X(01) VALUE "N".
           88  WS-FIND-IS-DUEF                 VALUE "Y".
           88  WS-FIND-IS-DUET                 VALUE "N".
       01  WS-LINE-MAGNITUDE           PIC S9(13)V99 COMP-3
                                       VALUE ZERO.

       01  WS-HIST-READ-COUNT          PIC 9(08) COMP VALUE ZERO.
       01  WS-HIST-USED-COUNT          PIC 9(08) COMP VALUE ZERO.
       01  WS-CLEARING-COUNT           PIC 9(08) COMP VALUE ZERO.
       01  WS-AGREED-COUNT             PIC 9(08) COMP VALUE ZERO.
       01  WS-DIFFER-COUNT             PIC 9(08) COMP VALUE ZERO.
       01  WS-ELIM-LINE-COUNT          PIC 9(08) COMP VALUE ZERO.
       01  WS-DROPPED-COUNT            PIC 9(08) COMP VALUE ZERO.

       01  WS-DIFFERENCE               PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-ELIM-DEBITS              PIC S9(15)V99 COMP-3
                                       VALUE ZERO.
       01  WS-ELIM-CREDITS             PIC S9(15)V99 COMP-3
                                       VALUE ZERO.

       01  WS-GL-REFERENCE.
           05  WS-GR-PREFIX            PIC X(03) VALUE "ELM".
           05  WS-GR-STAMP             PIC X(07).
           05  WS-GR-SEQ               PIC 9(04) VALUE ZERO.

       01  WS-RPT-DATE                 PIC X(10).
       01  WS-REPORT-LINE              PIC X(132).

       01  WS-PERIOD-LINE.
           05  FILLER                  PIC X(16)
               VALUE "REPORT MONTH:   ".
           05  WS-P-MONTH              PIC X(06).
           05  FILLER                  PIC X(28)
               VALUE "   BALANCES AS AT MONTH END".

       01  WS-HEADER-LINE-1.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(48) VALUE
               "------------ BALANCE AT MONTH END --------------".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(32) VALUE
               "------- MONTH ACTIVITY --------".

       01  WS-HEADER-LINE-2.
           05  FILLER                  PIC X(10) VALUE "FROM TO".
           05  FILLER                  PIC X(48) VALUE
               "        DUE FROM          DUE TO      DIFFERENCE".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(32) VALUE
               "        DUE FROM          DUE TO".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "STATUS".

       01  WS-DETAIL-LINE.
           05  WS-D-FROM-CO            PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-D-TO-CO              PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-D-DUEF-BAL           PIC -(12)9.99.
           05  WS-D-DUET-BAL           PIC -(12)9.99.
           05  WS-D-DIFFERENCE         PIC -(12)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-DUEF-MTH           PIC -(12)9.99.
           05  WS-D-DUET-MTH           PIC -(12)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-STATUS             PIC X(10).

       01  WS-ELIM-HEADING.
           05  FILLER                  PIC X(40) VALUE
               "ELIMINATION ENTRIES FOR CONSOLIDATION".

       01  WS-ELIM-HEADER-LINE.
           05  FILLER                  PIC X(08) VALUE "COMPANY".
           05  FILLER                  PIC X(07) VALUE "CC".
           05  FILLER                  PIC X(11) VALUE "ACCOUNT".
           05  FILLER                  PIC X(04) VALUE "D/C".
           05  FILLER                  PIC X(16) VALUE
               "          AMOUNT".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE "REFERENCE".
           05  FILLER                  PIC X(12) VALUE "COUNTERPARTY".

       01  WS-ELIM-LINE.
           05  WS-E-COMPANY            PIC X(04).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-E-COST-CENTER        PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-E-ACCOUNT            PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-E-DC                 PIC X(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-E-AMOUNT             PIC -(12)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-E-REFERENCE          PIC X(14).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-E-COUNTERPARTY       PIC X(04).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           IF WS-CARD-BAD
               GO TO 0000-FINISH
           END-IF.

           PERFORM 2000-LOAD-HISTORY-LINE
               THRU 2000-EXIT
               UNTIL WS-HIST-EOF.

           PERFORM 5000-REPORT-PAIR
               THRU 5000-EXIT
               VARYING WS-PR-SUB FROM 1 BY 1
               UNTIL WS-PR-SUB > WS-PR-COUNT.

           PERFORM 6000-WRITE-ELIMINATIONS
               THRU 6000-EXIT.

       0000-FINISH.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           GOBACK.

      *----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT ICR-REPORT-OUT
                OUTPUT ELIM-FEED-OUT.

           MOVE FUNCTION CURRENT-DATE TO WS-RUNSTAMP-CURRENT-DATE.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:14) TO WS-RUN-ID.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:8)  TO WS-RUN-DATE.
           MOVE WS-RUN-ID(8:7)         TO WS-GR-STAMP.
           MOVE WS-RUN-DATE            TO WS-POST-DATE.

           MOVE "INTERCOMPANY RECONCILIATION AND ELIMINATION"
               TO RPT-ST-TEXT.
           STRING WS-RUN-DATE(5:2) "/" WS-RUN-DATE(7:2) "/"
               WS-RUN-DATE(1:4)
               DELIMITED BY SIZE INTO WS-RPT-DATE.

           MOVE WS-RUN-DATE(1:6)       TO WS-REPORT-MONTH.

           PERFORM 1200-READ-PERIOD-CARD
               THRU 1200-EXIT.

           PERFORM 1300-LOAD-IC-ACCOUNTS
               THRU 1300-EXIT.

           MOVE WS-REPORT-MONTH        TO WS-P-MONTH.

           PERFORM 1100-WRITE-PAGE-HEADERS
               THRU 1100-EXIT.

           IF WS-CARD-BAD
               GO TO 1000-EXIT
           END-IF.

           OPEN INPUT IC-HISTORY-IN.
           IF WS-ICGLHIST-FILE-STATUS = "35"
               SET WS-HIST-EOF TO TRUE
           ELSE
               PERFORM 2100-READ-HISTORY-LINE
                   THRU 2100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1100-WRITE-PAGE-HEADERS.
           ADD 1 TO RPT-PAGE-COUNT.
           MOVE WS-RPT-DATE            TO RPT-DL-RUN-DATE.

           WRITE ICR-REPORT-OUT-REC FROM RPT-TITLE-LINE.
           WRITE ICR-REPORT-OUT-REC FROM RPT-SUBTITLE-LINE.
           WRITE ICR-REPORT-OUT-REC FROM RPT-DATE-LINE.
           WRITE ICR-REPORT-OUT-REC FROM WS-PERIOD-LINE.
           MOVE SPACES                 TO ICR-REPORT-OUT-REC.
           WRITE ICR-REPORT-OUT-REC.
           WRITE ICR-REPORT-OUT-REC FROM WS-HEADER-LINE-1.
           WRITE ICR-REPORT-OUT-REC FROM WS-HEADER-LINE-2.
           MOVE SPACES                 TO ICR-REPORT-OUT-REC.
           WRITE ICR-REPORT-OUT-REC.

           MOVE 8                      TO RPT-LINE-COUNT.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * AN OPTIONAL CARD NAMES THE REPORT MONTH (YYYYMM), SO THE *
      * MONTH-END CAN BE RUN AFTER THE CALENDAR HAS TURNED.  A   *
      * CARD THAT IS NOT A VALID MONTH FAILS THE STEP WITHOUT    *
      * RECONCILING OR ELIMINATING ANYTHING.                     *
      *----------------------------------------------------------*
       1200-READ-PERIOD-CARD.
           OPEN INPUT PERIOD-CARD-IN.
           IF WS-CARD-FILE-STATUS = "35"
               GO TO 1200-CHECK
           END-IF.
           READ PERIOD-CARD-IN
               AT END
                   CONTINUE
               NOT AT END
                   IF PC-REPORT-MONTH NOT = SPACES
                       MOVE PC-REPORT-MONTH TO WS-REPORT-MONTH
                   END-IF
           END-READ.
           CLOSE PERIOD-CARD-IN.

       1200-CHECK.
           IF WS-REPORT-MONTH IS NOT NUMERIC
               SET WS-CARD-BAD TO TRUE
               GO TO 1200-EXIT
           END-IF.
           MOVE WS-REPORT-MONTH        TO WS-REPORT-MONTH-NUM.
           IF WS-RM-MONTH < 1 OR WS-RM-MONTH > 12
               SET WS-CARD-BAD TO TRUE
           END-IF.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE DUEF AND DUET ROWS KEYED IC PLUS A COMPANY CODE.     *
      * WITHOUT THE MAPPING FILE NO LINE IS RECOGNIZED AND       *
      * NOTHING IS RECONCILED.                                   *
      *----------------------------------------------------------*
       1300-LOAD-IC-ACCOUNTS.
           OPEN INPUT GL-MAP-TAB.
           IF WS-GLMAP-FILE-STATUS = "35"
               GO TO 1300-EXIT
           END-IF.
           PERFORM 1310-LOAD-IC-ROW
               THRU 1310-EXIT
               UNTIL WS-GLMAP-EOF.
           CLOSE GL-MAP-TAB.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1310-LOAD-IC-ROW.
           READ GL-MAP-TAB INTO GL-MAP-RECORD
               AT END
                   SET WS-GLMAP-EOF TO TRUE
                   GO TO 1310-EXIT
           END-READ.

           IF GM-SOURCE-PROGRAM(1:2) NOT = "IC"
               OR (GM-TRANS-CLASS NOT = "DUEF"
                   AND GM-TRANS-CLASS NOT = "DUET")
               GO TO 1310-EXIT
           END-IF.

           MOVE GM-SOURCE-PROGRAM(3:4) TO WS-IA-FIND-COMPANY.
           PERFORM 1320-FIND-IC-COMPANY
               THRU 1320-EXIT.
           IF WS-IA-MATCH-SUB = ZERO
               IF WS-IA-COUNT >= 10
                   DISPLAY "ABCICREC **** IC ACCOUNT TABLE FULL - "
                       GM-SOURCE-PROGRAM " NOT LOADED ****"
                   GO TO 1310-EXIT
               END-IF
               ADD 1 TO WS-IA-COUNT
               MOVE WS-IA-COUNT        TO WS-IA-MATCH-SUB
               MOVE WS-IA-FIND-COMPANY TO WS-IA-COMPANY(WS-IA-MATCH-SUB)
               MOVE SPACES TO WS-IA-DUEF-CC(WS-IA-MATCH-SUB)
                              WS-IA-DUEF-ACCOUNT(WS-IA-MATCH-SUB)
                              WS-IA-DUET-CC(WS-IA-MATCH-SUB)
                              WS-IA-DUET-ACCOUNT(WS-IA-MATCH-SUB)
           END-IF.

           IF GM-TRANS-CLASS = "DUEF"
               MOVE GM-COST-CENTER
                   TO WS-IA-DUEF-CC(WS-IA-MATCH-SUB)
               MOVE GM-ACCOUNT-NUMBER
                   TO WS-IA-DUEF-ACCOUNT(WS-IA-MATCH-SUB)
           ELSE
               MOVE GM-COST-CENTER
                   TO WS-IA-DUET-CC(WS-IA-MATCH-SUB)
               MOVE GM-ACCOUNT-NUMBER
                   TO WS-IA-DUET-ACCOUNT(WS-IA-MATCH-SUB)
           END-IF.
       1310-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1320-FIND-IC-COMPANY.
           MOVE ZERO                   TO WS-IA-MATCH-SUB.
           PERFORM 1330-SCAN-IC-COMPANY
               THRU 1330-EXIT
               VARYING WS-IA-SUB FROM 1 BY 1
               UNTIL WS-IA-SUB > WS-IA-COUNT
               OR WS-IA-MATCH-SUB > ZERO.
       1320-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1330-SCAN-IC-COMPANY.
           IF WS-IA-COMPANY(WS-IA-SUB) = WS-IA-FIND-COMPANY
               MOVE WS-IA-SUB          TO WS-IA-MATCH-SUB
           END-IF.
       1330-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A HISTORY LINE COUNTS WHEN IT IS DATED ON OR BEFORE THE  *
      * END OF THE REPORT MONTH AND POSTS TO ITS COMPANY'S       *
      * DUE-FROM OR DUE-TO ACCOUNT.  A DUE-FROM LINE BELONGS TO  *
      * THE PAIR (ITS COMPANY, COUNTERPARTY) AND GROWS WITH A    *
      * DEBIT; A DUE-TO LINE BELONGS TO THE PAIR (COUNTERPARTY,  *
      * ITS COMPANY) AND GROWS WITH A CREDIT.                    *
      *----------------------------------------------------------*
       2000-LOAD-HISTORY-LINE.
           ADD 1 TO WS-HIST-READ-COUNT.

           IF GL-TRANS-DATE(1:6) > WS-REPORT-MONTH
               GO TO 2000-READ-NEXT
           END-IF.

           MOVE GL-COMPANY-CODE        TO WS-IA-FIND-COMPANY.
           PERFORM 1320-FIND-IC-COMPANY
               THRU 1320-EXIT.
           IF WS-IA-MATCH-SUB = ZERO
               ADD 1 TO WS-CLEARING-COUNT
               GO TO 2000-READ-NEXT
           END-IF.

           IF GL-AMOUNT < ZERO
               COMPUTE WS-LINE-MAGNITUDE = ZERO - GL-AMOUNT
           ELSE
               MOVE GL-AMOUNT          TO WS-LINE-MAGNITUDE
           END-IF.

           EVALUATE TRUE
               WHEN GL-ACCOUNT-NUMBER =
                   WS-IA-DUEF-ACCOUNT(WS-IA-MATCH-SUB)
                   SET WS-FIND-IS-DUEF TO TRUE
                   MOVE GL-COMPANY-CODE    TO WS-FK-FROM-CO
                   MOVE IH-COUNTER-COMPANY TO WS-FK-TO-CO
                   IF GL-DEBIT-CREDIT-IND = "C"
                       COMPUTE WS-FIND-AMOUNT =
                           ZERO - WS-LINE-MAGNITUDE
                   ELSE
                       MOVE WS-LINE-MAGNITUDE TO WS-FIND-AMOUNT
                   END-IF
               WHEN GL-ACCOUNT-NUMBER =
                   WS-IA-DUET-ACCOUNT(WS-IA-MATCH-SUB)
                   SET WS-FIND-IS-DUET TO TRUE
                   MOVE IH-COUNTER-COMPANY TO WS-FK-FROM-CO
                   MOVE GL-COMPANY-CODE    TO WS-FK-TO-CO
                   IF GL-DEBIT-CREDIT-IND = "D"
                       COMPUTE WS-FIND-AMOUNT =
                           ZERO - WS-LINE-MAGNITUDE
                   ELSE
                       MOVE WS-LINE-MAGNITUDE TO WS-FIND-AMOUNT
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-CLEARING-COUNT
                   GO TO 2000-READ-NEXT
           END-EVALUATE.

           ADD 1 TO WS-HIST-USED-COUNT.
           PERFORM 4000-POST-TO-PAIR
               THRU 4000-EXIT.

       2000-READ-NEXT.
           PERFORM 2100-READ-HISTORY-LINE
               THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2100-READ-HISTORY-LINE.
           READ IC-HISTORY-IN INTO IC-HISTORY-RECORD
               AT END
                   SET WS-HIST-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           MOVE IH-GL-LINE             TO GL-INTERFACE-LINE.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * FINDS OR INSERTS THE PAIR IN WS-FIND-KEY AND ADDS THE    *
      * AMOUNT TO ITS DUE-FROM OR DUE-TO SIDE.  A FULL TABLE     *
      * DROPS THE AMOUNT AND FAILS THE RUN.                      *
      *----------------------------------------------------------*
       4000-POST-TO-PAIR.
           MOVE ZERO                   TO WS-PR-MATCH-SUB.
           MOVE ZERO                   TO WS-PR-INSERT-SUB.
           PERFORM 4200-SCAN-PAIR
               THRU 4200-EXIT
               VARYING WS-PR-SUB FROM 1 BY 1
               UNTIL WS-PR-SUB > WS-PR-COUNT
               OR WS-PR-MATCH-SUB > ZERO
               OR WS-PR-INSERT-SUB > ZERO.

           IF WS-PR-MATCH-SUB = ZERO
               IF WS-PR-COUNT >= 100
                   ADD 1 TO WS-DROPPED-COUNT
                   SET WS-TABLE-FULL   TO TRUE
                   GO TO 4000-EXIT
               END-IF
               IF WS-PR-INSERT-SUB = ZERO
                   COMPUTE WS-PR-INSERT-SUB = WS-PR-COUNT + 1
               END-IF
               PERFORM 4300-SHIFT-PAIR-UP
                   THRU 4300-EXIT
                   VARYING WS-PR-MOVE-SUB FROM WS-PR-COUNT BY -1
                   UNTIL WS-PR-MOVE-SUB < WS-PR-INSERT-SUB
               ADD 1 TO WS-PR-COUNT
               MOVE WS-PR-INSERT-SUB   TO WS-PR-MATCH-SUB
               MOVE WS-FIND-KEY        TO WS-PR-KEY(WS-PR-MATCH-SUB)
               MOVE ZERO TO WS-PR-DUEF-BAL(WS-PR-MATCH-SUB)
                            WS-PR-DUET-BAL(WS-PR-MATCH-SUB)
                            WS-PR-DUEF-MTH(WS-PR-MATCH-SUB)
                            WS-PR-DUET-MTH(WS-PR-MATCH-SUB)
           END-IF.

           IF WS-FIND-IS-DUEF
               ADD WS-FIND-AMOUNT
                   TO WS-PR-DUEF-BAL(WS-PR-MATCH-SUB)
               IF GL-TRANS-DATE(1:6) = WS-REPORT-MONTH
                   ADD WS-FIND-AMOUNT
                       TO WS-PR-DUEF-MTH(WS-PR-MATCH-SUB)
               END-IF
           ELSE
               ADD WS-FIND-AMOUNT
                   TO WS-PR-DUET-BAL(WS-PR-MATCH-SUB)
               IF GL-TRANS-DATE(1:6) = WS-REPORT-MONTH
                   ADD WS-FIND-AMOUNT
                       TO WS-PR-DUET-MTH(WS-PR-MATCH-SUB)
               END-IF
           END-IF.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE TABLE IS IN KEY ORDER: THE FIRST ENTRY WITH A HIGHER *
      * KEY IS WHERE A NEW PAIR GOES.                            *
      *----------------------------------------------------------*
       4200-SCAN-PAIR.
           IF WS-PR-KEY(WS-PR-SUB) = WS-FIND-KEY
               MOVE WS-PR-SUB          TO WS-PR-MATCH-SUB
           ELSE
               IF WS-PR-KEY(WS-PR-SUB) > WS-FIND-KEY
                   MOVE WS-PR-SUB      TO WS-PR-INSERT-SUB
               END-IF
           END-IF.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------*
       4300-SHIFT-PAIR-UP.
           MOVE WS-PR-ENTRY(WS-PR-MOVE-SUB)
               TO WS-PR-ENTRY(WS-PR-MOVE-SUB + 1).
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE REPORT LINE PER PAIR.  THE PAIR AGREES WHEN THE      *
      * SERVING COMPANY'S DUE-FROM BALANCE EQUALS THE CUSTOMER   *
      * COMPANY'S DUE-TO BALANCE.                                *
      *----------------------------------------------------------*
       5000-REPORT-PAIR.
           COMPUTE WS-DIFFERENCE = WS-PR-DUEF-BAL(WS-PR-SUB)
               - WS-PR-DUET-BAL(WS-PR-SUB).

           MOVE WS-PR-FROM-CO(WS-PR-SUB) TO WS-D-FROM-CO.
           MOVE WS-PR-TO-CO(WS-PR-SUB)   TO WS-D-TO-CO.
           MOVE WS-PR-DUEF-BAL(WS-PR-SUB) TO WS-D-DUEF-BAL.
           MOVE WS-PR-DUET-BAL(WS-PR-SUB) TO WS-D-DUET-BAL.
           MOVE WS-DIFFERENCE            TO WS-D-DIFFERENCE.
           MOVE WS-PR-DUEF-MTH(WS-PR-SUB) TO WS-D-DUEF-MTH.
           MOVE WS-PR-DUET-MTH(WS-PR-SUB) TO WS-D-DUET-MTH.

           IF WS-DIFFERENCE = ZERO
               ADD 1 TO WS-AGREED-COUNT
               MOVE "AGREED"           TO WS-D-STATUS
           ELSE
               ADD 1 TO WS-DIFFER-COUNT
               MOVE "*** DIFFER"       TO WS-D-STATUS
               DISPLAY "ABCICREC **** " WS-PR-FROM-CO(WS-PR-SUB)
                   " DUE FROM " WS-PR-TO-CO(WS-PR-SUB)
                   " DOES NOT AGREE WITH "
                   WS-PR-TO-CO(WS-PR-SUB) " DUE TO "
                   WS-PR-FROM-CO(WS-PR-SUB) " - NOT ELIMINATED ****"
           END-IF.

           MOVE WS-DETAIL-LINE         TO WS-REPORT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE
               THRU 7000-EXIT.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE ELIMINATION SECTION: FOR EVERY AGREED PAIR WITH A    *
      * BALANCE, ONE LINE REVERSING THE DUE-FROM IN THE SERVING  *
      * COMPANY AND ONE REVERSING THE DUE-TO IN THE CUSTOMER     *
      * COMPANY, SO THE CONSOLIDATED BOOKS CARRY NEITHER.        *
      *----------------------------------------------------------*
       6000-WRITE-ELIMINATIONS.
           IF RPT-LINE-COUNT + 5 > RPT-MAX-LINES-PER-PAGE
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE ICR-REPORT-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 1100-WRITE-PAGE-HEADERS
                   THRU 1100-EXIT
           END-IF.
           MOVE SPACES                 TO WS-REPORT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE
               THRU 7000-EXIT.
           MOVE WS-ELIM-HEADING        TO WS-REPORT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE
               THRU 7000-EXIT.
           MOVE WS-ELIM-HEADER-LINE    TO WS-REPORT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE
               THRU 7000-EXIT.

           PERFORM 6100-ELIMINATE-PAIR
               THRU 6100-EXIT
               VARYING WS-PR-SUB FROM 1 BY 1
               UNTIL WS-PR-SUB > WS-PR-COUNT.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       6100-ELIMINATE-PAIR.
           IF WS-PR-DUEF-BAL(WS-PR-SUB) NOT =
               WS-PR-DUET-BAL(WS-PR-SUB)
               OR WS-PR-DUEF-BAL(WS-PR-SUB) = ZERO
               GO TO 6100-EXIT
           END-IF.

           MOVE WS-PR-FROM-CO(WS-PR-SUB) TO WS-IA-FIND-COMPANY.
           PERFORM 1320-FIND-IC-COMPANY
               THRU 1320-EXIT.
           MOVE WS-PR-FROM-CO(WS-PR-SUB) TO GL-COMPANY-CODE.
           MOVE WS-IA-DUEF-CC(WS-IA-MATCH-SUB) TO GL-COST-CENTER.
           MOVE WS-IA-DUEF-ACCOUNT(WS-IA-MATCH-SUB)
               TO GL-ACCOUNT-NUMBER.
           MOVE WS-PR-DUEF-BAL(WS-PR-SUB) TO GL-AMOUNT.
           IF GL-AMOUNT < ZERO
               MOVE "D"                TO GL-DEBIT-CREDIT-IND
           ELSE
               MOVE "C"                TO GL-DEBIT-CREDIT-IND
           END-IF.
           MOVE WS-PR-TO-CO(WS-PR-SUB) TO WS-E-COUNTERPARTY.
           PERFORM 6200-WRITE-ELIM-LINE
               THRU 6200-EXIT.

           MOVE WS-PR-TO-CO(WS-PR-SUB) TO WS-IA-FIND-COMPANY.
           PERFORM 1320-FIND-IC-COMPANY
               THRU 1320-EXIT.
           MOVE WS-PR-TO-CO(WS-PR-SUB) TO GL-COMPANY-CODE.
           MOVE WS-IA-DUET-CC(WS-IA-MATCH-SUB) TO GL-COST-CENTER.
           MOVE WS-IA-DUET-ACCOUNT(WS-IA-MATCH-SUB)
               TO GL-ACCOUNT-NUMBER.
           MOVE WS-PR-DUET-BAL(WS-PR-SUB) TO GL-AMOUNT.
           IF GL-AMOUNT < ZERO
               MOVE "C"                TO GL-DEBIT-CREDIT-IND
           ELSE
               MOVE "D"                TO GL-DEBIT-CREDIT-IND
           END-IF.
           MOVE WS-PR-FROM-CO(WS-PR-SUB) TO WS-E-COUNTERPARTY.
           PERFORM 6200-WRITE-ELIM-LINE
               THRU 6200-EXIT.
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE ELIMINATION LINE TO THE FEED AND THE REPORT, WITH    *
      * ITS AMOUNT INTO THE DEBIT OR CREDIT PROOF TOTAL.         *
      *----------------------------------------------------------*
       6200-WRITE-ELIM-LINE.
           MOVE WS-POST-DATE           TO GL-TRANS-DATE.
           MOVE "ABCICREC"             TO GL-SOURCE-PROGRAM.
           ADD 1 TO WS-GR-SEQ.
           MOVE WS-GL-REFERENCE        TO GL-REFERENCE.
           WRITE ELIM-FEED-OUT-REC FROM GL-INTERFACE-LINE.
           ADD 1 TO WS-ELIM-LINE-COUNT.

           IF GL-AMOUNT < ZERO
               COMPUTE WS-LINE-MAGNITUDE = ZERO - GL-AMOUNT
           ELSE
               MOVE GL-AMOUNT          TO WS-LINE-MAGNITUDE
           END-IF.
           IF GL-DEBIT-CREDIT-IND = "D"
               ADD WS-LINE-MAGNITUDE   TO WS-ELIM-DEBITS
           ELSE
               ADD WS-LINE-MAGNITUDE   TO WS-ELIM-CREDITS
           END-IF.

           MOVE GL-COMPANY-CODE        TO WS-E-COMPANY.
           MOVE GL-COST-CENTER         TO WS-E-COST-CENTER.
           MOVE GL-ACCOUNT-NUMBER      TO WS-E-ACCOUNT.
           MOVE GL-DEBIT-CREDIT-IND    TO WS-E-DC.
           MOVE WS-LINE-MAGNITUDE      TO WS-E-AMOUNT.
           MOVE GL-REFERENCE           TO WS-E-REFERENCE.
           MOVE WS-ELIM-LINE           TO WS-REPORT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE
               THRU 7000-EXIT.
       6200-EXIT.
           EXIT.

      *----------------------------------------------------------*
       7000-WRITE-REPORT-LINE.
           IF RPT-LINE-COUNT >= RPT-MAX-LINES-PER-PAGE
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE ICR-REPORT-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 1100-WRITE-PAGE-HEADERS
                   THRU 1100-EXIT
           END-IF.

           WRITE ICR-REPORT-OUT-REC FROM WS-REPORT-LINE.
           ADD 1 TO RPT-LINE-COUNT.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A PAIR THAT DOES NOT AGREE, A FULL PAIR TABLE, UNEQUAL   *
      * ELIMINATION SIDES, OR A BAD PERIOD CARD FAILS THE STEP   *
      * (RC 8).                                                  *
      *----------------------------------------------------------*
       9000-TERMINATE.
           MOVE RPT-PAGE-COUNT         TO RPT-F-PAGE-NO.
           WRITE ICR-REPORT-OUT-REC FROM RPT-FOOTER-LINE.

           MOVE "HISTORY LINES READ....." TO RPT-FN-LABEL.
           MOVE WS-HIST-READ-COUNT     TO RPT-FN-COUNT.
           WRITE ICR-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "DUE LINES TO MONTH END." TO RPT-FN-LABEL.
           MOVE WS-HIST-USED-COUNT     TO RPT-FN-COUNT.
           WRITE ICR-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "CLEARING LINES SKIPPED." TO RPT-FN-LABEL.
           MOVE WS-CLEARING-COUNT      TO RPT-FN-COUNT.
           WRITE ICR-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "COMPANY PAIRS AGREED..." TO RPT-FN-LABEL.
           MOVE WS-AGREED-COUNT        TO RPT-FN-COUNT.
           WRITE ICR-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "COMPANY PAIRS DIFFER..." TO RPT-FN-LABEL.
           MOVE WS-DIFFER-COUNT        TO RPT-FN-COUNT.
           WRITE ICR-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "ELIMINATION LINES......" TO RPT-FN-LABEL.
           MOVE WS-ELIM-LINE-COUNT     TO RPT-FN-COUNT.
           WRITE ICR-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           IF NOT WS-CARD-BAD
               IF WS-ICGLHIST-FILE-STATUS NOT = "35"
                   CLOSE IC-HISTORY-IN
               END-IF
           END-IF.
           CLOSE ICR-REPORT-OUT
                 ELIM-FEED-OUT.

           DISPLAY "ABCICREC CONTROL TOTAL - MONTH=" WS-REPORT-MONTH
               " PAIRS=" WS-PR-COUNT
               " AGREED=" WS-AGREED-COUNT
               " DIFFER=" WS-DIFFER-COUNT
               " ELIM LINES=" WS-ELIM-LINE-COUNT.

           IF WS-CARD-BAD
               DISPLAY "ABCICREC **** REPORT CARD MONTH "
                   WS-REPORT-MONTH " NOT VALID - NOTHING "
                   "RECONCILED ****"
               MOVE 8 TO RETURN-CODE
               GO TO 9000-EXIT
           END-IF.

           IF WS-TABLE-FULL
               OR WS-DIFFER-COUNT > ZERO
               OR WS-ELIM-DEBITS NOT = WS-ELIM-CREDITS
               DISPLAY "ABCICREC **** INTERCOMPANY NOT RECONCILED"
                   " - PAIRS DIFFERING=" WS-DIFFER-COUNT
                   " AMOUNTS DROPPED=" WS-DROPPED-COUNT " ****"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
