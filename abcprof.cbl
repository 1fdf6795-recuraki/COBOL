       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCPROF.
       AUTHOR. D HARLOW.
       INSTALLATION. DL100 BATCH SERVICES.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 2026-10-15  DH  NEW PROGRAM.  MONTHLY CUSTOMER           *
      *                 PROFITABILITY.  BRINGS TOGETHER, PER     *
      *                 CUSTOMER, THE MONTH'S PERIOD MARGIN      *
      *                 (ABC121A), FEES (ABC127A, LESS THE SALES *
      *                 TAX PASSED THROUGH), LATE CHARGES        *
      *                 (ABCLATE), REIMBURSEMENTS PAID (ABC136A) *
      *                 AND UPHELD DISPUTE CREDITS (ABCDSPT) OFF *
      *                 THE STATEMENT-EXTRACT HISTORY, PLUS THE  *
      *                 MONTH'S WRITE-OFFS FROM THE WRITE-OFF    *
      *                 REGISTER, TIED TO A CUSTOMER THROUGH THE *
      *                 RECYCLE DISPOSITION FILE.  EACH          *
      *                 CUSTOMER'S PIECES NET TO A CONTRIBUTION; *
      *                 CUSTOMERS ARE RANKED BEST TO WORST, AND  *
      *                 EVERY PARENT ON THE CUSTOMER HIERARCHY   *
      *                 GETS A SUBTOTAL OF ITSELF AND ALL ITS    *
      *                 DESCENDANTS, RANKED THE SAME WAY.  A     *
      *                 REBILL REVERSAL COUNTS AGAINST THE       *
      *                 SOURCE IT REVERSES.                      *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STMT-HIST-IN
               ASSIGN TO STMTHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-FILE-STATUS.

           SELECT PROFIT-CARD-IN
               ASSIGN TO PROFCARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.

           SELECT HIERARCHY-IN
               ASSIGN TO CUSTHIER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTHIER-FILE-STATUS.

           SELECT WRITEOFF-REGISTER-IN
               ASSIGN TO WOREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WOREG-FILE-STATUS.

           SELECT DISPOSITION-IN
               ASSIGN TO RECYSTAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPI-FILE-STATUS.

           SELECT PROFIT-REPORT-OUT
               ASSIGN TO PROFRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STMT-HIST-IN
           RECORDING MODE IS F.
       01  STMT-HIST-IN-REC            PIC X(65).

       FD  PROFIT-CARD-IN
           RECORDING MODE IS F.
       01  PROFIT-CARD-RECORD.
           05  PC-PROFIT-MONTH         PIC X(06).
           05  FILLER                  PIC X(74).

       FD  HIERARCHY-IN
           RECORDING MODE IS F.
       01  HIERARCHY-IN-REC            PIC X(12).

       FD  WRITEOFF-REGISTER-IN
           RECORDING MODE IS F.
       01  WRITEOFF-REGISTER-IN-REC    PIC X(76).

       FD  DISPOSITION-IN
           RECORDING MODE IS F.
       01  DISPOSITION-IN-REC          PIC X(91).

       FD  PROFIT-REPORT-OUT
           RECORDING MODE IS F.
       01  PROFIT-REPORT-OUT-REC       PIC X(132).

       WORKING-STORAGE SECTION.
       COPY STMTREC.
       COPY CUSTHIER.
       COPY RUNSTAMP.
       COPY RPTHDFT.
       01  WS-CARD-FILE-STATUS         PIC X(02).
       01  WS-WOREG-FILE-STATUS        PIC X(02).
       01  WS-DISPI-FILE-STATUS        PIC X(02).
       01  WS-STMT-EOF-SW              PIC X(01) VALUE "N".
           88  WS-STMT-EOF                     VALUE "Y".
       01  WS-WOREG-EOF-SW             PIC X(01) VALUE "N".
           88  WS-WOREG-EOF                    VALUE "Y".
       01  WS-DISPI-EOF-SW             PIC X(01) VALUE "N".
           88  WS-DISPI-EOF                    VALUE "Y".

       01  WS-CARD-BAD-SW              PIC X(01) VALUE "N".
           88  WS-CARD-BAD                     VALUE "Y".
       01  WS-TABLE-FULL-SW            PIC X(01) VALUE "N".
           88  WS-TABLE-FULL                   VALUE "Y".

       01  WS-PROFIT-MONTH             PIC X(06) VALUE SPACES.
       01  WS-PROFIT-MONTH-NUM         PIC 9(06) VALUE ZERO.
       01  WS-PM-PARTS REDEFINES WS-PROFIT-MONTH-NUM.
           05  WS-PM-YEAR              PIC 9(04).
           05  WS-PM-MONTH             PIC 9(02).

      *----------------------------------------------------------*
      * THE WRITE-OFF REGISTER LAYOUT ABCRCYCL APPENDS, AND THE  *
      * DISPOSITION ROW WHOSE EXCEPTION TEXT NAMES THE CUSTOMER. *
      *----------------------------------------------------------*
       01  WRITEOFF-REGISTER-RECORD.
           05  WR-RUN-DATE             PIC X(08).
           05  WR-SOURCE               PIC X(08).
           05  WR-SEQUENCE             PIC 9(05).
           05  WR-PROGRAM-ID           PIC X(08).
           05  WR-AMOUNT               PIC 9(09)V99.
           05  WR-APPROVER-ID          PIC X(08).
           05  WR-APPROVER-2-ID        PIC X(08).
           05  WR-REASON               PIC X(20).

       01  DISPOSITION-ROW.
           05  RS-SOURCE               PIC X(08).
           05  RS-SEQUENCE             PIC 9(05).
           05  RS-STATUS               PIC X(10).
               88  RS-WRITEOFF                 VALUE "WRITEOFF".
           05  RS-STATUS-DATE          PIC X(08).
           05  RS-EXCEPTION-TEXT       PIC X(60).

      *----------------------------------------------------------*
      * THE MONTH'S WRITE-OFFS, HELD UNTIL THE DISPOSITION FILE  *
      * HAS NAMED THEIR CUSTOMERS.                               *
      *----------------------------------------------------------*
       01  WRITEOFF-TABLE.
           05  WOT-ENTRY-COUNT         PIC 9(04) COMP VALUE ZERO.
           05  WOT-ENTRY               OCCURS 200 TIMES.
               10  WOT-SOURCE          PIC X(08).
               10  WOT-SEQUENCE        PIC 9(05).
               10  WOT-AMOUNT          PIC 9(09)V99.
               10  WOT-CUSTOMER-ID     PIC X(06).
       01  WOT-LOOKUP-SUB              PIC 9(04) COMP VALUE ZERO.
       01  WOT-MATCH-SUB               PIC 9(04) COMP VALUE ZERO.

      *----------------------------------------------------------*
      * ONE ROW PER CUSTOMER SEEN IN THE MONTH, PLUS EVERY       *
      * ANCESTOR ITS ACTIVITY ROLLS UP TO.  THE AMOUNT COLUMNS   *
      * ARE 1 MARGIN, 2 FEES, 3 LATE CHARGES, 4 REIMBURSEMENTS,  *
      * 5 WRITE-OFFS, 6 DISPUTE CREDITS, 7 CONTRIBUTION.  COSTS  *
      * ARE HELD NEGATIVE SO THE CONTRIBUTION IS THE SUM OF THE  *
      * OTHER SIX.  THE ROLL-UP COLUMNS HOLD THE SAME FIGURES    *
      * FOR THE CUSTOMER AND ALL ITS DESCENDANTS.                *
      *----------------------------------------------------------*
       01  PROFIT-TABLE.
           05  PFT-ENTRY-COUNT         PIC 9(04) COMP VALUE ZERO.
           05  PFT-ENTRY               OCCURS 500 TIMES.
               10  PFT-CUSTOMER-ID     PIC X(06).
               10  PFT-PARENT-ID       PIC X(06).
               10  PFT-ACTIVE-SW       PIC X(01).
                   88  PFT-ACTIVE              VALUE "Y".
               10  PFT-CHILD-SW        PIC X(01).
                   88  PFT-HAS-CHILDREN        VALUE "Y".
               10  PFT-RANK            PIC 9(04) COMP.
               10  PFT-ROLL-RANK       PIC 9(04) COMP.
               10  PFT-AMOUNT          PIC S9(13)V99 COMP-3
                                       OCCURS 7 TIMES.
               10  PFT-ROLL-AMOUNT     PIC S9(13)V99 COMP-3
                                       OCCURS 7 TIMES.
       01  PFT-LOOKUP-SUB              PIC 9(04) COMP VALUE ZERO.
       01  PFT-FIND-SUB                PIC 9(04) COMP VALUE ZERO.
       01  PFT-ROLL-SUB                PIC 9(04) COMP VALUE ZERO.
       01  PFT-WALK-SUB                PIC 9(04) COMP VALUE ZERO.
       01  PFT-SCAN-SUB                PIC 9(04) COMP VALUE ZERO.
       01  PFT-BEST-SUB                PIC 9(04) COMP VALUE ZERO.
       01  WS-COL-SUB                  PIC 9(02) COMP VALUE ZERO.
       01  WS-FIND-ID                  PIC X(06) VALUE SPACES.
       01  WS-LINE-SOURCE              PIC X(08) VALUE SPACES.
       01  WS-WALK-DEPTH               PIC 9(02) COMP VALUE ZERO.
       01  WS-HIT-COUNT                PIC 9(04) COMP VALUE ZERO.
       01  WS-HIT-ID                   PIC X(06) VALUE SPACES.
       01  WS-RANK-NO                  PIC 9(04) COMP VALUE ZERO.
       01  WS-RANK-DONE-SW             PIC X(01) VALUE "N".
           88  WS-RANK-DONE                    VALUE "Y".

       01  WS-LINE-AMOUNT              PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-GRAND-TOTALS.
           05  WS-GRAND-AMOUNT         PIC S9(13)V99 COMP-3
                                       OCCURS 7 TIMES.

       01  WS-STMT-READ-COUNT          PIC 9(08) COMP VALUE ZERO.
       01  WS-STMT-MONTH-COUNT         PIC 9(08) COMP VALUE ZERO.
       01  WS-TAX-SKIP-COUNT           PIC 9(08) COMP VALUE ZERO.
       01  WS-OTHER-SKIP-COUNT         PIC 9(08) COMP VALUE ZERO.
       01  WS-WOFF-COUNT               PIC 9(08) COMP VALUE ZERO.
       01  WS-WOFF-UNASGN-COUNT        PIC 9(08) COMP VALUE ZERO.
       01  WS-RANKED-COUNT             PIC 9(08) COMP VALUE ZERO.
       01  WS-LOSS-COUNT               PIC 9(08) COMP VALUE ZERO.
       01  WS-PARENT-COUNT             PIC 9(08) COMP VALUE ZERO.
       01  WS-DROPPED-COUNT            PIC 9(08) COMP VALUE ZERO.

       01  WS-RPT-DATE                 PIC X(10).
       01  WS-HOLD-LINE                PIC X(132).

       01  WS-HEADER-LINE.
           05  FILLER                  PIC X(20) VALUE
               "RANK  CUST    PARENT".
           05  FILLER                  PIC X(14) VALUE
               "        MARGIN".
           05  FILLER                  PIC X(14) VALUE
               "          FEES".
           05  FILLER                  PIC X(14) VALUE
               "  LATE CHARGES".
           05  FILLER                  PIC X(14) VALUE
               "    REIMBURSED".
           05  FILLER                  PIC X(14) VALUE
               "    WRITE-OFFS".
           05  FILLER                  PIC X(14) VALUE
               "      DISPUTES".
           05  FILLER                  PIC X(14) VALUE
               "  CONTRIBUTION".

       01  WS-DETAIL-LINE.
           05  WS-D-RANK               PIC ZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-CUSTOMER-ID        PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-PARENT-ID          PIC X(06).
           05  WS-D-COLUMN             OCCURS 7 TIMES.
               10  FILLER              PIC X(01).
               10  WS-D-AMOUNT         PIC -(9)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-FLAG               PIC X(04).

       01  WS-SECTION-LINE.
           05  WS-S-TEXT               PIC X(80).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-PROCESS-STATEMENT-LINE
               THRU 2000-EXIT
               UNTIL WS-STMT-EOF.

           PERFORM 3000-ATTRIBUTE-WRITEOFFS
               THRU 3000-EXIT.

           PERFORM 3500-ROLL-UP-HIERARCHY
               THRU 3500-EXIT.

           PERFORM 5000-WRITE-RANKED-CUSTOMERS
               THRU 5000-EXIT.

           PERFORM 6000-WRITE-HIERARCHY-ROLLUP
               THRU 6000-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           GOBACK.

      *----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT PROFIT-REPORT-OUT.

           MOVE FUNCTION CURRENT-DATE TO WS-RUNSTAMP-CURRENT-DATE.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:14) TO WS-RUN-ID.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:8)  TO WS-RUN-DATE.
           MOVE WS-RUN-DATE(1:6)       TO WS-PROFIT-MONTH.
           MOVE ZERO                   TO WS-GRAND-AMOUNT(1)
                                          WS-GRAND-AMOUNT(2)
                                          WS-GRAND-AMOUNT(3)
                                          WS-GRAND-AMOUNT(4)
                                          WS-GRAND-AMOUNT(5)
                                          WS-GRAND-AMOUNT(6)
                                          WS-GRAND-AMOUNT(7).

           PERFORM 1200-READ-PROFIT-CARD
               THRU 1200-EXIT.

           MOVE SPACES                 TO RPT-ST-TEXT.
           STRING "CUSTOMER PROFITABILITY - MONTH "
               WS-PROFIT-MONTH
               DELIMITED BY SIZE INTO RPT-ST-TEXT.
           STRING WS-RUN-DATE(5:2) "/" WS-RUN-DATE(7:2) "/"
               WS-RUN-DATE(1:4)
               DELIMITED BY SIZE INTO WS-RPT-DATE.

           PERFORM 1100-WRITE-PAGE-HEADERS
               THRU 1100-EXIT.

           IF WS-CARD-BAD
               SET WS-STMT-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF.

           PERFORM 1300-LOAD-HIERARCHY
               THRU 1300-EXIT.

           OPEN INPUT STMT-HIST-IN.
           IF WS-STMT-FILE-STATUS = "35"
               SET WS-STMT-EOF TO TRUE
           ELSE
               PERFORM 2100-READ-STATEMENT-LINE
                   THRU 2100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1100-WRITE-PAGE-HEADERS.
           ADD 1 TO RPT-PAGE-COUNT.
           MOVE WS-RPT-DATE            TO RPT-DL-RUN-DATE.

           WRITE PROFIT-REPORT-OUT-REC FROM RPT-TITLE-LINE.
           WRITE PROFIT-REPORT-OUT-REC FROM RPT-SUBTITLE-LINE.
           WRITE PROFIT-REPORT-OUT-REC FROM RPT-DATE-LINE.
           MOVE SPACES                 TO PROFIT-REPORT-OUT-REC.
           WRITE PROFIT-REPORT-OUT-REC.
           WRITE PROFIT-REPORT-OUT-REC FROM WS-HEADER-LINE.
           MOVE SPACES                 TO PROFIT-REPORT-OUT-REC.
           WRITE PROFIT-REPORT-OUT-REC.

           MOVE 6                      TO RPT-LINE-COUNT.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * AN OPTIONAL CARD NAMES THE MONTH TO REPORT (YYYYMM), SO  *
      * THE RUN CAN BE MADE AFTER THE CALENDAR HAS TURNED.  A    *
      * CARD THAT IS NOT A VALID MONTH FAILS THE STEP WITHOUT    *
      * REPORTING ANYTHING.                                      *
      *----------------------------------------------------------*
       1200-READ-PROFIT-CARD.
           OPEN INPUT PROFIT-CARD-IN.
           IF WS-CARD-FILE-STATUS = "35"
               GO TO 1200-EXIT
           END-IF.
           READ PROFIT-CARD-IN
               AT END
                   CONTINUE
               NOT AT END
                   IF PC-PROFIT-MONTH NOT = SPACES
                       MOVE PC-PROFIT-MONTH TO WS-PROFIT-MONTH
                   END-IF
           END-READ.
           CLOSE PROFIT-CARD-IN.

           IF WS-PROFIT-MONTH IS NOT NUMERIC
               SET WS-CARD-BAD TO TRUE
               GO TO 1200-EXIT
           END-IF.
           MOVE WS-PROFIT-MONTH        TO WS-PROFIT-MONTH-NUM.
           IF WS-PM-MONTH < 1 OR WS-PM-MONTH > 12
               SET WS-CARD-BAD TO TRUE
           END-IF.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1300-LOAD-HIERARCHY.
           OPEN INPUT HIERARCHY-IN.
           IF WS-CUSTHIER-FILE-STATUS = "35"
               GO TO 1300-EXIT
           END-IF.
           PERFORM 1310-LOAD-HIERARCHY-ROW
               THRU 1310-EXIT
               UNTIL WS-CUSTHIER-EOF.
           CLOSE HIERARCHY-IN.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1310-LOAD-HIERARCHY-ROW.
           READ HIERARCHY-IN INTO CUSTOMER-HIERARCHY-RECORD
               AT END
                   SET WS-CUSTHIER-EOF TO TRUE
               NOT AT END
                   IF CHT-ENTRY-COUNT < 500
                       ADD 1 TO CHT-ENTRY-COUNT
                       MOVE CH-CUSTOMER-ID
                           TO CHT-CUSTOMER-ID(CHT-ENTRY-COUNT)
                       MOVE CH-PARENT-ID
                           TO CHT-PARENT-ID(CHT-ENTRY-COUNT)
                   END-IF
           END-READ.
       1310-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE STATEMENT-EXTRACT LINE.  LINES OUTSIDE THE MONTH     *
      * ARE PASSED BY.  THE SOURCE PROGRAM DECIDES THE COLUMN:   *
      * SALES TAX ON A FEE IS HELD FOR THE TAXING AUTHORITY AND  *
      * IS NOT THE CUSTOMER'S CONTRIBUTION, AND LINES FROM ANY   *
      * OTHER PROGRAM ARE NOT PART OF IT EITHER.  A REBILL       *
      * REVERSAL COUNTS AGAINST THE PROGRAM ITS DESCRIPTION      *
      * NAMES.                                                   *
      *----------------------------------------------------------*
       2000-PROCESS-STATEMENT-LINE.
           ADD 1 TO WS-STMT-READ-COUNT.

           IF SX-RUN-DATE(1:6) NOT = WS-PROFIT-MONTH
               GO TO 2000-READ-NEXT
           END-IF.
           ADD 1 TO WS-STMT-MONTH-COUNT.

           MOVE SX-AMOUNT              TO WS-LINE-AMOUNT.
           MOVE SX-SOURCE-PROGRAM      TO WS-LINE-SOURCE.
           IF SX-SOURCE-PROGRAM = "ABCREBIL"
               AND SX-CHARGE-DESC(1:9) = "REVERSAL "
               MOVE SX-CHARGE-DESC(10:8) TO WS-LINE-SOURCE
           END-IF.
           EVALUATE WS-LINE-SOURCE
               WHEN "FEE TAX "
                   ADD 1 TO WS-TAX-SKIP-COUNT
                   GO TO 2000-READ-NEXT
               WHEN "ABC121A "
                   MOVE 1              TO WS-COL-SUB
               WHEN "ABC127A "
                   IF SX-CHARGE-DESC = "FEE TAX"
                       ADD 1 TO WS-TAX-SKIP-COUNT
                       GO TO 2000-READ-NEXT
                   END-IF
                   MOVE 2              TO WS-COL-SUB
               WHEN "ABCLATE "
                   MOVE 3              TO WS-COL-SUB
               WHEN "ABC136A "
                   MOVE 4              TO WS-COL-SUB
                   COMPUTE WS-LINE-AMOUNT = ZERO - SX-AMOUNT
               WHEN "ABCDSPT "
                   MOVE 6              TO WS-COL-SUB
               WHEN OTHER
                   ADD 1 TO WS-OTHER-SKIP-COUNT
                   GO TO 2000-READ-NEXT
           END-EVALUATE.

           MOVE SX-CUSTOMER-ID         TO WS-FIND-ID.
           PERFORM 2500-FIND-CUSTOMER
               THRU 2500-EXIT.
           PERFORM 2600-ADD-TO-CUSTOMER
               THRU 2600-EXIT.

       2000-READ-NEXT.
           PERFORM 2100-READ-STATEMENT-LINE
               THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2100-READ-STATEMENT-LINE.
           READ STMT-HIST-IN INTO STMT-EXTRACT-RECORD
               AT END
                   SET WS-STMT-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * FINDS WS-FIND-ID ON THE PROFIT TABLE, ADDING IT WITH ITS *
      * HIERARCHY PARENT WHEN FIRST SEEN.  PFT-FIND-SUB COMES    *
      * BACK ZERO ONLY WHEN THE TABLE IS FULL.                   *
      *----------------------------------------------------------*
       2500-FIND-CUSTOMER.
           MOVE ZERO                   TO PFT-FIND-SUB.
           PERFORM 2510-CHECK-CUSTOMER
               THRU 2510-EXIT
               VARYING PFT-LOOKUP-SUB FROM 1 BY 1
               UNTIL PFT-LOOKUP-SUB > PFT-ENTRY-COUNT
               OR PFT-FIND-SUB NOT = ZERO.
           IF PFT-FIND-SUB NOT = ZERO
               GO TO 2500-EXIT
           END-IF.

           IF PFT-ENTRY-COUNT >= 500
               SET WS-TABLE-FULL TO TRUE
               GO TO 2500-EXIT
           END-IF.
           ADD 1 TO PFT-ENTRY-COUNT.
           MOVE PFT-ENTRY-COUNT        TO PFT-FIND-SUB.
           INITIALIZE PFT-ENTRY(PFT-FIND-SUB).
           MOVE WS-FIND-ID             TO PFT-CUSTOMER-ID(PFT-FIND-SUB).
           MOVE "N"                    TO PFT-ACTIVE-SW(PFT-FIND-SUB)
                                          PFT-CHILD-SW(PFT-FIND-SUB).
           MOVE SPACES                 TO PFT-PARENT-ID(PFT-FIND-SUB).
           PERFORM 2520-CHECK-PARENT
               THRU 2520-EXIT
               VARYING CHT-LOOKUP-SUB FROM 1 BY 1
               UNTIL CHT-LOOKUP-SUB > CHT-ENTRY-COUNT.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2510-CHECK-CUSTOMER.
           IF PFT-CUSTOMER-ID(PFT-LOOKUP-SUB) = WS-FIND-ID
               MOVE PFT-LOOKUP-SUB     TO PFT-FIND-SUB
           END-IF.
       2510-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2520-CHECK-PARENT.
           IF CHT-CUSTOMER-ID(CHT-LOOKUP-SUB) = WS-FIND-ID
               MOVE CHT-PARENT-ID(CHT-LOOKUP-SUB)
                   TO PFT-PARENT-ID(PFT-FIND-SUB)
           END-IF.
       2520-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * POSTS WS-LINE-AMOUNT TO COLUMN WS-COL-SUB AND TO THE     *
      * CONTRIBUTION OF THE CUSTOMER AT PFT-FIND-SUB.  A         *
      * CUSTOMER THAT DID NOT FIT THE TABLE IS COUNTED AS        *
      * DROPPED.                                                 *
      *----------------------------------------------------------*
       2600-ADD-TO-CUSTOMER.
           IF PFT-FIND-SUB = ZERO
               ADD 1 TO WS-DROPPED-COUNT
               GO TO 2600-EXIT
           END-IF.
           ADD WS-LINE-AMOUNT
               TO PFT-AMOUNT(PFT-FIND-SUB, WS-COL-SUB).
           ADD WS-LINE-AMOUNT
               TO PFT-AMOUNT(PFT-FIND-SUB, 7).
           SET PFT-ACTIVE(PFT-FIND-SUB) TO TRUE.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE MONTH'S WRITE-OFFS.  THE REGISTER CARRIES NO         *
      * CUSTOMER, SO EACH IS TIED BY SOURCE AND SEQUENCE TO ITS  *
      * DISPOSITION ROW AND CHARGED TO THE CUSTOMER THAT ROW'S   *
      * EXCEPTION TEXT NAMES - THE SAME TEST THE CUSTOMER 360    *
      * INQUIRY USES.  ONE NAMING NO KNOWN CUSTOMER IS CHARGED   *
      * TO UNASGN.                                               *
      *----------------------------------------------------------*
       3000-ATTRIBUTE-WRITEOFFS.
           IF WS-CARD-BAD
               GO TO 3000-EXIT
           END-IF.

           OPEN INPUT WRITEOFF-REGISTER-IN.
           IF WS-WOREG-FILE-STATUS = "35"
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-LOAD-WRITEOFF
               THRU 3100-EXIT
               UNTIL WS-WOREG-EOF.
           CLOSE WRITEOFF-REGISTER-IN.
           IF WOT-ENTRY-COUNT = ZERO
               GO TO 3000-EXIT
           END-IF.

           OPEN INPUT DISPOSITION-IN.
           IF WS-DISPI-FILE-STATUS NOT = "35"
               PERFORM 3200-MATCH-DISPOSITION
                   THRU 3200-EXIT
                   UNTIL WS-DISPI-EOF
               CLOSE DISPOSITION-IN
           END-IF.

           PERFORM 3300-POST-WRITEOFF
               THRU 3300-EXIT
               VARYING WOT-LOOKUP-SUB FROM 1 BY 1
               UNTIL WOT-LOOKUP-SUB > WOT-ENTRY-COUNT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3100-LOAD-WRITEOFF.
           READ WRITEOFF-REGISTER-IN INTO WRITEOFF-REGISTER-RECORD
               AT END
                   SET WS-WOREG-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           IF WR-RUN-DATE(1:6) NOT = WS-PROFIT-MONTH
               GO TO 3100-EXIT
           END-IF.
           IF WOT-ENTRY-COUNT >= 200
               SET WS-TABLE-FULL TO TRUE
               ADD 1 TO WS-DROPPED-COUNT
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WOT-ENTRY-COUNT.
           MOVE WR-SOURCE         TO WOT-SOURCE(WOT-ENTRY-COUNT).
           MOVE WR-SEQUENCE       TO WOT-SEQUENCE(WOT-ENTRY-COUNT).
           MOVE WR-AMOUNT         TO WOT-AMOUNT(WOT-ENTRY-COUNT).
           MOVE SPACES            TO WOT-CUSTOMER-ID(WOT-ENTRY-COUNT).
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3200-MATCH-DISPOSITION.
           READ DISPOSITION-IN INTO DISPOSITION-ROW
               AT END
                   SET WS-DISPI-EOF TO TRUE
                   GO TO 3200-EXIT
           END-READ.
           IF NOT RS-WRITEOFF
               GO TO 3200-EXIT
           END-IF.

           MOVE ZERO                   TO WOT-MATCH-SUB.
           PERFORM 3210-CHECK-WRITEOFF
               THRU 3210-EXIT
               VARYING WOT-LOOKUP-SUB FROM 1 BY 1
               UNTIL WOT-LOOKUP-SUB > WOT-ENTRY-COUNT
               OR WOT-MATCH-SUB NOT = ZERO.
           IF WOT-MATCH-SUB = ZERO
               GO TO 3200-EXIT
           END-IF.

           MOVE SPACES                 TO WS-HIT-ID.
           PERFORM 3220-SCAN-PROFIT-TABLE
               THRU 3220-EXIT
               VARYING PFT-SCAN-SUB FROM 1 BY 1
               UNTIL PFT-SCAN-SUB > PFT-ENTRY-COUNT
               OR WS-HIT-ID NOT = SPACES.
           PERFORM 3230-SCAN-HIERARCHY
               THRU 3230-EXIT
               VARYING CHT-LOOKUP-SUB FROM 1 BY 1
               UNTIL CHT-LOOKUP-SUB > CHT-ENTRY-COUNT
               OR WS-HIT-ID NOT = SPACES.
           MOVE WS-HIT-ID TO WOT-CUSTOMER-ID(WOT-MATCH-SUB).
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3210-CHECK-WRITEOFF.
           IF WOT-SOURCE(WOT-LOOKUP-SUB) = RS-SOURCE
               AND WOT-SEQUENCE(WOT-LOOKUP-SUB) = RS-SEQUENCE
               MOVE WOT-LOOKUP-SUB     TO WOT-MATCH-SUB
           END-IF.
       3210-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3220-SCAN-PROFIT-TABLE.
           IF PFT-CUSTOMER-ID(PFT-SCAN-SUB) = "UNASGN"
               GO TO 3220-EXIT
           END-IF.
           MOVE ZERO                   TO WS-HIT-COUNT.
           INSPECT RS-EXCEPTION-TEXT
               TALLYING WS-HIT-COUNT
               FOR ALL PFT-CUSTOMER-ID(PFT-SCAN-SUB).
           IF WS-HIT-COUNT > ZERO
               MOVE PFT-CUSTOMER-ID(PFT-SCAN-SUB) TO WS-HIT-ID
           END-IF.
       3220-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3230-SCAN-HIERARCHY.
           MOVE ZERO                   TO WS-HIT-COUNT.
           INSPECT RS-EXCEPTION-TEXT
               TALLYING WS-HIT-COUNT
               FOR ALL CHT-CUSTOMER-ID(CHT-LOOKUP-SUB).
           IF WS-HIT-COUNT > ZERO
               MOVE CHT-CUSTOMER-ID(CHT-LOOKUP-SUB) TO WS-HIT-ID
           END-IF.
       3230-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3300-POST-WRITEOFF.
           ADD 1 TO WS-WOFF-COUNT.
           IF WOT-CUSTOMER-ID(WOT-LOOKUP-SUB) = SPACES
               ADD 1 TO WS-WOFF-UNASGN-COUNT
               MOVE "UNASGN" TO WOT-CUSTOMER-ID(WOT-LOOKUP-SUB)
           END-IF.
           MOVE WOT-CUSTOMER-ID(WOT-LOOKUP-SUB) TO WS-FIND-ID.
           PERFORM 2500-FIND-CUSTOMER
               THRU 2500-EXIT.
           MOVE 5                      TO WS-COL-SUB.
           COMPUTE WS-LINE-AMOUNT = ZERO - WOT-AMOUNT(WOT-LOOKUP-SUB).
           PERFORM 2600-ADD-TO-CUSTOMER
               THRU 2600-EXIT.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * EVERY ACTIVE CUSTOMER'S FIGURES ARE ADDED INTO ITS OWN   *
      * ROLL-UP AND INTO THAT OF EACH ANCESTOR UP THE HIERARCHY. *
      * THE WALK STOPS AT A TOP-LEVEL CUSTOMER, OR AFTER TEN     *
      * LEVELS SHOULD THE HIERARCHY EVER LOOP BACK ON ITSELF.    *
      *----------------------------------------------------------*
       3500-ROLL-UP-HIERARCHY.
           PERFORM 3510-ROLL-UP-CUSTOMER
               THRU 3510-EXIT
               VARYING PFT-ROLL-SUB FROM 1 BY 1
               UNTIL PFT-ROLL-SUB > PFT-ENTRY-COUNT.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3510-ROLL-UP-CUSTOMER.
           IF NOT PFT-ACTIVE(PFT-ROLL-SUB)
               GO TO 3510-EXIT
           END-IF.
           MOVE PFT-ROLL-SUB           TO PFT-WALK-SUB.
           MOVE ZERO                   TO WS-WALK-DEPTH.
           PERFORM 3520-ADD-TO-ANCESTOR
               THRU 3520-EXIT
               UNTIL PFT-WALK-SUB = ZERO
               OR WS-WALK-DEPTH > 10.
       3510-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3520-ADD-TO-ANCESTOR.
           PERFORM 3530-ADD-ROLL-COLUMN
               THRU 3530-EXIT
               VARYING WS-COL-SUB FROM 1 BY 1
               UNTIL WS-COL-SUB > 7.
           IF WS-WALK-DEPTH > ZERO
               SET PFT-HAS-CHILDREN(PFT-WALK-SUB) TO TRUE
           END-IF.
           ADD 1 TO WS-WALK-DEPTH.

           IF PFT-PARENT-ID(PFT-WALK-SUB) = SPACES
               OR PFT-PARENT-ID(PFT-WALK-SUB) =
                   PFT-CUSTOMER-ID(PFT-WALK-SUB)
               MOVE ZERO               TO PFT-WALK-SUB
               GO TO 3520-EXIT
           END-IF.
           MOVE PFT-PARENT-ID(PFT-WALK-SUB) TO WS-FIND-ID.
           PERFORM 2500-FIND-CUSTOMER
               THRU 2500-EXIT.
           MOVE PFT-FIND-SUB           TO PFT-WALK-SUB.
       3520-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3530-ADD-ROLL-COLUMN.
           ADD PFT-AMOUNT(PFT-ROLL-SUB, WS-COL-SUB)
               TO PFT-ROLL-AMOUNT(PFT-WALK-SUB, WS-COL-SUB).
       3530-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CUSTOMERS WITH ACTIVITY IN THE MONTH, BEST CONTRIBUTION  *
      * FIRST.  A CUSTOMER WHOSE CONTRIBUTION IS BELOW ZERO IS   *
      * FLAGGED LOSS.  TIES GO TO THE LOWER CUSTOMER-ID SO TWO   *
      * RUNS OVER THE SAME MONTH ALWAYS RANK THE SAME WAY.       *
      *----------------------------------------------------------*
       5000-WRITE-RANKED-CUSTOMERS.
           IF WS-CARD-BAD
               GO TO 5000-EXIT
           END-IF.

           MOVE "CUSTOMERS RANKED BY CONTRIBUTION - BEST TO WORST"
               TO WS-S-TEXT.
           MOVE WS-SECTION-LINE        TO PROFIT-REPORT-OUT-REC.
           PERFORM 4000-WRITE-REPORT-LINE
               THRU 4000-EXIT.

           MOVE ZERO                   TO WS-RANK-NO.
           MOVE "N"                    TO WS-RANK-DONE-SW.
           PERFORM 5100-RANK-NEXT-CUSTOMER
               THRU 5100-EXIT
               UNTIL WS-RANK-DONE.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE "TOTAL"                TO WS-D-CUSTOMER-ID.
           PERFORM 5300-MOVE-GRAND-COLUMN
               THRU 5300-EXIT
               VARYING WS-COL-SUB FROM 1 BY 1
               UNTIL WS-COL-SUB > 7.
           MOVE WS-DETAIL-LINE         TO PROFIT-REPORT-OUT-REC.
           PERFORM 4000-WRITE-REPORT-LINE
               THRU 4000-EXIT.
           MOVE SPACES                 TO PROFIT-REPORT-OUT-REC.
           PERFORM 4000-WRITE-REPORT-LINE
               THRU 4000-EXIT.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       5100-RANK-NEXT-CUSTOMER.
           MOVE ZERO                   TO PFT-BEST-SUB.
           PERFORM 5200-SCAN-FOR-BEST
               THRU 5200-EXIT
               VARYING PFT-SCAN-SUB FROM 1 BY 1
               UNTIL PFT-SCAN-SUB > PFT-ENTRY-COUNT.
           IF PFT-BEST-SUB = ZERO
               SET WS-RANK-DONE TO TRUE
               GO TO 5100-EXIT
           END-IF.

           ADD 1 TO WS-RANK-NO.
           ADD 1 TO WS-RANKED-COUNT.
           MOVE WS-RANK-NO             TO PFT-RANK(PFT-BEST-SUB).

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE WS-RANK-NO             TO WS-D-RANK.
           MOVE PFT-CUSTOMER-ID(PFT-BEST-SUB) TO WS-D-CUSTOMER-ID.
           MOVE PFT-PARENT-ID(PFT-BEST-SUB)   TO WS-D-PARENT-ID.
           PERFORM 5110-MOVE-CUSTOMER-COLUMN
               THRU 5110-EXIT
               VARYING WS-COL-SUB FROM 1 BY 1
               UNTIL WS-COL-SUB > 7.
           IF PFT-AMOUNT(PFT-BEST-SUB, 7) < ZERO
               ADD 1 TO WS-LOSS-COUNT
               MOVE "LOSS"             TO WS-D-FLAG
           END-IF.
           MOVE WS-DETAIL-LINE         TO PROFIT-REPORT-OUT-REC.
           PERFORM 4000-WRITE-REPORT-LINE
               THRU 4000-EXIT.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       5110-MOVE-CUSTOMER-COLUMN.
           MOVE PFT-AMOUNT(PFT-BEST-SUB, WS-COL-SUB)
               TO WS-D-AMOUNT(WS-COL-SUB).
           ADD PFT-AMOUNT(PFT-BEST-SUB, WS-COL-SUB)
               TO WS-GRAND-AMOUNT(WS-COL-SUB).
       5110-EXIT.
           EXIT.

      *----------------------------------------------------------*
       5200-SCAN-FOR-BEST.
           IF NOT PFT-ACTIVE(PFT-SCAN-SUB)
               OR PFT-RANK(PFT-SCAN-SUB) NOT = ZERO
               GO TO 5200-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN PFT-BEST-SUB = ZERO
                   MOVE PFT-SCAN-SUB   TO PFT-BEST-SUB
               WHEN PFT-AMOUNT(PFT-SCAN-SUB, 7)
                       > PFT-AMOUNT(PFT-BEST-SUB, 7)
                   MOVE PFT-SCAN-SUB   TO PFT-BEST-SUB
               WHEN PFT-AMOUNT(PFT-SCAN-SUB, 7)
                       = PFT-AMOUNT(PFT-BEST-SUB, 7)
                   AND PFT-CUSTOMER-ID(PFT-SCAN-SUB)
                       < PFT-CUSTOMER-ID(PFT-BEST-SUB)
                   MOVE PFT-SCAN-SUB   TO PFT-BEST-SUB
           END-EVALUATE.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------*
       5300-MOVE-GRAND-COLUMN.
           MOVE WS-GRAND-AMOUNT(WS-COL-SUB)
               TO WS-D-AMOUNT(WS-COL-SUB).
       5300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * EVERY CUSTOMER WITH DESCENDANTS ON THE HIERARCHY, WITH   *
      * THE SUBTOTAL OF ITSELF AND ALL ITS DESCENDANTS, RANKED   *
      * BEST TO WORST THE SAME WAY.                              *
      *----------------------------------------------------------*
       6000-WRITE-HIERARCHY-ROLLUP.
           IF WS-CARD-BAD
               GO TO 6000-EXIT
           END-IF.

           IF RPT-LINE-COUNT + 4 > RPT-MAX-LINES-PER-PAGE
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE PROFIT-REPORT-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 1100-WRITE-PAGE-HEADERS
                   THRU 1100-EXIT
           END-IF.
           MOVE "HIERARCHY SUBTOTALS - PARENT WITH ALL DESCENDANTS"
               TO WS-S-TEXT.
           MOVE WS-SECTION-LINE        TO PROFIT-REPORT-OUT-REC.
           PERFORM 4000-WRITE-REPORT-LINE
               THRU 4000-EXIT.

           MOVE ZERO                   TO WS-RANK-NO.
           MOVE "N"                    TO WS-RANK-DONE-SW.
           PERFORM 6100-RANK-NEXT-PARENT
               THRU 6100-EXIT
               UNTIL WS-RANK-DONE.

           IF WS-RANK-NO = ZERO
               MOVE "NO PARENT HAD ACTIVITY BENEATH IT THIS MONTH"
                   TO WS-S-TEXT
               MOVE WS-SECTION-LINE    TO PROFIT-REPORT-OUT-REC
               PERFORM 4000-WRITE-REPORT-LINE
                   THRU 4000-EXIT
           END-IF.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       6100-RANK-NEXT-PARENT.
           MOVE ZERO                   TO PFT-BEST-SUB.
           PERFORM 6200-SCAN-FOR-BEST-PARENT
               THRU 6200-EXIT
               VARYING PFT-SCAN-SUB FROM 1 BY 1
               UNTIL PFT-SCAN-SUB > PFT-ENTRY-COUNT.
           IF PFT-BEST-SUB = ZERO
               SET WS-RANK-DONE TO TRUE
               GO TO 6100-EXIT
           END-IF.

           ADD 1 TO WS-RANK-NO.
           ADD 1 TO WS-PARENT-COUNT.
           MOVE WS-RANK-NO             TO PFT-ROLL-RANK(PFT-BEST-SUB).

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE WS-RANK-NO             TO WS-D-RANK.
           MOVE PFT-CUSTOMER-ID(PFT-BEST-SUB) TO WS-D-CUSTOMER-ID.
           MOVE PFT-PARENT-ID(PFT-BEST-SUB)   TO WS-D-PARENT-ID.
           PERFORM 6110-MOVE-ROLL-COLUMN
               THRU 6110-EXIT
               VARYING WS-COL-SUB FROM 1 BY 1
               UNTIL WS-COL-SUB > 7.
           IF PFT-ROLL-AMOUNT(PFT-BEST-SUB, 7) < ZERO
               MOVE "LOSS"             TO WS-D-FLAG
           END-IF.
           MOVE WS-DETAIL-LINE         TO PROFIT-REPORT-OUT-REC.
           PERFORM 4000-WRITE-REPORT-LINE
               THRU 4000-EXIT.
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       6110-MOVE-ROLL-COLUMN.
           MOVE PFT-ROLL-AMOUNT(PFT-BEST-SUB, WS-COL-SUB)
               TO WS-D-AMOUNT(WS-COL-SUB).
       6110-EXIT.
           EXIT.

      *----------------------------------------------------------*
       6200-SCAN-FOR-BEST-PARENT.
           IF NOT PFT-HAS-CHILDREN(PFT-SCAN-SUB)
               OR PFT-ROLL-RANK(PFT-SCAN-SUB) NOT = ZERO
               GO TO 6200-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN PFT-BEST-SUB = ZERO
                   MOVE PFT-SCAN-SUB   TO PFT-BEST-SUB
               WHEN PFT-ROLL-AMOUNT(PFT-SCAN-SUB, 7)
                       > PFT-ROLL-AMOUNT(PFT-BEST-SUB, 7)
                   MOVE PFT-SCAN-SUB   TO PFT-BEST-SUB
               WHEN PFT-ROLL-AMOUNT(PFT-SCAN-SUB, 7)
                       = PFT-ROLL-AMOUNT(PFT-BEST-SUB, 7)
                   AND PFT-CUSTOMER-ID(PFT-SCAN-SUB)
                       < PFT-CUSTOMER-ID(PFT-BEST-SUB)
                   MOVE PFT-SCAN-SUB   TO PFT-BEST-SUB
           END-EVALUATE.
       6200-EXIT.
           EXIT.

      *----------------------------------------------------------*
       4000-WRITE-REPORT-LINE.
           IF RPT-LINE-COUNT >= RPT-MAX-LINES-PER-PAGE
               MOVE PROFIT-REPORT-OUT-REC TO WS-HOLD-LINE
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE PROFIT-REPORT-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 1100-WRITE-PAGE-HEADERS
                   THRU 1100-EXIT
               MOVE WS-HOLD-LINE       TO PROFIT-REPORT-OUT-REC
           END-IF.

           WRITE PROFIT-REPORT-OUT-REC.
           ADD 1 TO RPT-LINE-COUNT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       9000-TERMINATE.
           MOVE RPT-PAGE-COUNT         TO RPT-F-PAGE-NO.
           WRITE PROFIT-REPORT-OUT-REC FROM RPT-FOOTER-LINE.

           MOVE "STATEMENT LINES READ..." TO RPT-FN-LABEL.
           MOVE WS-STMT-READ-COUNT     TO RPT-FN-COUNT.
           WRITE PROFIT-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "LINES IN MONTH........." TO RPT-FN-LABEL.
           MOVE WS-STMT-MONTH-COUNT    TO RPT-FN-COUNT.
           WRITE PROFIT-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "FEE TAX LINES EXCLUDED." TO RPT-FN-LABEL.
           MOVE WS-TAX-SKIP-COUNT      TO RPT-FN-COUNT.
           WRITE PROFIT-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "OTHER SOURCE LINES....." TO RPT-FN-LABEL.
           MOVE WS-OTHER-SKIP-COUNT    TO RPT-FN-COUNT.
           WRITE PROFIT-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "WRITE-OFFS IN MONTH...." TO RPT-FN-LABEL.
           MOVE WS-WOFF-COUNT          TO RPT-FN-COUNT.
           WRITE PROFIT-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "WRITE-OFFS TO UNASGN..." TO RPT-FN-LABEL.
           MOVE WS-WOFF-UNASGN-COUNT   TO RPT-FN-COUNT.
           WRITE PROFIT-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "CUSTOMERS RANKED......." TO RPT-FN-LABEL.
           MOVE WS-RANKED-COUNT        TO RPT-FN-COUNT.
           WRITE PROFIT-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "CUSTOMERS AT A LOSS...." TO RPT-FN-LABEL.
           MOVE WS-LOSS-COUNT          TO RPT-FN-COUNT.
           WRITE PROFIT-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "PARENTS SUBTOTALED....." TO RPT-FN-LABEL.
           MOVE WS-PARENT-COUNT        TO RPT-FN-COUNT.
           WRITE PROFIT-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "ITEMS NOT TABLED......." TO RPT-FN-LABEL.
           MOVE WS-DROPPED-COUNT       TO RPT-FN-COUNT.
           WRITE PROFIT-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           IF WS-STMT-FILE-STATUS NOT = "35"
               AND NOT WS-CARD-BAD
               CLOSE STMT-HIST-IN
           END-IF.
           CLOSE PROFIT-REPORT-OUT.

           DISPLAY "ABCPROF CONTROL TOTAL - MONTH=" WS-PROFIT-MONTH
               " CUSTOMERS=" WS-RANKED-COUNT
               " LOSS=" WS-LOSS-COUNT
               " CONTRIBUTION=" WS-GRAND-AMOUNT(7).

           IF WS-CARD-BAD
               DISPLAY "ABCPROF **** PROFIT CARD MONTH "
                   WS-PROFIT-MONTH " IS NOT A VALID YYYYMM ****"
               MOVE 8 TO RETURN-CODE
               GO TO 9000-EXIT
           END-IF.
           IF WS-TABLE-FULL
               DISPLAY "ABCPROF **** TABLE FULL - " WS-DROPPED-COUNT
                   " ITEMS LEFT OUT OF THE REPORT ****"
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
