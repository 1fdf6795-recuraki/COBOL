       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCBVA.
       AUTHOR. D HARLOW.
       INSTALLATION. DL100 BATCH SERVICES.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 2026-10-15  DH  NEW PROGRAM.  MONTHLY BUDGET-VERSUS-     *
      *                 ACTUAL BY COMPANY, COST CENTER AND       *
      *                 ACCOUNT.  BUDGETS COME FROM THE KEYED    *
      *                 BUDGET MASTER; ACTUALS ARE THE RELEASED  *
      *                 GLFEED LINES ABCARGLA KEEPS ON THE       *
      *                 CUMULATIVE ACTUALS FILE.  A COST CENTER  *
      *                 RETIRED ON THE ORGANIZATION MASTER IS    *
      *                 REPORTED UNDER ITS SUCCESSOR, FOR BOTH   *
      *                 BUDGET AND ACTUAL, SO A REORGANIZATION   *
      *                 DOES NOT SPLIT A LINE IN TWO.  EACH LINE *
      *                 SHOWS BUDGET, ACTUAL, VARIANCE AND       *
      *                 VARIANCE PERCENTAGE, MONTH-TO-DATE AND   *
      *                 YEAR-TO-DATE, AND IS FLAGGED WHEN THE    *
      *                 VARIANCE PASSES THE THRESHOLD ON THE     *
      *                 PROGRAM'S RATE-CONTROL ROW.              *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-KSD
               ASSIGN TO BUDKSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BM-BUDGET-KEY
               FILE STATUS IS WS-BUDKSD-FILE-STATUS.

           SELECT RELEASED-ACTUALS-IN
               ASSIGN TO GLACTHST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.

           SELECT ORG-MASTER-IN
               ASSIGN TO ORGMAST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORGMAST-FILE-STATUS.

           SELECT COMPANY-CONTROL-IN
               ASSIGN TO COMPCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPCTL-FILE-STATUS.

           SELECT RATE-TAB
               ASSIGN TO RATECTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATECTL-FILE-STATUS.

           SELECT PERIOD-CARD-IN
               ASSIGN TO BVACARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.

           SELECT BVA-REPORT-OUT
               ASSIGN TO BVARPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-KSD.
       COPY BUDKSD.

       FD  RELEASED-ACTUALS-IN
           RECORDING MODE IS F.
       01  RELEASED-ACTUALS-IN-REC     PIC X(64).

       FD  ORG-MASTER-IN
           RECORDING MODE IS F.
       01  ORG-MASTER-IN-REC           PIC X(28).

       FD  COMPANY-CONTROL-IN
           RECORDING MODE IS F.
       01  COMPANY-CONTROL-IN-REC      PIC X(37).

       FD  RATE-TAB
           RECORDING MODE IS F.
       COPY RATECTL.

       FD  PERIOD-CARD-IN
           RECORDING MODE IS F.
       01  PERIOD-CARD-RECORD.
           05  PC-REPORT-MONTH         PIC X(06).
           05  FILLER                  PIC X(74).

       FD  BVA-REPORT-OUT
           RECORDING MODE IS F.
       01  BVA-REPORT-OUT-REC          PIC X(132).

       WORKING-STORAGE SECTION.
       COPY GLFEED.
       COPY ORGMAST.
       COPY COMPCTL.
       COPY RUNSTAMP.
       COPY RPTHDFT.
       01  WS-BUDKSD-FILE-STATUS       PIC X(02).
       01  WS-RATECTL-FILE-STATUS      PIC X(02).
       01  WS-CARD-FILE-STATUS         PIC X(02).

       01  WS-BUDKSD-EOF-SW            PIC X(01) VALUE "N".
           88  WS-BUDKSD-EOF                   VALUE "Y".
       01  WS-ACTUAL-EOF-SW            PIC X(01) VALUE "N".
           88  WS-ACTUAL-EOF                   VALUE "Y".
       01  WS-RATECTL-EOF-SW           PIC X(01) VALUE "N".
           88  WS-RATECTL-EOF                  VALUE "Y".
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
      * VARIANCE THRESHOLD - RATE-CONTROL ROW ABCBVA VARN.       *
      * VALUE-1 IS THE PERCENTAGE IN HUNDREDTHS (1000 = 10.00%), *
      * VALUE-2 THE SMALLEST VARIANCE IN WHOLE UNITS WORTH       *
      * FLAGGING, SO A TINY LINE DOES NOT FLAG ON PERCENT ALONE. *
      *----------------------------------------------------------*
       01  WS-THRESHOLD-PCT            PIC 9(05)V99 VALUE 10.00.
       01  WS-THRESHOLD-MIN            PIC 9(08) VALUE ZERO.

      *----------------------------------------------------------*
      * ONE ENTRY PER COMPANY, COST CENTER AND ACCOUNT, KEPT IN  *
      * KEY ORDER AS IT IS BUILT SO THE REPORT NEEDS NO SORT.    *
      *----------------------------------------------------------*
       01  WS-LINE-TABLE.
           05  WS-LN-COUNT             PIC 9(04) COMP VALUE ZERO.
           05  WS-LN-ENTRY             OCCURS 2000 TIMES.
               10  WS-LN-KEY.
                   15  WS-LN-COMPANY   PIC X(04).
                   15  WS-LN-COST-CENTER
                                       PIC X(06).
                   15  WS-LN-ACCOUNT   PIC X(10).
               10  WS-LN-BUDGET-MTD    PIC S9(13)V99 COMP-3.
               10  WS-LN-ACTUAL-MTD    PIC S9(13)V99 COMP-3.
               10  WS-LN-BUDGET-YTD    PIC S9(13)V99 COMP-3.
               10  WS-LN-ACTUAL-YTD    PIC S9(13)V99 COMP-3.
       01  WS-LN-SUB                   PIC 9(04) COMP VALUE ZERO.
       01  WS-LN-MATCH-SUB             PIC 9(04) COMP VALUE ZERO.
       01  WS-LN-INSERT-SUB            PIC 9(04) COMP VALUE ZERO.
       01  WS-LN-MOVE-SUB              PIC 9(04) COMP VALUE ZERO.

       01  WS-FIND-KEY.
           05  WS-FK-COMPANY           PIC X(04).
           05  WS-FK-COST-CENTER       PIC X(06).
           05  WS-FK-ACCOUNT           PIC X(10).
       01  WS-FIND-MONTH               PIC 9(02) VALUE ZERO.
       01  WS-FIND-AMOUNT              PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-FIND-IS-BUDGET-SW        PIC X(01) VALUE "N".
           88  WS-FIND-IS-BUDGET               VALUE "Y".
           88  WS-FIND-IS-ACTUAL               VALUE "N".

      *----------------------------------------------------------*
      * SUCCESSOR RESOLUTION.  A CENTER RETIRED BEFORE THE RUN   *
      * DATE MOVES TO ITS SUCCESSOR, FOLLOWING UP TO FIVE        *
      * REORGANIZATIONS; A RETIRED CENTER WITH NO SUCCESSOR      *
      * STAYS WHERE IT IS AND IS COUNTED AS UNRESOLVED.          *
      *----------------------------------------------------------*
       01  WS-HOP-COUNT                PIC 9(02) COMP VALUE ZERO.
       01  WS-REMAP-DONE-SW            PIC X(01) VALUE "N".
           88  WS-REMAP-DONE                   VALUE "Y".
       01  WS-REMAP-COUNT              PIC 9(08) COMP VALUE ZERO.
       01  WS-UNRESOLVED-COUNT         PIC 9(08) COMP VALUE ZERO.

       01  WS-BUDGET-READ-COUNT        PIC 9(08) COMP VALUE ZERO.
       01  WS-BUDGET-USED-COUNT        PIC 9(08) COMP VALUE ZERO.
       01  WS-ACTUAL-READ-COUNT        PIC 9(08) COMP VALUE ZERO.
       01  WS-ACTUAL-USED-COUNT        PIC 9(08) COMP VALUE ZERO.
       01  WS-DROPPED-COUNT            PIC 9(08) COMP VALUE ZERO.
       01  WS-FLAGGED-COUNT            PIC 9(08) COMP VALUE ZERO.

      *----------------------------------------------------------*
      * PROOF TOTALS - WHAT WAS SELECTED FROM THE INPUTS AGAINST *
      * WHAT THE REPORTED LINES ADD UP TO.                       *
      *----------------------------------------------------------*
       01  WS-BUDGET-INPUT-YTD         PIC S9(15)V99 COMP-3
                                       VALUE ZERO.
       01  WS-ACTUAL-INPUT-YTD         PIC S9(15)V99 COMP-3
                                       VALUE ZERO.

       01  WS-TOTALS.
           05  WS-TOT-ENTRY            OCCURS 2 TIMES.
               10  WS-TOT-BUDGET-MTD   PIC S9(15)V99 COMP-3.
               10  WS-TOT-ACTUAL-MTD   PIC S9(15)V99 COMP-3.
               10  WS-TOT-BUDGET-YTD   PIC S9(15)V99 COMP-3.
               10  WS-TOT-ACTUAL-YTD   PIC S9(15)V99 COMP-3.
       01  WS-TOT-SUB                  PIC 9(01) COMP VALUE ZERO.

       01  WS-LAST-COMPANY             PIC X(04) VALUE SPACES.
       01  WS-FIRST-LINE-SW            PIC X(01) VALUE "Y".
           88  WS-FIRST-LINE                   VALUE "Y".

       01  WS-VARIANCE                 PIC S9(15)V99 COMP-3
                                       VALUE ZERO.
       01  WS-VARIANCE-ABS             PIC S9(15)V99 COMP-3
                                       VALUE ZERO.
       01  WS-BUDGET-ABS               PIC S9(15)V99 COMP-3
                                       VALUE ZERO.
       01  WS-VARIANCE-PCT             PIC S9(07)V9 COMP-3
                                       VALUE ZERO.
       01  WS-VARIANCE-PCT-ABS         PIC S9(07)V9 COMP-3
                                       VALUE ZERO.
       01  WS-CALC-BUDGET              PIC S9(15)V99 COMP-3
                                       VALUE ZERO.
       01  WS-CALC-ACTUAL              PIC S9(15)V99 COMP-3
                                       VALUE ZERO.
       01  WS-LINE-FLAG-SW             PIC X(01) VALUE "N".
           88  WS-LINE-FLAGGED                 VALUE "Y".
       01  WS-NO-BUDGET-SW             PIC X(01) VALUE "N".
           88  WS-NO-BUDGET                    VALUE "Y".
       01  WS-MTD-FLAG-SW              PIC X(01) VALUE "N".
           88  WS-MTD-FLAGGED                  VALUE "Y".
       01  WS-FLAG-TEXT                PIC X(09) VALUE SPACES.

       01  WS-RPT-DATE                 PIC X(10).
       01  WS-REPORT-LINE              PIC X(132).

       01  WS-PERIOD-LINE.
           05  FILLER                  PIC X(16)
               VALUE "REPORT MONTH:   ".
           05  WS-P-MONTH              PIC X(06).
           05  FILLER                  PIC X(24)
               VALUE "   FLAG THRESHOLD:      ".
           05  WS-P-PCT                PIC ZZZZ9.99.
           05  FILLER                  PIC X(18)
               VALUE "%  MINIMUM AMOUNT ".
           05  WS-P-MIN                PIC ZZZZZZZ9.

       01  WS-COMPANY-LINE.
           05  FILLER                  PIC X(09) VALUE "COMPANY: ".
           05  WS-C-COMPANY-CODE       PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-C-COMPANY-NAME       PIC X(20).

       01  WS-HEADER-LINE-1.
           05  FILLER                  PIC X(18) VALUE SPACES.
           05  FILLER                  PIC X(48) VALUE
               "------------------ MONTH-TO-DATE ---------------".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(48) VALUE
               "------------------ YEAR-TO-DATE ----------------".

       01  WS-HEADER-LINE-2.
           05  FILLER                  PIC X(07) VALUE "CC".
           05  FILLER                  PIC X(11) VALUE "ACCOUNT".
           05  FILLER                  PIC X(48) VALUE
               "       BUDGET        ACTUAL      VARIANCE   VAR%".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(48) VALUE
               "       BUDGET        ACTUAL      VARIANCE   VAR%".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE "FLAG".

       01  WS-DETAIL-LINE.
           05  WS-D-COST-CENTER        PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-D-ACCOUNT            PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-D-MTD.
               10  WS-D-BUDGET-MTD     PIC -(9)9.99.
               10  FILLER              PIC X(01) VALUE SPACES.
               10  WS-D-ACTUAL-MTD     PIC -(9)9.99.
               10  FILLER              PIC X(01) VALUE SPACES.
               10  WS-D-VAR-MTD        PIC -(9)9.99.
               10  WS-D-PCT-MTD        PIC -(4)9.9.
               10  WS-D-PCT-MTD-X      REDEFINES WS-D-PCT-MTD
                                       PIC X(07).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-YTD.
               10  WS-D-BUDGET-YTD     PIC -(9)9.99.
               10  FILLER              PIC X(01) VALUE SPACES.
               10  WS-D-ACTUAL-YTD     PIC -(9)9.99.
               10  FILLER              PIC X(01) VALUE SPACES.
               10  WS-D-VAR-YTD        PIC -(9)9.99.
               10  WS-D-PCT-YTD        PIC -(4)9.9.
               10  WS-D-PCT-YTD-X      REDEFINES WS-D-PCT-YTD
                                       PIC X(07).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-FLAG               PIC X(09).

       01  WS-EDIT-PCT                 PIC -(4)9.9.
       01  WS-EDIT-PCT-X REDEFINES WS-EDIT-PCT
                                       PIC X(07).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           IF WS-CARD-BAD
               GO TO 0000-FINISH
           END-IF.

           PERFORM 2000-LOAD-BUDGET-ROW
               THRU 2000-EXIT
               UNTIL WS-BUDKSD-EOF.

           PERFORM 3000-LOAD-ACTUAL-LINE
               THRU 3000-EXIT
               UNTIL WS-ACTUAL-EOF.

           PERFORM 5000-REPORT-LINE
               THRU 5000-EXIT
               VARYING WS-LN-SUB FROM 1 BY 1
               UNTIL WS-LN-SUB > WS-LN-COUNT.

           IF WS-LN-COUNT > ZERO
               MOVE 1                  TO WS-TOT-SUB
               PERFORM 5500-WRITE-TOTAL-LINE
                   THRU 5500-EXIT
           END-IF.
           MOVE 2                      TO WS-TOT-SUB.
           PERFORM 5500-WRITE-TOTAL-LINE
               THRU 5500-EXIT.

       0000-FINISH.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           GOBACK.

      *----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT BVA-REPORT-OUT.

           MOVE FUNCTION CURRENT-DATE TO WS-RUNSTAMP-CURRENT-DATE.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:14) TO WS-RUN-ID.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:8)  TO WS-RUN-DATE.

           MOVE "BUDGET VERSUS ACTUAL BY COST CENTER" TO RPT-ST-TEXT.
           STRING WS-RUN-DATE(5:2) "/" WS-RUN-DATE(7:2) "/"
               WS-RUN-DATE(1:4)
               DELIMITED BY SIZE INTO WS-RPT-DATE.

           INITIALIZE WS-TOTALS.
           MOVE WS-RUN-DATE(1:6)       TO WS-REPORT-MONTH.

           PERFORM 1200-READ-PERIOD-CARD
               THRU 1200-EXIT.

           PERFORM 1300-LOAD-THRESHOLD
               THRU 1300-EXIT.

           PERFORM 1400-LOAD-ORG-MASTER
               THRU 1400-EXIT.

           PERFORM 1500-LOAD-COMPANY-CONTROL
               THRU 1500-EXIT.

           MOVE WS-REPORT-MONTH        TO WS-P-MONTH.
           MOVE WS-THRESHOLD-PCT       TO WS-P-PCT.
           MOVE WS-THRESHOLD-MIN       TO WS-P-MIN.

           PERFORM 1100-WRITE-PAGE-HEADERS
               THRU 1100-EXIT.

           IF WS-CARD-BAD
               GO TO 1000-EXIT
           END-IF.

           OPEN INPUT BUDGET-KSD.
           IF WS-BUDKSD-FILE-STATUS = "35"
               SET WS-BUDKSD-EOF TO TRUE
           ELSE
               PERFORM 2100-READ-BUDGET-ROW
                   THRU 2100-EXIT
           END-IF.

           OPEN INPUT RELEASED-ACTUALS-IN.
           IF WS-GL-FILE-STATUS = "35"
               SET WS-ACTUAL-EOF TO TRUE
           ELSE
               PERFORM 3100-READ-ACTUAL-LINE
                   THRU 3100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1100-WRITE-PAGE-HEADERS.
           ADD 1 TO RPT-PAGE-COUNT.
           MOVE WS-RPT-DATE            TO RPT-DL-RUN-DATE.

           WRITE BVA-REPORT-OUT-REC FROM RPT-TITLE-LINE.
           WRITE BVA-REPORT-OUT-REC FROM RPT-SUBTITLE-LINE.
           WRITE BVA-REPORT-OUT-REC FROM RPT-DATE-LINE.
           WRITE BVA-REPORT-OUT-REC FROM WS-PERIOD-LINE.
           MOVE SPACES                 TO BVA-REPORT-OUT-REC.
           WRITE BVA-REPORT-OUT-REC.
           WRITE BVA-REPORT-OUT-REC FROM WS-HEADER-LINE-1.
           WRITE BVA-REPORT-OUT-REC FROM WS-HEADER-LINE-2.
           MOVE SPACES                 TO BVA-REPORT-OUT-REC.
           WRITE BVA-REPORT-OUT-REC.

           MOVE 8                      TO RPT-LINE-COUNT.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * AN OPTIONAL CARD NAMES THE REPORT MONTH (YYYYMM), SO THE *
      * RUN CAN BE MADE AFTER THE CALENDAR HAS TURNED.  A CARD   *
      * THAT IS NOT A VALID MONTH FAILS THE STEP WITHOUT         *
      * REPORTING ANYTHING.                                      *
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
      * THE THRESHOLD ROW IN FORCE ON THE RUN DATE.  WITH NO ROW *
      * THE SHIPPED 10% AND NO MINIMUM APPLY.                    *
      *----------------------------------------------------------*
       1300-LOAD-THRESHOLD.
           OPEN INPUT RATE-TAB.
           IF WS-RATECTL-FILE-STATUS = "35"
               GO TO 1300-EXIT
           END-IF.
           PERFORM 1310-SCAN-RATE-ROW
               THRU 1310-EXIT
               UNTIL WS-RATECTL-EOF.
           CLOSE RATE-TAB.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1310-SCAN-RATE-ROW.
           READ RATE-TAB
               AT END
                   SET WS-RATECTL-EOF TO TRUE
               NOT AT END
                   IF RC-PROGRAM-ID = "ABCBVA"
                       AND RC-RULE-CODE = "VARN"
                       AND (RC-EFF-FROM-DATE = SPACES
                           OR RC-EFF-FROM-DATE <= WS-RUN-DATE)
                       AND (RC-EFF-TO-DATE = SPACES
                           OR RC-EFF-TO-DATE >= WS-RUN-DATE)
                       AND RC-VALUE-1 > ZERO
                       COMPUTE WS-THRESHOLD-PCT = RC-VALUE-1 / 100
                       MOVE RC-VALUE-2 TO WS-THRESHOLD-MIN
                   END-IF
           END-READ.
       1310-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * WITHOUT AN ORGANIZATION MASTER NO CENTER IS REMAPPED.    *
      *----------------------------------------------------------*
       1400-LOAD-ORG-MASTER.
           OPEN INPUT ORG-MASTER-IN.
           IF WS-ORGMAST-FILE-STATUS = "35"
               GO TO 1400-EXIT
           END-IF.
           PERFORM 1410-LOAD-ORG-ROW
               THRU 1410-EXIT
               UNTIL WS-ORGMAST-EOF.
           CLOSE ORG-MASTER-IN.
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1410-LOAD-ORG-ROW.
           READ ORG-MASTER-IN INTO ORG-MASTER-RECORD
               AT END
                   SET WS-ORGMAST-EOF TO TRUE
               NOT AT END
                   IF WS-ORG-COUNT < 100
                       ADD 1 TO WS-ORG-COUNT
                       MOVE OM-COST-CENTER
                           TO WS-OG-COST-CENTER(WS-ORG-COUNT)
                       MOVE OM-EFF-FROM-DATE
                           TO WS-OG-EFF-FROM(WS-ORG-COUNT)
                       MOVE OM-EFF-TO-DATE
                           TO WS-OG-EFF-TO(WS-ORG-COUNT)
                       MOVE OM-SUCCESSOR-CC
                           TO WS-OG-SUCCESSOR(WS-ORG-COUNT)
                   ELSE
                       DISPLAY "ABCBVA **** ORG MASTER TABLE "
                           "FULL - " OM-COST-CENTER " NOT LOADED ****"
                   END-IF
           END-READ.
       1410-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * COMPANY NAMES FOR THE SECTION HEADINGS ONLY.             *
      *----------------------------------------------------------*
       1500-LOAD-COMPANY-CONTROL.
           OPEN INPUT COMPANY-CONTROL-IN.
           IF WS-COMPCTL-FILE-STATUS = "35"
               GO TO 1500-EXIT
           END-IF.
           PERFORM 1510-LOAD-CONTROL-ROW
               THRU 1510-EXIT
               UNTIL WS-COMPCTL-EOF.
           CLOSE COMPANY-CONTROL-IN.
       1500-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1510-LOAD-CONTROL-ROW.
           READ COMPANY-CONTROL-IN INTO COMPANY-CONTROL-RECORD
               AT END
                   SET WS-COMPCTL-EOF TO TRUE
               NOT AT END
                   IF CP-COMPANY-ROW
                       AND CPT-COMPANY-COUNT < 10
                       ADD 1 TO CPT-COMPANY-COUNT
                       MOVE CP-COMPANY-CODE TO
                         CPT-COMPANY-CODE(CPT-COMPANY-COUNT)
                       MOVE CP-COMPANY-NAME TO
                         CPT-COMPANY-NAME(CPT-COMPANY-COUNT)
                   END-IF
           END-READ.
       1510-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A BUDGET ROW COUNTS WHEN IT FALLS IN THE REPORT YEAR ON  *
      * OR BEFORE THE REPORT MONTH; THE REPORT MONTH'S OWN ROW   *
      * IS ALSO THE MONTH-TO-DATE BUDGET.                        *
      *----------------------------------------------------------*
       2000-LOAD-BUDGET-ROW.
           ADD 1 TO WS-BUDGET-READ-COUNT.

           IF BM-BUDGET-YEAR NOT = WS-RM-YEAR
               OR BM-BUDGET-MM > WS-RM-MONTH
               GO TO 2000-READ-NEXT
           END-IF.

           ADD 1 TO WS-BUDGET-USED-COUNT.
           ADD BM-BUDGET-AMOUNT        TO WS-BUDGET-INPUT-YTD.

           MOVE BM-COMPANY-CODE        TO WS-FK-COMPANY.
           MOVE BM-COST-CENTER         TO WS-FK-COST-CENTER.
           MOVE BM-ACCOUNT-NUMBER      TO WS-FK-ACCOUNT.
           MOVE BM-BUDGET-MM           TO WS-FIND-MONTH.
           MOVE BM-BUDGET-AMOUNT       TO WS-FIND-AMOUNT.
           SET WS-FIND-IS-BUDGET       TO TRUE.
           PERFORM 4000-POST-TO-LINE
               THRU 4000-EXIT.

       2000-READ-NEXT.
           PERFORM 2100-READ-BUDGET-ROW
               THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2100-READ-BUDGET-ROW.
           READ BUDGET-KSD NEXT RECORD
               AT END
                   SET WS-BUDKSD-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A RELEASED LINE COUNTS WHEN ITS TRANSACTION DATE FALLS   *
      * IN THE REPORT YEAR ON OR BEFORE THE REPORT MONTH.  A     *
      * DEBIT ADDS AND A CREDIT SUBTRACTS, THE SAME SIGN AS THE  *
      * BUDGET.                                                  *
      *----------------------------------------------------------*
       3000-LOAD-ACTUAL-LINE.
           ADD 1 TO WS-ACTUAL-READ-COUNT.

           IF GL-TRANS-DATE(1:4) NOT = WS-REPORT-MONTH(1:4)
               OR GL-TRANS-DATE(5:2) > WS-REPORT-MONTH(5:2)
               GO TO 3000-READ-NEXT
           END-IF.

           ADD 1 TO WS-ACTUAL-USED-COUNT.
           IF GL-DEBIT-CREDIT-IND = "C"
               COMPUTE WS-FIND-AMOUNT = ZERO - GL-AMOUNT
           ELSE
               MOVE GL-AMOUNT          TO WS-FIND-AMOUNT
           END-IF.
           ADD WS-FIND-AMOUNT          TO WS-ACTUAL-INPUT-YTD.

           MOVE GL-COMPANY-CODE        TO WS-FK-COMPANY.
           MOVE GL-COST-CENTER         TO WS-FK-COST-CENTER.
           MOVE GL-ACCOUNT-NUMBER      TO WS-FK-ACCOUNT.
           MOVE GL-TRANS-DATE(5:2)     TO WS-FIND-MONTH.
           SET WS-FIND-IS-ACTUAL       TO TRUE.
           PERFORM 4000-POST-TO-LINE
               THRU 4000-EXIT.

       3000-READ-NEXT.
           PERFORM 3100-READ-ACTUAL-LINE
               THRU 3100-EXIT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3100-READ-ACTUAL-LINE.
           READ RELEASED-ACTUALS-IN INTO GL-INTERFACE-LINE
               AT END
                   SET WS-ACTUAL-EOF TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * MAPS THE COST CENTER IN WS-FIND-KEY TO ITS SUCCESSOR,    *
      * FINDS OR INSERTS THE LINE, AND ADDS THE AMOUNT TO IT.    *
      * A FULL TABLE DROPS THE AMOUNT AND FAILS THE RUN.         *
      *----------------------------------------------------------*
       4000-POST-TO-LINE.
           PERFORM 4100-RESOLVE-COST-CENTER
               THRU 4100-EXIT.

           MOVE ZERO                   TO WS-LN-MATCH-SUB.
           MOVE ZERO                   TO WS-LN-INSERT-SUB.
           PERFORM 4200-SCAN-LINE
               THRU 4200-EXIT
               VARYING WS-LN-SUB FROM 1 BY 1
               UNTIL WS-LN-SUB > WS-LN-COUNT
               OR WS-LN-MATCH-SUB > ZERO
               OR WS-LN-INSERT-SUB > ZERO.

           IF WS-LN-MATCH-SUB = ZERO
               IF WS-LN-COUNT >= 2000
                   ADD 1 TO WS-DROPPED-COUNT
                   SET WS-TABLE-FULL   TO TRUE
                   GO TO 4000-EXIT
               END-IF
               IF WS-LN-INSERT-SUB = ZERO
                   COMPUTE WS-LN-INSERT-SUB = WS-LN-COUNT + 1
               END-IF
               PERFORM 4300-SHIFT-LINE-UP
                   THRU 4300-EXIT
                   VARYING WS-LN-MOVE-SUB FROM WS-LN-COUNT BY -1
                   UNTIL WS-LN-MOVE-SUB < WS-LN-INSERT-SUB
               ADD 1 TO WS-LN-COUNT
               MOVE WS-LN-INSERT-SUB   TO WS-LN-MATCH-SUB
               MOVE WS-FIND-KEY        TO WS-LN-KEY(WS-LN-MATCH-SUB)
               MOVE ZERO TO WS-LN-BUDGET-MTD(WS-LN-MATCH-SUB)
                            WS-LN-ACTUAL-MTD(WS-LN-MATCH-SUB)
                            WS-LN-BUDGET-YTD(WS-LN-MATCH-SUB)
                            WS-LN-ACTUAL-YTD(WS-LN-MATCH-SUB)
           END-IF.

           IF WS-FIND-IS-BUDGET
               ADD WS-FIND-AMOUNT
                   TO WS-LN-BUDGET-YTD(WS-LN-MATCH-SUB)
               IF WS-FIND-MONTH = WS-RM-MONTH
                   ADD WS-FIND-AMOUNT
                       TO WS-LN-BUDGET-MTD(WS-LN-MATCH-SUB)
               END-IF
           ELSE
               ADD WS-FIND-AMOUNT
                   TO WS-LN-ACTUAL-YTD(WS-LN-MATCH-SUB)
               IF WS-FIND-MONTH = WS-RM-MONTH
                   ADD WS-FIND-AMOUNT
                       TO WS-LN-ACTUAL-MTD(WS-LN-MATCH-SUB)
               END-IF
           END-IF.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       4100-RESOLVE-COST-CENTER.
           MOVE ZERO                   TO WS-HOP-COUNT.
           MOVE "N"                    TO WS-REMAP-DONE-SW.
           PERFORM 4110-FOLLOW-SUCCESSOR
               THRU 4110-EXIT
               UNTIL WS-REMAP-DONE
               OR WS-HOP-COUNT > 5.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       4110-FOLLOW-SUCCESSOR.
           SET WS-REMAP-DONE           TO TRUE.
           MOVE ZERO                   TO WS-ORG-MATCH-SUB.
           PERFORM 4120-SCAN-ORG-ROW
               THRU 4120-EXIT
               VARYING WS-ORG-SUB FROM 1 BY 1
               UNTIL WS-ORG-SUB > WS-ORG-COUNT
               OR WS-ORG-MATCH-SUB > ZERO.

           IF WS-ORG-MATCH-SUB = ZERO
               GO TO 4110-EXIT
           END-IF.
           IF WS-OG-EFF-TO(WS-ORG-MATCH-SUB) = SPACES
               OR WS-OG-EFF-TO(WS-ORG-MATCH-SUB) >= WS-RUN-DATE
               GO TO 4110-EXIT
           END-IF.
           IF WS-OG-SUCCESSOR(WS-ORG-MATCH-SUB) = SPACES
               ADD 1 TO WS-UNRESOLVED-COUNT
               GO TO 4110-EXIT
           END-IF.

           IF WS-HOP-COUNT = ZERO
               ADD 1 TO WS-REMAP-COUNT
           END-IF.
           ADD 1 TO WS-HOP-COUNT.
           MOVE WS-OG-SUCCESSOR(WS-ORG-MATCH-SUB)
               TO WS-FK-COST-CENTER.
           MOVE "N"                    TO WS-REMAP-DONE-SW.
       4110-EXIT.
           EXIT.

      *----------------------------------------------------------*
       4120-SCAN-ORG-ROW.
           IF WS-OG-COST-CENTER(WS-ORG-SUB) = WS-FK-COST-CENTER
               MOVE WS-ORG-SUB         TO WS-ORG-MATCH-SUB
           END-IF.
       4120-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE TABLE IS IN KEY ORDER: THE FIRST ENTRY WITH A HIGHER *
      * KEY IS WHERE A NEW LINE GOES.                            *
      *----------------------------------------------------------*
       4200-SCAN-LINE.
           IF WS-LN-KEY(WS-LN-SUB) = WS-FIND-KEY
               MOVE WS-LN-SUB          TO WS-LN-MATCH-SUB
           ELSE
               IF WS-LN-KEY(WS-LN-SUB) > WS-FIND-KEY
                   MOVE WS-LN-SUB      TO WS-LN-INSERT-SUB
               END-IF
           END-IF.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------*
       4300-SHIFT-LINE-UP.
           MOVE WS-LN-ENTRY(WS-LN-MOVE-SUB)
               TO WS-LN-ENTRY(WS-LN-MOVE-SUB + 1).
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE REPORT LINE.  A CHANGE OF COMPANY CLOSES THE LAST    *
      * COMPANY WITH ITS TOTAL AND OPENS THE NEXT WITH ITS NAME. *
      *----------------------------------------------------------*
       5000-REPORT-LINE.
           IF WS-LN-COMPANY(WS-LN-SUB) NOT = WS-LAST-COMPANY
               OR WS-FIRST-LINE
               IF NOT WS-FIRST-LINE
                   MOVE 1              TO WS-TOT-SUB
                   PERFORM 5500-WRITE-TOTAL-LINE
                       THRU 5500-EXIT
               END-IF
               MOVE "N"                TO WS-FIRST-LINE-SW
               MOVE WS-LN-COMPANY(WS-LN-SUB) TO WS-LAST-COMPANY
               PERFORM 5100-WRITE-COMPANY-HEADING
                   THRU 5100-EXIT
           END-IF.

           MOVE WS-LN-COST-CENTER(WS-LN-SUB) TO WS-D-COST-CENTER.
           MOVE WS-LN-ACCOUNT(WS-LN-SUB) TO WS-D-ACCOUNT.
           MOVE "N"                    TO WS-LINE-FLAG-SW.
           MOVE "N"                    TO WS-NO-BUDGET-SW.
           MOVE "N"                    TO WS-MTD-FLAG-SW.

           MOVE WS-LN-BUDGET-MTD(WS-LN-SUB) TO WS-CALC-BUDGET.
           MOVE WS-LN-ACTUAL-MTD(WS-LN-SUB) TO WS-CALC-ACTUAL.
           PERFORM 5200-COMPUTE-VARIANCE
               THRU 5200-EXIT.
           MOVE WS-CALC-BUDGET         TO WS-D-BUDGET-MTD.
           MOVE WS-CALC-ACTUAL         TO WS-D-ACTUAL-MTD.
           MOVE WS-VARIANCE            TO WS-D-VAR-MTD.
           MOVE WS-EDIT-PCT-X          TO WS-D-PCT-MTD-X.
           IF WS-LINE-FLAGGED
               SET WS-MTD-FLAGGED      TO TRUE
           END-IF.

           MOVE "N"                    TO WS-LINE-FLAG-SW.
           MOVE WS-LN-BUDGET-YTD(WS-LN-SUB) TO WS-CALC-BUDGET.
           MOVE WS-LN-ACTUAL-YTD(WS-LN-SUB) TO WS-CALC-ACTUAL.
           PERFORM 5200-COMPUTE-VARIANCE
               THRU 5200-EXIT.
           MOVE WS-CALC-BUDGET         TO WS-D-BUDGET-YTD.
           MOVE WS-CALC-ACTUAL         TO WS-D-ACTUAL-YTD.
           MOVE WS-VARIANCE            TO WS-D-VAR-YTD.
           MOVE WS-EDIT-PCT-X          TO WS-D-PCT-YTD-X.

           EVALUATE TRUE
               WHEN WS-NO-BUDGET
                   MOVE "NO BUDGET"    TO WS-FLAG-TEXT
               WHEN WS-MTD-FLAGGED AND WS-LINE-FLAGGED
                   MOVE "*** BOTH"     TO WS-FLAG-TEXT
               WHEN WS-MTD-FLAGGED
                   MOVE "*** MTD"      TO WS-FLAG-TEXT
               WHEN WS-LINE-FLAGGED
                   MOVE "*** YTD"      TO WS-FLAG-TEXT
               WHEN OTHER
                   MOVE SPACES         TO WS-FLAG-TEXT
           END-EVALUATE.
           MOVE WS-FLAG-TEXT           TO WS-D-FLAG.
           IF WS-FLAG-TEXT NOT = SPACES
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF.

           MOVE WS-DETAIL-LINE         TO WS-REPORT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE
               THRU 7000-EXIT.

           PERFORM 5300-ADD-TO-TOTALS
               THRU 5300-EXIT
               VARYING WS-TOT-SUB FROM 1 BY 1
               UNTIL WS-TOT-SUB > 2.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       5100-WRITE-COMPANY-HEADING.
           MOVE WS-LAST-COMPANY        TO WS-C-COMPANY-CODE.
           MOVE SPACES                 TO WS-C-COMPANY-NAME.
           PERFORM 5110-SCAN-COMPANY-NAME
               THRU 5110-EXIT
               VARYING CPT-LOOKUP-SUB FROM 1 BY 1
               UNTIL CPT-LOOKUP-SUB > CPT-COMPANY-COUNT.

           IF RPT-LINE-COUNT + 4 > RPT-MAX-LINES-PER-PAGE
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE BVA-REPORT-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 1100-WRITE-PAGE-HEADERS
                   THRU 1100-EXIT
           END-IF.
           MOVE WS-COMPANY-LINE        TO WS-REPORT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE
               THRU 7000-EXIT.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       5110-SCAN-COMPANY-NAME.
           IF CPT-COMPANY-CODE(CPT-LOOKUP-SUB) = WS-LAST-COMPANY
               MOVE CPT-COMPANY-NAME(CPT-LOOKUP-SUB)
                   TO WS-C-COMPANY-NAME
           END-IF.
       5110-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * VARIANCE IS ACTUAL LESS BUDGET; THE PERCENTAGE IS TAKEN  *
      * ON THE SIZE OF THE BUDGET SO A CREDIT-BALANCE ACCOUNT    *
      * READS THE SAME WAY AS A DEBIT ONE.  WITH NO BUDGET THE   *
      * PERCENTAGE IS LEFT BLANK AND ANY ACTUAL IS FLAGGED.  A   *
      * VARIANCE UNDER THE MINIMUM AMOUNT IS NEVER FLAGGED.      *
      *----------------------------------------------------------*
       5200-COMPUTE-VARIANCE.
           COMPUTE WS-VARIANCE = WS-CALC-ACTUAL - WS-CALC-BUDGET.
           IF WS-VARIANCE < ZERO
               COMPUTE WS-VARIANCE-ABS = ZERO - WS-VARIANCE
           ELSE
               MOVE WS-VARIANCE        TO WS-VARIANCE-ABS
           END-IF.
           IF WS-CALC-BUDGET < ZERO
               COMPUTE WS-BUDGET-ABS = ZERO - WS-CALC-BUDGET
           ELSE
               MOVE WS-CALC-BUDGET     TO WS-BUDGET-ABS
           END-IF.

           IF WS-BUDGET-ABS = ZERO
               MOVE SPACES             TO WS-EDIT-PCT-X
               IF WS-CALC-ACTUAL NOT = ZERO
                   AND WS-VARIANCE-ABS >= WS-THRESHOLD-MIN
                   SET WS-NO-BUDGET    TO TRUE
               END-IF
               GO TO 5200-EXIT
           END-IF.

           IF WS-VARIANCE-ABS >= WS-BUDGET-ABS * 99
               MOVE 9999.9             TO WS-VARIANCE-PCT-ABS
               IF WS-VARIANCE < ZERO
                   MOVE -9999.9        TO WS-VARIANCE-PCT
               ELSE
                   MOVE 9999.9         TO WS-VARIANCE-PCT
               END-IF
           ELSE
               COMPUTE WS-VARIANCE-PCT ROUNDED =
                   WS-VARIANCE * 100 / WS-BUDGET-ABS
               COMPUTE WS-VARIANCE-PCT-ABS ROUNDED =
                   WS-VARIANCE-ABS * 100 / WS-BUDGET-ABS
           END-IF.
           MOVE WS-VARIANCE-PCT        TO WS-EDIT-PCT.

           IF WS-VARIANCE-PCT-ABS > WS-THRESHOLD-PCT
               AND WS-VARIANCE-ABS >= WS-THRESHOLD-MIN
               SET WS-LINE-FLAGGED     TO TRUE
           END-IF.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * SLOT 1 IS THE COMPANY IN HAND, SLOT 2 THE WHOLE REPORT.  *
      *----------------------------------------------------------*
       5300-ADD-TO-TOTALS.
           ADD WS-LN-BUDGET-MTD(WS-LN-SUB)
               TO WS-TOT-BUDGET-MTD(WS-TOT-SUB).
           ADD WS-LN-ACTUAL-MTD(WS-LN-SUB)
               TO WS-TOT-ACTUAL-MTD(WS-TOT-SUB).
           ADD WS-LN-BUDGET-YTD(WS-LN-SUB)
               TO WS-TOT-BUDGET-YTD(WS-TOT-SUB).
           ADD WS-LN-ACTUAL-YTD(WS-LN-SUB)
               TO WS-TOT-ACTUAL-YTD(WS-TOT-SUB).
       5300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A TOTAL LINE CARRIES THE SAME FIGURES AS A DETAIL LINE   *
      * BUT IS NOT FLAGGED.  THE COMPANY SLOT IS CLEARED FOR THE *
      * NEXT COMPANY ONCE WRITTEN.                               *
      *----------------------------------------------------------*
       5500-WRITE-TOTAL-LINE.
           IF WS-TOT-SUB = 1
               MOVE "CO TOT"           TO WS-D-COST-CENTER
               MOVE WS-LAST-COMPANY    TO WS-D-ACCOUNT
           ELSE
               MOVE "REPORT"           TO WS-D-COST-CENTER
               MOVE "TOTAL"            TO WS-D-ACCOUNT
           END-IF.

           MOVE "N"                    TO WS-LINE-FLAG-SW.
           MOVE "N"                    TO WS-NO-BUDGET-SW.
           MOVE WS-TOT-BUDGET-MTD(WS-TOT-SUB) TO WS-CALC-BUDGET.
           MOVE WS-TOT-ACTUAL-MTD(WS-TOT-SUB) TO WS-CALC-ACTUAL.
           PERFORM 5200-COMPUTE-VARIANCE
               THRU 5200-EXIT.
           MOVE WS-CALC-BUDGET         TO WS-D-BUDGET-MTD.
           MOVE WS-CALC-ACTUAL         TO WS-D-ACTUAL-MTD.
           MOVE WS-VARIANCE            TO WS-D-VAR-MTD.
           MOVE WS-EDIT-PCT-X          TO WS-D-PCT-MTD-X.

           MOVE WS-TOT-BUDGET-YTD(WS-TOT-SUB) TO WS-CALC-BUDGET.
           MOVE WS-TOT-ACTUAL-YTD(WS-TOT-SUB) TO WS-CALC-ACTUAL.
           PERFORM 5200-COMPUTE-VARIANCE
               THRU 5200-EXIT.
           MOVE WS-CALC-BUDGET         TO WS-D-BUDGET-YTD.
           MOVE WS-CALC-ACTUAL         TO WS-D-ACTUAL-YTD.
           MOVE WS-VARIANCE            TO WS-D-VAR-YTD.
           MOVE WS-EDIT-PCT-X          TO WS-D-PCT-YTD-X.
           MOVE SPACES                 TO WS-D-FLAG.

           MOVE WS-DETAIL-LINE         TO WS-REPORT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE
               THRU 7000-EXIT.
           MOVE SPACES                 TO WS-REPORT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE
               THRU 7000-EXIT.

           IF WS-TOT-SUB = 1
               MOVE ZERO TO WS-TOT-BUDGET-MTD(1)
                            WS-TOT-ACTUAL-MTD(1)
                            WS-TOT-BUDGET-YTD(1)
                            WS-TOT-ACTUAL-YTD(1)
           END-IF.
       5500-EXIT.
           EXIT.

      *----------------------------------------------------------*
       7000-WRITE-REPORT-LINE.
           IF RPT-LINE-COUNT >= RPT-MAX-LINES-PER-PAGE
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE BVA-REPORT-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 1100-WRITE-PAGE-HEADERS
                   THRU 1100-EXIT
           END-IF.

           WRITE BVA-REPORT-OUT-REC FROM WS-REPORT-LINE.
           ADD 1 TO RPT-LINE-COUNT.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE REPORT TOTALS MUST TIE BACK TO THE BUDGET ROWS AND   *
      * RELEASED LINES SELECTED.  A FULL LINE TABLE OR A BAD     *
      * PERIOD CARD FAILS THE STEP (RC 8); A RETIRED CENTER WITH *
      * NO SUCCESSOR, LEFT UNMAPPED, GIVES RC 4.                 *
      *----------------------------------------------------------*
       9000-TERMINATE.
           MOVE RPT-PAGE-COUNT         TO RPT-F-PAGE-NO.
           WRITE BVA-REPORT-OUT-REC FROM RPT-FOOTER-LINE.

           MOVE "BUDGET ROWS READ......." TO RPT-FN-LABEL.
           MOVE WS-BUDGET-READ-COUNT   TO RPT-FN-COUNT.
           WRITE BVA-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "BUDGET ROWS IN PERIOD.." TO RPT-FN-LABEL.
           MOVE WS-BUDGET-USED-COUNT   TO RPT-FN-COUNT.
           WRITE BVA-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "RELEASED LINES READ...." TO RPT-FN-LABEL.
           MOVE WS-ACTUAL-READ-COUNT   TO RPT-FN-COUNT.
           WRITE BVA-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "RELEASED LINES IN YEAR." TO RPT-FN-LABEL.
           MOVE WS-ACTUAL-USED-COUNT   TO RPT-FN-COUNT.
           WRITE BVA-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "AMOUNTS REMAPPED......." TO RPT-FN-LABEL.
           MOVE WS-REMAP-COUNT         TO RPT-FN-COUNT.
           WRITE BVA-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "RETIRED - NO SUCCESSOR." TO RPT-FN-LABEL.
           MOVE WS-UNRESOLVED-COUNT    TO RPT-FN-COUNT.
           WRITE BVA-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "REPORT LINES..........." TO RPT-FN-LABEL.
           MOVE WS-LN-COUNT            TO RPT-FN-COUNT.
           WRITE BVA-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "LINES FLAGGED.........." TO RPT-FN-LABEL.
           MOVE WS-FLAGGED-COUNT       TO RPT-FN-COUNT.
           WRITE BVA-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           IF NOT WS-CARD-BAD
               IF WS-BUDKSD-FILE-STATUS NOT = "35"
                   CLOSE BUDGET-KSD
               END-IF
               IF WS-GL-FILE-STATUS NOT = "35"
                   CLOSE RELEASED-ACTUALS-IN
               END-IF
           END-IF.
           CLOSE BVA-REPORT-OUT.

           DISPLAY "ABCBVA CONTROL TOTAL - MONTH=" WS-REPORT-MONTH
               " BUDGET ROWS=" WS-BUDGET-USED-COUNT
               " ACTUAL LINES=" WS-ACTUAL-USED-COUNT
               " LINES=" WS-LN-COUNT
               " FLAGGED=" WS-FLAGGED-COUNT.

           IF WS-CARD-BAD
               DISPLAY "ABCBVA **** REPORT CARD MONTH "
                   WS-REPORT-MONTH " NOT VALID - NOTHING "
                   "REPORTED ****"
               MOVE 8 TO RETURN-CODE
               GO TO 9000-EXIT
           END-IF.

           IF WS-TABLE-FULL
               OR WS-TOT-BUDGET-YTD(2) NOT = WS-BUDGET-INPUT-YTD
               OR WS-TOT-ACTUAL-YTD(2) NOT = WS-ACTUAL-INPUT-YTD
               DISPLAY "ABCBVA **** CONTROL TOTALS OUT OF BALANCE"
                   " - AMOUNTS DROPPED=" WS-DROPPED-COUNT " ****"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-UNRESOLVED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
       9000-EXIT.
           EXIT.
