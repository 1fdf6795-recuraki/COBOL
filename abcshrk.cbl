       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCSHRK.
       AUTHOR. D HARLOW.
       INSTALLATION. DL100 BATCH SERVICES.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 2026-10-15  DH  NEW PROGRAM.  BOOK-VERSUS-MEASURED       *
      *                 VOLUME RECONCILIATION.  CARRIES A BOOK   *
      *                 BALANCE PER STORAGE LOCATION AND         *
      *                 COMMODITY CLASS FORWARD RUN TO RUN FROM  *
      *                 THE CORRECTED RECEIPTS AND ISSUES        *
      *                 ABC140A WRITES TO VOLMOVE.  EACH         *
      *                 PHYSICAL MEASUREMENT ON VOLMEAS IS       *
      *                 COMPARED WITH THE BOOK AS AT ITS DATE;   *
      *                 THE GAIN OR LOSS IS REPORTED AGAINST THE *
      *                 CLASS'S TOLERANCE (ITS TLCC RATE-CONTROL *
      *                 ROW), A LOSS OUTSIDE TOLERANCE IS VALUED *
      *                 AT THE CLASS'S CARRYING VALUE AND POSTED *
      *                 AS A BALANCED SHRINKAGE PAIR TO GLFEED,  *
      *                 AND THE MEASURED VOLUME BECOMES THE NEW  *
      *                 BOOK.                                    *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-IN
               ASSIGN TO VOLBALI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALI-FILE-STATUS.

           SELECT BALANCE-OUT
               ASSIGN TO VOLBALO
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VOLUME-MOVE-IN
               ASSIGN TO VOLMOVE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOLMOVE-FILE-STATUS.

           SELECT MEASURE-IN
               ASSIGN TO VOLMEAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEAS-FILE-STATUS.

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

           SELECT SHRINK-REPORT-OUT
               ASSIGN TO SHRKRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-IN
           RECORDING MODE IS F.
       01  BALANCE-IN-REC              PIC X(34).

       FD  BALANCE-OUT
           RECORDING MODE IS F.
       01  BALANCE-OUT-REC             PIC X(34).

       FD  VOLUME-MOVE-IN
           RECORDING MODE IS F.
       01  VOLUME-MOVE-IN-REC          PIC X(35).

       FD  MEASURE-IN
           RECORDING MODE IS F.
       01  MEASURE-IN-REC              PIC X(34).

       FD  RATE-TAB
           RECORDING MODE IS F.
       COPY RATECTL.

       FD  GL-MAP-TAB
           RECORDING MODE IS F.
       01  GL-MAP-TAB-REC              PIC X(32).

       FD  GL-INTERFACE-OUT
           RECORDING MODE IS F.
       01  GL-INTERFACE-OUT-REC        PIC X(64).

       FD  SHRINK-REPORT-OUT
           RECORDING MODE IS F.
       01  SHRINK-REPORT-OUT-REC       PIC X(132).

       WORKING-STORAGE SECTION.
       COPY VOLBOOK.
       COPY GLFEED.
       COPY GLMAP.
       COPY RUNSTAMP.
       COPY RPTHDFT.
       01  WS-BALI-FILE-STATUS         PIC X(02).
       01  WS-MEAS-FILE-STATUS         PIC X(02).
       01  WS-RATECTL-FILE-STATUS      PIC X(02).

       01  WS-BALI-EOF-SW              PIC X(01) VALUE "N".
           88  WS-BALI-EOF                     VALUE "Y".
       01  WS-VOLMOVE-EOF-SW           PIC X(01) VALUE "N".
           88  WS-VOLMOVE-EOF                  VALUE "Y".
       01  WS-MEAS-EOF-SW              PIC X(01) VALUE "N".
           88  WS-MEAS-EOF                     VALUE "Y".
       01  WS-RATECTL-EOF-SW           PIC X(01) VALUE "N".
           88  WS-RATECTL-EOF                  VALUE "Y".
       01  WS-GLMAP-EOF-SW             PIC X(01) VALUE "N".
           88  WS-GLMAP-EOF                    VALUE "Y".

      *----------------------------------------------------------*
      * ONE ROW PER LOCATION AND CLASS.  A MEASUREMENT TAKEN     *
      * THIS RUN IS HELD ON THE ROW WITH ITS DATE; A MOVEMENT    *
      * DATED AFTER THAT DATE IS KEPT APART (WS-BL-AFTER) SO THE *
      * MEASUREMENT IS COMPARED WITH THE BOOK AS AT ITS OWN DATE *
      * AND THE LATER MOVEMENTS ARE ADDED BACK ON AFTERWARDS.    *
      *----------------------------------------------------------*
       01  WS-BALANCE-TABLE.
           05  WS-BAL-COUNT            PIC 9(04) COMP VALUE ZERO.
           05  WS-BAL-ENTRY            OCCURS 1000 TIMES.
               10  WS-BL-LOCATION      PIC X(06).
               10  WS-BL-CLASS         PIC X(02).
               10  WS-BL-BOOK          PIC S9(18) COMP-3.
               10  WS-BL-LAST-MEASURED PIC X(08).
               10  WS-BL-MEASURE-DATE  PIC X(08).
               10  WS-BL-MEASURED      PIC 9(18) COMP-3.
               10  WS-BL-AFTER         PIC S9(18) COMP-3.

      *----------------------------------------------------------*
      * PER-CLASS TOLERANCE (VALUE-1, HUNDREDTHS OF A PERCENT OF *
      * BOOK) AND CARRYING VALUE (VALUE-2, CENTS PER 1000 UNITS  *
      * OF CORRECTED VOLUME) FROM THE PROGRAM'S TLCC ROWS.  A    *
      * CLASS WITH NO ROW HAS NO TOLERANCE AND NO VALUE.         *
      *----------------------------------------------------------*
       01  WS-CLASS-TABLE.
           05  WS-CLS-COUNT            PIC 9(03) COMP VALUE ZERO.
           05  WS-CLS-ENTRY            OCCURS 50 TIMES.
               10  WS-CL-CLASS         PIC X(02).
               10  WS-CL-TOLERANCE     PIC 9(05) COMP.
               10  WS-CL-UNIT-VALUE    PIC 9(08) COMP.

       01  WS-BAL-SUB                  PIC 9(04) COMP VALUE ZERO.
       01  WS-BAL-MATCH                PIC 9(04) COMP VALUE ZERO.
       01  WS-CLS-SUB                  PIC 9(03) COMP VALUE ZERO.
       01  WS-CLS-MATCH                PIC 9(03) COMP VALUE ZERO.

       01  WS-SEARCH-LOCATION          PIC X(06) VALUE SPACES.
       01  WS-SEARCH-CLASS             PIC X(02) VALUE SPACES.

       01  WS-SIGNED-VOLUME            PIC S9(18) COMP-3 VALUE ZERO.
       01  WS-VARIANCE                 PIC S9(18) COMP-3 VALUE ZERO.
       01  WS-ABS-VARIANCE             PIC 9(18) COMP-3 VALUE ZERO.
       01  WS-ABS-BOOK                 PIC 9(18) COMP-3 VALUE ZERO.
       01  WS-VARIANCE-PCT             PIC S9(05)V99 COMP-3
                                       VALUE ZERO.
       01  WS-TOLERANCE                PIC 9(05) COMP VALUE ZERO.
       01  WS-TOLERANCE-PCT            PIC 9(03)V99 COMP-3
                                       VALUE ZERO.
       01  WS-UNIT-VALUE               PIC 9(08) COMP VALUE ZERO.
       01  WS-SHRINK-VALUE             PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
       01  WS-OUTSIDE-SW               PIC X(01) VALUE "N".
           88  WS-OUTSIDE-TOLERANCE            VALUE "Y".

       01  WS-MOVE-COUNT               PIC 9(08) COMP VALUE ZERO.
       01  WS-MOVE-REJECT-COUNT        PIC 9(08) COMP VALUE ZERO.
       01  WS-MEAS-COUNT               PIC 9(08) COMP VALUE ZERO.
       01  WS-MEAS-REJECT-COUNT        PIC 9(08) COMP VALUE ZERO.
       01  WS-MEAS-STALE-COUNT         PIC 9(08) COMP VALUE ZERO.
       01  WS-RECONCILED-COUNT         PIC 9(08) COMP VALUE ZERO.
       01  WS-GAIN-OUT-COUNT           PIC 9(08) COMP VALUE ZERO.
       01  WS-LOSS-OUT-COUNT           PIC 9(08) COMP VALUE ZERO.
       01  WS-POSTED-COUNT             PIC 9(08) COMP VALUE ZERO.
       01  WS-UNVALUED-COUNT           PIC 9(08) COMP VALUE ZERO.
       01  WS-POSTED-TOTAL             PIC S9(11)V99 COMP-3
                                       VALUE ZERO.

       01  WS-GL-TRANS-CLASS           PIC X(04) VALUE SPACES.
       01  WS-GL-REFERENCE.
           05  WS-GR-PREFIX            PIC X(03) VALUE "SHK".
           05  WS-GR-STAMP             PIC X(07).
           05  WS-GR-SEQ               PIC 9(04) VALUE ZERO.

       01  WS-RPT-DATE                 PIC X(10).

       01  WS-HEADER-LINE.
           05  FILLER                  PIC X(08) VALUE "LOCATION".
           05  FILLER                  PIC X(04) VALUE " CL".
           05  FILLER                  PIC X(10) VALUE "MEASURED".
           05  FILLER                  PIC X(20) VALUE
               "         BOOK VOLUME".
           05  FILLER                  PIC X(20) VALUE
               "     MEASURED VOLUME".
           05  FILLER                  PIC X(20) VALUE
               "       GAIN / (LOSS)".
           05  FILLER                  PIC X(09) VALUE "     PCT".
           05  FILLER                  PIC X(08) VALUE "     TOL".
           05  FILLER                  PIC X(15) VALUE
               "   SHRINK VALUE".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE "NOTE".

       01  WS-DETAIL-LINE.
           05  WS-D-LOCATION           PIC X(06).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-D-CLASS              PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-D-MEASURE-DATE       PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-BOOK               PIC -(18)9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-D-MEASURED           PIC Z(18)9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-D-VARIANCE           PIC -(18)9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-D-PCT                PIC -(04)9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-D-TOLERANCE          PIC ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-D-VALUE              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-NOTE               PIC X(20).

       01  WS-MONEY-FINAL-LINE.
           05  WS-MF-LABEL             PIC X(24).
           05  WS-MF-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(94) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-LOAD-BALANCE
               THRU 2000-EXIT
               UNTIL WS-BALI-EOF.

           PERFORM 3000-LOAD-MEASUREMENT
               THRU 3000-EXIT
               UNTIL WS-MEAS-EOF.

           PERFORM 4000-APPLY-MOVEMENT
               THRU 4000-EXIT
               UNTIL WS-VOLMOVE-EOF.

           PERFORM 5000-RECONCILE-ONE
               THRU 5000-EXIT
               VARYING WS-BAL-SUB FROM 1 BY 1
               UNTIL WS-BAL-SUB > WS-BAL-COUNT.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           GOBACK.

      *----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT BALANCE-OUT
                OUTPUT SHRINK-REPORT-OUT.

           MOVE FUNCTION CURRENT-DATE TO WS-RUNSTAMP-CURRENT-DATE.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:14) TO WS-RUN-ID.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:8)  TO WS-RUN-DATE.
           MOVE WS-RUN-ID(8:7)         TO WS-GR-STAMP.

           MOVE "BOOK VERSUS MEASURED VOLUME - SHRINKAGE"
               TO RPT-ST-TEXT.
           STRING WS-RUN-DATE(5:2) "/" WS-RUN-DATE(7:2) "/"
               WS-RUN-DATE(1:4)
               DELIMITED BY SIZE INTO WS-RPT-DATE.

           PERFORM 1100-WRITE-PAGE-HEADERS
               THRU 1100-EXIT.

           PERFORM 1200-LOAD-CLASS-RULES
               THRU 1200-EXIT.
           PERFORM 1400-LOAD-GL-MAP
               THRU 1400-EXIT.

           OPEN INPUT BALANCE-IN.
           IF WS-BALI-FILE-STATUS = "35"
               SET WS-BALI-EOF TO TRUE
           ELSE
               PERFORM 2100-READ-BALANCE
                   THRU 2100-EXIT
           END-IF.

           OPEN INPUT MEASURE-IN.
           IF WS-MEAS-FILE-STATUS = "35"
               SET WS-MEAS-EOF TO TRUE
           ELSE
               PERFORM 3100-READ-MEASUREMENT
                   THRU 3100-EXIT
           END-IF.

           OPEN INPUT VOLUME-MOVE-IN.
           IF WS-VOLMOVE-FILE-STATUS = "35"
               SET WS-VOLMOVE-EOF TO TRUE
           ELSE
               PERFORM 4100-READ-MOVEMENT
                   THRU 4100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1100-WRITE-PAGE-HEADERS.
           ADD 1 TO RPT-PAGE-COUNT.
           MOVE WS-RPT-DATE            TO RPT-DL-RUN-DATE.

           WRITE SHRINK-REPORT-OUT-REC FROM RPT-TITLE-LINE.
           WRITE SHRINK-REPORT-OUT-REC FROM RPT-SUBTITLE-LINE.
           WRITE SHRINK-REPORT-OUT-REC FROM RPT-DATE-LINE.
           MOVE SPACES                 TO SHRINK-REPORT-OUT-REC.
           WRITE SHRINK-REPORT-OUT-REC.
           WRITE SHRINK-REPORT-OUT-REC FROM WS-HEADER-LINE.
           MOVE SPACES                 TO SHRINK-REPORT-OUT-REC.
           WRITE SHRINK-REPORT-OUT-REC.

           MOVE 6                      TO RPT-LINE-COUNT.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE PROGRAM'S TLCC ROWS IN FORCE ON THE RUN DATE, ONE    *
      * PER COMMODITY CLASS CC.                                  *
      *----------------------------------------------------------*
       1200-LOAD-CLASS-RULES.
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
                   IF RC-PROGRAM-ID = "ABCSHRK "
                       AND RC-RULE-CODE(1:2) = "TL"
                       AND RC-RULE-CODE(3:2) NOT = SPACES
                       AND (RC-EFF-FROM-DATE = SPACES
                           OR RC-EFF-FROM-DATE <= WS-RUN-DATE)
                       AND (RC-EFF-TO-DATE = SPACES
                           OR RC-EFF-TO-DATE >= WS-RUN-DATE)
                       AND WS-CLS-COUNT < 50
                       ADD 1 TO WS-CLS-COUNT
                       MOVE RC-RULE-CODE(3:2)
                           TO WS-CL-CLASS(WS-CLS-COUNT)
                       MOVE RC-VALUE-1
                           TO WS-CL-TOLERANCE(WS-CLS-COUNT)
                       MOVE RC-VALUE-2
                           TO WS-CL-UNIT-VALUE(WS-CLS-COUNT)
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
                   IF GM-SOURCE-PROGRAM = "ABCSHRK "
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
      * CARRY-FORWARD BOOK BALANCES FROM THE LAST RUN.           *
      *----------------------------------------------------------*
       2000-LOAD-BALANCE.
           IF WS-BAL-COUNT < 1000
               ADD 1 TO WS-BAL-COUNT
               MOVE VL-LOCATION
                   TO WS-BL-LOCATION(WS-BAL-COUNT)
               MOVE VL-COMMODITY-CLASS
                   TO WS-BL-CLASS(WS-BAL-COUNT)
               MOVE VL-BOOK-VOLUME
                   TO WS-BL-BOOK(WS-BAL-COUNT)
               MOVE VL-LAST-MEASURED-DATE
                   TO WS-BL-LAST-MEASURED(WS-BAL-COUNT)
               MOVE SPACES
                   TO WS-BL-MEASURE-DATE(WS-BAL-COUNT)
               MOVE ZERO
                   TO WS-BL-MEASURED(WS-BAL-COUNT)
               MOVE ZERO
                   TO WS-BL-AFTER(WS-BAL-COUNT)
           ELSE
               DISPLAY "ABCSHRK  **** BALANCE TABLE FULL ****"
               MOVE 8 TO RETURN-CODE
               SET WS-BALI-EOF TO TRUE
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2100-READ-BALANCE
               THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2100-READ-BALANCE.
           READ BALANCE-IN INTO VOLUME-BALANCE-RECORD
               AT END
                   SET WS-BALI-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * FINDS THE LOCATION AND CLASS IN WS-SEARCH-LOCATION AND   *
      * WS-SEARCH-CLASS, ADDING A ROW WITH A ZERO BOOK IF NEW.   *
      * WS-BAL-MATCH IS ZERO ONLY WHEN THE TABLE IS FULL.        *
      *----------------------------------------------------------*
       2200-FIND-BALANCE-SLOT.
           MOVE ZERO TO WS-BAL-MATCH.
           PERFORM 2210-SCAN-BALANCE-SLOT
               THRU 2210-EXIT
               VARYING WS-BAL-SUB FROM 1 BY 1
               UNTIL WS-BAL-SUB > WS-BAL-COUNT
               OR WS-BAL-MATCH > ZERO.
           IF WS-BAL-MATCH > ZERO
               GO TO 2200-EXIT
           END-IF.

           IF WS-BAL-COUNT >= 1000
               DISPLAY "ABCSHRK  **** BALANCE TABLE FULL ****"
               MOVE 8 TO RETURN-CODE
               GO TO 2200-EXIT
           END-IF.

           ADD 1 TO WS-BAL-COUNT.
           MOVE WS-BAL-COUNT       TO WS-BAL-MATCH.
           MOVE WS-SEARCH-LOCATION TO WS-BL-LOCATION(WS-BAL-MATCH).
           MOVE WS-SEARCH-CLASS    TO WS-BL-CLASS(WS-BAL-MATCH).
           MOVE ZERO               TO WS-BL-BOOK(WS-BAL-MATCH).
           MOVE SPACES             TO WS-BL-LAST-MEASURED(WS-BAL-MATCH).
           MOVE SPACES             TO WS-BL-MEASURE-DATE(WS-BAL-MATCH).
           MOVE ZERO               TO WS-BL-MEASURED(WS-BAL-MATCH).
           MOVE ZERO               TO WS-BL-AFTER(WS-BAL-MATCH).
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2210-SCAN-BALANCE-SLOT.
           IF WS-BL-LOCATION(WS-BAL-SUB) = WS-SEARCH-LOCATION
               AND WS-BL-CLASS(WS-BAL-SUB) = WS-SEARCH-CLASS
               MOVE WS-BAL-SUB TO WS-BAL-MATCH
           END-IF.
       2210-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE PHYSICAL MEASUREMENT.  ONE DATED ON OR BEFORE THE    *
      * LAST MEASUREMENT ALREADY RECONCILED FOR ITS LOCATION AND *
      * CLASS HAS BEEN TAKEN UP BEFORE AND IS PASSED OVER.  WHEN *
      * A LOCATION AND CLASS IS MEASURED TWICE IN ONE FILE, THE  *
      * LATER MEASUREMENT IS THE ONE RECONCILED.                 *
      *----------------------------------------------------------*
       3000-LOAD-MEASUREMENT.
           ADD 1 TO WS-MEAS-COUNT.

           IF VQ-LOCATION = SPACES
               OR VQ-COMMODITY-CLASS = SPACES
               OR VQ-MEASURED-VOLUME NOT NUMERIC
               OR VQ-MEASURE-DATE NOT NUMERIC
               OR VQ-MEASURE-DATE > WS-RUN-DATE
               ADD 1 TO WS-MEAS-REJECT-COUNT
               DISPLAY "ABCSHRK  **** MEASUREMENT REJECTED "
                   MEASURE-IN-REC " ****"
               GO TO 3000-NEXT
           END-IF.

           MOVE VQ-LOCATION        TO WS-SEARCH-LOCATION.
           MOVE VQ-COMMODITY-CLASS TO WS-SEARCH-CLASS.
           PERFORM 2200-FIND-BALANCE-SLOT
               THRU 2200-EXIT.
           IF WS-BAL-MATCH = ZERO
               ADD 1 TO WS-MEAS-REJECT-COUNT
               GO TO 3000-NEXT
           END-IF.

           IF (WS-BL-LAST-MEASURED(WS-BAL-MATCH) NOT = SPACES
               AND VQ-MEASURE-DATE
                   <= WS-BL-LAST-MEASURED(WS-BAL-MATCH))
               OR (WS-BL-MEASURE-DATE(WS-BAL-MATCH) NOT = SPACES
               AND VQ-MEASURE-DATE
                   <= WS-BL-MEASURE-DATE(WS-BAL-MATCH))
               ADD 1 TO WS-MEAS-STALE-COUNT
               GO TO 3000-NEXT
           END-IF.

           IF WS-BL-MEASURE-DATE(WS-BAL-MATCH) NOT = SPACES
               ADD 1 TO WS-MEAS-STALE-COUNT
           END-IF.
           MOVE VQ-MEASURE-DATE
               TO WS-BL-MEASURE-DATE(WS-BAL-MATCH).
           MOVE VQ-MEASURED-VOLUME
               TO WS-BL-MEASURED(WS-BAL-MATCH).

       3000-NEXT.
           PERFORM 3100-READ-MEASUREMENT
               THRU 3100-EXIT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3100-READ-MEASUREMENT.
           READ MEASURE-IN INTO VOLUME-MEASURE-RECORD
               AT END
                   SET WS-MEAS-EOF TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE RECEIPT OR ISSUE ONTO THE BOOK.  A MOVEMENT DATED    *
      * AFTER THIS RUN'S MEASUREMENT OF ITS LOCATION AND CLASS   *
      * IS HELD APART UNTIL THE MEASUREMENT IS RECONCILED.       *
      *----------------------------------------------------------*
       4000-APPLY-MOVEMENT.
           IF VB-LOCATION = SPACES
               OR VB-COMMODITY-CLASS = SPACES
               OR VB-VOLUME NOT NUMERIC
               OR NOT (VB-RECEIPT OR VB-ISSUE)
               ADD 1 TO WS-MOVE-REJECT-COUNT
               DISPLAY "ABCSHRK  **** MOVEMENT REJECTED "
                   VOLUME-MOVE-IN-REC " ****"
               GO TO 4000-NEXT
           END-IF.

           MOVE VB-LOCATION        TO WS-SEARCH-LOCATION.
           MOVE VB-COMMODITY-CLASS TO WS-SEARCH-CLASS.
           PERFORM 2200-FIND-BALANCE-SLOT
               THRU 2200-EXIT.
           IF WS-BAL-MATCH = ZERO
               ADD 1 TO WS-MOVE-REJECT-COUNT
               GO TO 4000-NEXT
           END-IF.

           IF VB-RECEIPT
               MOVE VB-VOLUME TO WS-SIGNED-VOLUME
           ELSE
               COMPUTE WS-SIGNED-VOLUME = ZERO - VB-VOLUME
           END-IF.

           IF WS-BL-MEASURE-DATE(WS-BAL-MATCH) NOT = SPACES
               AND VB-RUN-DATE > WS-BL-MEASURE-DATE(WS-BAL-MATCH)
               ADD WS-SIGNED-VOLUME TO WS-BL-AFTER(WS-BAL-MATCH)
           ELSE
               ADD WS-SIGNED-VOLUME TO WS-BL-BOOK(WS-BAL-MATCH)
           END-IF.
           ADD 1 TO WS-MOVE-COUNT.

       4000-NEXT.
           PERFORM 4100-READ-MOVEMENT
               THRU 4100-EXIT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       4100-READ-MOVEMENT.
           READ VOLUME-MOVE-IN INTO VOLUME-MOVEMENT-RECORD
               AT END
                   SET WS-VOLMOVE-EOF TO TRUE
           END-READ.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * RECONCILES A MEASURED LOCATION AND CLASS AND WRITES      *
      * EVERY ROW TO THE NEW BALANCE FILE.  THE VARIANCE IS      *
      * MEASURED LESS BOOK; IT IS OUTSIDE TOLERANCE WHEN IT IS   *
      * MORE THAN THE CLASS'S TOLERANCE PERCENT OF THE BOOK (ANY *
      * VARIANCE AT ALL ON A BOOK OF ZERO OR LESS).  THE         *
      * MEASUREMENT THEN BECOMES THE BOOK.                       *
      *----------------------------------------------------------*
       5000-RECONCILE-ONE.
           IF WS-BL-MEASURE-DATE(WS-BAL-SUB) = SPACES
               GO TO 5000-WRITE
           END-IF.
           ADD 1 TO WS-RECONCILED-COUNT.

           MOVE WS-BL-CLASS(WS-BAL-SUB) TO WS-SEARCH-CLASS.
           PERFORM 5100-FIND-CLASS-RULE
               THRU 5100-EXIT.

           COMPUTE WS-VARIANCE =
               WS-BL-MEASURED(WS-BAL-SUB) - WS-BL-BOOK(WS-BAL-SUB).
           IF WS-VARIANCE < ZERO
               COMPUTE WS-ABS-VARIANCE = ZERO - WS-VARIANCE
           ELSE
               MOVE WS-VARIANCE TO WS-ABS-VARIANCE
           END-IF.

           MOVE "N" TO WS-OUTSIDE-SW.
           MOVE ZERO TO WS-VARIANCE-PCT.
           IF WS-BL-BOOK(WS-BAL-SUB) > ZERO
               MOVE WS-BL-BOOK(WS-BAL-SUB) TO WS-ABS-BOOK
               COMPUTE WS-VARIANCE-PCT ROUNDED =
                   WS-VARIANCE * 100 / WS-ABS-BOOK
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-VARIANCE-PCT
               END-COMPUTE
               IF WS-ABS-VARIANCE * 10000
                   > WS-ABS-BOOK * WS-TOLERANCE
                   SET WS-OUTSIDE-TOLERANCE TO TRUE
               END-IF
           ELSE
               IF WS-ABS-VARIANCE > ZERO
                   SET WS-OUTSIDE-TOLERANCE TO TRUE
               END-IF
           END-IF.

           MOVE SPACES TO WS-D-NOTE.
           MOVE ZERO   TO WS-SHRINK-VALUE.
           IF WS-OUTSIDE-TOLERANCE
               IF WS-VARIANCE > ZERO
                   ADD 1 TO WS-GAIN-OUT-COUNT
                   MOVE "GAIN OUT OF TOL" TO WS-D-NOTE
               ELSE
                   ADD 1 TO WS-LOSS-OUT-COUNT
                   PERFORM 6000-POST-SHRINKAGE
                       THRU 6000-EXIT
               END-IF
           END-IF.

           PERFORM 7000-WRITE-REPORT-LINE
               THRU 7000-EXIT.

           COMPUTE WS-BL-BOOK(WS-BAL-SUB) =
               WS-BL-MEASURED(WS-BAL-SUB) + WS-BL-AFTER(WS-BAL-SUB).
           MOVE WS-BL-MEASURE-DATE(WS-BAL-SUB)
               TO WS-BL-LAST-MEASURED(WS-BAL-SUB).

       5000-WRITE.
           MOVE WS-BL-LOCATION(WS-BAL-SUB)  TO VL-LOCATION.
           MOVE WS-BL-CLASS(WS-BAL-SUB)     TO VL-COMMODITY-CLASS.
           MOVE WS-BL-BOOK(WS-BAL-SUB)      TO VL-BOOK-VOLUME.
           MOVE WS-BL-LAST-MEASURED(WS-BAL-SUB)
               TO VL-LAST-MEASURED-DATE.
           WRITE BALANCE-OUT-REC FROM VOLUME-BALANCE-RECORD.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       5100-FIND-CLASS-RULE.
           MOVE ZERO TO WS-CLS-MATCH.
           PERFORM 5110-SCAN-CLASS-RULE
               THRU 5110-EXIT
               VARYING WS-CLS-SUB FROM 1 BY 1
               UNTIL WS-CLS-SUB > WS-CLS-COUNT
               OR WS-CLS-MATCH > ZERO.
           IF WS-CLS-MATCH > ZERO
               MOVE WS-CL-TOLERANCE(WS-CLS-MATCH)  TO WS-TOLERANCE
               MOVE WS-CL-UNIT-VALUE(WS-CLS-MATCH) TO WS-UNIT-VALUE
           ELSE
               MOVE ZERO TO WS-TOLERANCE
               MOVE ZERO TO WS-UNIT-VALUE
           END-IF.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       5110-SCAN-CLASS-RULE.
           IF WS-CL-CLASS(WS-CLS-SUB) = WS-SEARCH-CLASS
               MOVE WS-CLS-SUB TO WS-CLS-MATCH
           END-IF.
       5110-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A LOSS OUTSIDE TOLERANCE IS VALUED AT THE CLASS'S        *
      * CARRYING VALUE AND POSTED AS A BALANCED PAIR: DEBIT THE  *
      * SHRK MAPPING CLASS (SHRINKAGE EXPENSE) AND CREDIT INVT   *
      * (THE STOCK BEING WRITTEN DOWN), EACH UNDER ITS OWN       *
      * SHK-PREFIXED REFERENCE.  A CLASS WITH NO CARRYING VALUE  *
      * IS REPORTED BUT NOT POSTED.                              *
      *----------------------------------------------------------*
       6000-POST-SHRINKAGE.
           COMPUTE WS-SHRINK-VALUE ROUNDED =
               WS-ABS-VARIANCE * WS-UNIT-VALUE / 100000
               ON SIZE ERROR
                   MOVE ZERO TO WS-SHRINK-VALUE
           END-COMPUTE.

           IF WS-SHRINK-VALUE = ZERO
               ADD 1 TO WS-UNVALUED-COUNT
               MOVE "LOSS - NOT VALUED" TO WS-D-NOTE
               GO TO 6000-EXIT
           END-IF.

           MOVE "SHRK"                 TO WS-GL-TRANS-CLASS.
           MOVE "D"                    TO GL-DEBIT-CREDIT-IND.
           PERFORM 6100-WRITE-GL-LINE
               THRU 6100-EXIT.

           MOVE "INVT"                 TO WS-GL-TRANS-CLASS.
           MOVE "C"                    TO GL-DEBIT-CREDIT-IND.
           PERFORM 6100-WRITE-GL-LINE
               THRU 6100-EXIT.

           ADD 1 TO WS-POSTED-COUNT.
           ADD WS-SHRINK-VALUE TO WS-POSTED-TOTAL.
           MOVE "LOSS - POSTED" TO WS-D-NOTE.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       6100-WRITE-GL-LINE.
           SET GLM-CLASS-NOT-FOUND TO TRUE.
           PERFORM 6110-CHECK-GL-MAP-ENTRY
               THRU 6110-EXIT
               VARYING GLM-LOOKUP-SUB FROM 1 BY 1
               UNTIL GLM-LOOKUP-SUB > GLM-ENTRY-COUNT.

           IF GLM-CLASS-NOT-FOUND
               DISPLAY "ABCSHRK  **** NO GL ACCOUNT MAPPING FOR "
                   "CLASS " WS-GL-TRANS-CLASS " ****"
           END-IF.

           MOVE WS-SHRINK-VALUE        TO GL-AMOUNT.
           MOVE WS-RUN-DATE            TO GL-TRANS-DATE.
           MOVE "ABCSHRK"              TO GL-SOURCE-PROGRAM.
           ADD 1 TO WS-GR-SEQ.
           MOVE WS-GL-REFERENCE        TO GL-REFERENCE.

           OPEN EXTEND GL-INTERFACE-OUT.
           IF WS-GL-FILE-STATUS = "35"
               OPEN OUTPUT GL-INTERFACE-OUT
           END-IF.
           WRITE GL-INTERFACE-OUT-REC FROM GL-INTERFACE-LINE.
           CLOSE GL-INTERFACE-OUT.
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       6110-CHECK-GL-MAP-ENTRY.
           IF GLM-TRANS-CLASS(GLM-LOOKUP-SUB) = WS-GL-TRANS-CLASS
               MOVE GLM-COMPANY-CODE(GLM-LOOKUP-SUB)
                   TO GL-COMPANY-CODE
               MOVE GLM-COST-CENTER(GLM-LOOKUP-SUB)
                   TO GL-COST-CENTER
               MOVE GLM-ACCOUNT-NUMBER(GLM-LOOKUP-SUB)
                   TO GL-ACCOUNT-NUMBER
               SET GLM-CLASS-FOUND TO TRUE
           END-IF.
       6110-EXIT.
           EXIT.

      *----------------------------------------------------------*
       7000-WRITE-REPORT-LINE.
           IF RPT-LINE-COUNT >= RPT-MAX-LINES-PER-PAGE
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE SHRINK-REPORT-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 1100-WRITE-PAGE-HEADERS
                   THRU 1100-EXIT
           END-IF.

           COMPUTE WS-TOLERANCE-PCT = WS-TOLERANCE / 100.

           MOVE WS-BL-LOCATION(WS-BAL-SUB)     TO WS-D-LOCATION.
           MOVE WS-BL-CLASS(WS-BAL-SUB)        TO WS-D-CLASS.
           MOVE WS-BL-MEASURE-DATE(WS-BAL-SUB) TO WS-D-MEASURE-DATE.
           MOVE WS-BL-BOOK(WS-BAL-SUB)         TO WS-D-BOOK.
           MOVE WS-BL-MEASURED(WS-BAL-SUB)     TO WS-D-MEASURED.
           MOVE WS-VARIANCE                    TO WS-D-VARIANCE.
           MOVE WS-VARIANCE-PCT                TO WS-D-PCT.
           MOVE WS-TOLERANCE-PCT               TO WS-D-TOLERANCE.
           MOVE WS-SHRINK-VALUE                TO WS-D-VALUE.
           WRITE SHRINK-REPORT-OUT-REC FROM WS-DETAIL-LINE.
           ADD 1 TO RPT-LINE-COUNT.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       9000-TERMINATE.
           MOVE RPT-PAGE-COUNT         TO RPT-F-PAGE-NO.
           WRITE SHRINK-REPORT-OUT-REC FROM RPT-FOOTER-LINE.

           MOVE "BOOK BALANCES CARRIED.." TO RPT-FN-LABEL.
           MOVE WS-BAL-COUNT           TO RPT-FN-COUNT.
           WRITE SHRINK-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "MOVEMENTS APPLIED......" TO RPT-FN-LABEL.
           MOVE WS-MOVE-COUNT          TO RPT-FN-COUNT.
           WRITE SHRINK-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "MOVEMENTS REJECTED....." TO RPT-FN-LABEL.
           MOVE WS-MOVE-REJECT-COUNT   TO RPT-FN-COUNT.
           WRITE SHRINK-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "MEASUREMENTS READ......" TO RPT-FN-LABEL.
           MOVE WS-MEAS-COUNT          TO RPT-FN-COUNT.
           WRITE SHRINK-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "MEASUREMENTS REJECTED.." TO RPT-FN-LABEL.
           MOVE WS-MEAS-REJECT-COUNT   TO RPT-FN-COUNT.
           WRITE SHRINK-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "MEASUREMENTS PASSED...." TO RPT-FN-LABEL.
           MOVE WS-MEAS-STALE-COUNT    TO RPT-FN-COUNT.
           WRITE SHRINK-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "LOCATIONS RECONCILED..." TO RPT-FN-LABEL.
           MOVE WS-RECONCILED-COUNT    TO RPT-FN-COUNT.
           WRITE SHRINK-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "GAINS OUT OF TOLERANCE." TO RPT-FN-LABEL.
           MOVE WS-GAIN-OUT-COUNT      TO RPT-FN-COUNT.
           WRITE SHRINK-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "LOSSES OUT OF TOLERANCE" TO RPT-FN-LABEL.
           MOVE WS-LOSS-OUT-COUNT      TO RPT-FN-COUNT.
           WRITE SHRINK-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "LOSSES NOT VALUED......" TO RPT-FN-LABEL.
           MOVE WS-UNVALUED-COUNT      TO RPT-FN-COUNT.
           WRITE SHRINK-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "SHRINKAGE POSTED......." TO WS-MF-LABEL.
           MOVE WS-POSTED-TOTAL        TO WS-MF-AMOUNT.
           WRITE SHRINK-REPORT-OUT-REC FROM WS-MONEY-FINAL-LINE.

           IF WS-BALI-FILE-STATUS NOT = "35"
               CLOSE BALANCE-IN
           END-IF.
           IF WS-MEAS-FILE-STATUS NOT = "35"
               CLOSE MEASURE-IN
           END-IF.
           IF WS-VOLMOVE-FILE-STATUS NOT = "35"
               CLOSE VOLUME-MOVE-IN
           END-IF.
           CLOSE BALANCE-OUT
                 SHRINK-REPORT-OUT.

           DISPLAY "ABCSHRK  CONTROL TOTAL - BALANCES="
               WS-BAL-COUNT
               " MOVES=" WS-MOVE-COUNT
               " MOVEREJ=" WS-MOVE-REJECT-COUNT
               " MEASURED=" WS-RECONCILED-COUNT
               " POSTED=" WS-POSTED-COUNT.

           IF RETURN-CODE < 4
               IF WS-GAIN-OUT-COUNT > ZERO
                   OR WS-LOSS-OUT-COUNT > ZERO
                   OR WS-MOVE-REJECT-COUNT > ZERO
                   OR WS-MEAS-REJECT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       9000-EXIT.
           EXIT.
