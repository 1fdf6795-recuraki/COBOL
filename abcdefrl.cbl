       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCDEFRL.
       AUTHOR. D HARLOW.
       INSTALLATION. DL100 BATCH SERVICES.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 2026-10-15  DH  NEW PROGRAM.  MONTH-END DEFERRED-REVENUE *
      *                 RELEASE.  READS THE RECOGNITION SCHEDULE *
      *                 ABC127A BUILDS FOR FEES BILLED AHEAD OF  *
      *                 THEIR SERVICE PERIOD (PRESORTED ON       *
      *                 CUSTOMER AND BOOKED DATE), RECOGNIZES    *
      *                 EACH FEE'S SLICE FOR EVERY SERVICE MONTH *
      *                 UP TO THE RELEASE MONTH, POSTS IT        *
      *                 THROUGH GLFEED AS A BALANCED PAIR (DEBIT *
      *                 DEFERRED REVENUE, CREDIT FEE REVENUE),   *
      *                 WRITES THE NEXT GENERATION OF THE        *
      *                 SCHEDULE, AND PRINTS THE DEFERRED-       *
      *                 REVENUE WATERFALL - OPENING BALANCE,     *
      *                 ADDITIONS, RELEASES, AND CLOSING BALANCE *
      *                 BY CUSTOMER.  THE RELEASE MONTH DEFAULTS *
      *                 TO THE RUN-DATE MONTH; AN OPTIONAL CARD  *
      *                 NAMES ANOTHER.  A RERUN OF A MONTH       *
      *                 ALREADY RELEASED REPORTS THE SAME        *
      *                 WATERFALL WITHOUT POSTING IT AGAIN.      *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEFERRAL-SCHEDULE-IN
               ASSIGN TO DEFRSCHI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEFRSCHD-FILE-STATUS.

           SELECT DEFERRAL-SCHEDULE-OUT
               ASSIGN TO DEFRSCHO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEFRSCHO-FILE-STATUS.

           SELECT RELEASE-CARD-IN
               ASSIGN TO DEFRCARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.

           SELECT GL-MAP-TAB
               ASSIGN TO GLMAP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-FILE-STATUS.

           SELECT GL-INTERFACE-OUT
               ASSIGN TO GLFEED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.

           SELECT DEFR-REPORT-OUT
               ASSIGN TO DEFRRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DEFERRAL-SCHEDULE-IN
           RECORDING MODE IS F.
       01  DEFERRAL-SCHEDULE-IN-REC    PIC X(100).

       FD  DEFERRAL-SCHEDULE-OUT
           RECORDING MODE IS F.
       01  DEFERRAL-SCHEDULE-OUT-REC   PIC X(100).

       FD  RELEASE-CARD-IN
           RECORDING MODE IS F.
       01  RELEASE-CARD-RECORD.
           05  RC-RELEASE-MONTH        PIC X(06).
           05  FILLER                  PIC X(74).

       FD  GL-MAP-TAB
           RECORDING MODE IS F.
       01  GL-MAP-TAB-REC              PIC X(32).

       FD  GL-INTERFACE-OUT
           RECORDING MODE IS F.
       01  GL-INTERFACE-OUT-REC        PIC X(64).

       FD  DEFR-REPORT-OUT
           RECORDING MODE IS F.
       01  DEFR-REPORT-OUT-REC         PIC X(132).

       WORKING-STORAGE SECTION.
       COPY DEFRSCHD.
       COPY GLFEED.
       COPY GLMAP.
       COPY RUNSTAMP.
       COPY RPTHDFT.
       01  WS-DEFRSCHO-FILE-STATUS     PIC X(02).
       01  WS-CARD-FILE-STATUS         PIC X(02).
       01  WS-GLMAP-EOF-SW             PIC X(01) VALUE "N".
           88  WS-GLMAP-EOF                    VALUE "Y".

       01  WS-CARD-BAD-SW              PIC X(01) VALUE "N".
           88  WS-CARD-BAD                     VALUE "Y".
       01  WS-WRITE-FAILED-SW          PIC X(01) VALUE "N".
           88  WS-WRITE-FAILED                 VALUE "Y".

       01  WS-RELEASE-MONTH            PIC X(06) VALUE SPACES.
       01  WS-RELEASE-MONTH-NUM        PIC 9(06) VALUE ZERO.
       01  WS-RLS-MONTH-PARTS REDEFINES WS-RELEASE-MONTH-NUM.
           05  WS-RM-YEAR              PIC 9(04).
           05  WS-RM-MONTH             PIC 9(02).
       01  WS-SERVICE-START-NUM        PIC 9(06) VALUE ZERO.
       01  WS-SVC-START-PARTS REDEFINES WS-SERVICE-START-NUM.
           05  WS-SS-YEAR              PIC 9(04).
           05  WS-SS-MONTH             PIC 9(02).
       01  WS-ELAPSED-MONTHS           PIC S9(05) COMP-3 VALUE ZERO.

       01  WS-GL-TRANS-CLASS           PIC X(04) VALUE SPACES.
       01  WS-GL-REFERENCE.
           05  WS-GR-PREFIX            PIC X(03) VALUE "DFR".
           05  WS-GR-STAMP             PIC X(07).
           05  WS-GR-SEQ               PIC 9(04) VALUE ZERO.

       01  WS-SCHEDULE-COUNT           PIC 9(08) COMP VALUE ZERO.
       01  WS-KEPT-COUNT               PIC 9(08) COMP VALUE ZERO.
       01  WS-COMPLETED-COUNT          PIC 9(08) COMP VALUE ZERO.
       01  WS-RELEASED-COUNT           PIC 9(08) COMP VALUE ZERO.
       01  WS-RERUN-COUNT              PIC 9(08) COMP VALUE ZERO.
       01  WS-FUTURE-COUNT             PIC 9(08) COMP VALUE ZERO.
       01  WS-CUSTOMER-COUNT           PIC 9(08) COMP VALUE ZERO.

       01  WS-TARGET-AMOUNT            PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
       01  WS-RELEASE-AMOUNT           PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
       01  WS-PRIOR-RELEASED           PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
       01  WS-POSTED-TOTAL             PIC S9(13)V99 COMP-3
                                       VALUE ZERO.

      *----------------------------------------------------------*
      * WATERFALL ACCUMULATORS - ONE SET FOR THE CUSTOMER IN     *
      * HAND, ONE FOR THE GRAND TOTAL.                           *
      *----------------------------------------------------------*
       01  WS-CUSTOMER-ROW.
           05  WS-CR-CUSTOMER-ID       PIC X(06) VALUE SPACES.
           05  WS-CR-OPENING           PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
           05  WS-CR-ADDITIONS         PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
           05  WS-CR-RELEASES          PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
           05  WS-CR-CLOSING           PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-GRAND-ROW.
           05  WS-GT-OPENING           PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
           05  WS-GT-ADDITIONS         PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
           05  WS-GT-RELEASES          PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
           05  WS-GT-CLOSING           PIC S9(13)V99 COMP-3
                                       VALUE ZERO.

       01  WS-RPT-DATE                 PIC X(10).

       01  WS-HEADER-LINE.
           05  FILLER                  PIC X(10) VALUE "CUSTOMER".
           05  FILLER                  PIC X(17) VALUE
               "  OPENING BALANCE".
           05  FILLER                  PIC X(17) VALUE
               "        ADDITIONS".
           05  FILLER                  PIC X(17) VALUE
               "         RELEASES".
           05  FILLER                  PIC X(17) VALUE
               "  CLOSING BALANCE".

       01  WS-DETAIL-LINE.
           05  WS-D-CUSTOMER-ID        PIC X(06).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-D-OPENING            PIC -(13)9.99.
           05  WS-D-ADDITIONS          PIC -(13)9.99.
           05  WS-D-RELEASES           PIC -(13)9.99.
           05  WS-D-CLOSING            PIC -(13)9.99.

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(10)
               VALUE "TOTAL".
           05  WS-T-OPENING            PIC -(13)9.99.
           05  WS-T-ADDITIONS          PIC -(13)9.99.
           05  WS-T-RELEASES           PIC -(13)9.99.
           05  WS-T-CLOSING            PIC -(13)9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-RELEASE-SCHEDULE
               THRU 2000-EXIT
               UNTIL WS-DEFRSCHD-EOF.

           PERFORM 3000-REPORT-CUSTOMER
               THRU 3000-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           GOBACK.

      *----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT DEFR-REPORT-OUT
                OUTPUT DEFERRAL-SCHEDULE-OUT.

           MOVE FUNCTION CURRENT-DATE TO WS-RUNSTAMP-CURRENT-DATE.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:14) TO WS-RUN-ID.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:8)  TO WS-RUN-DATE.
           MOVE WS-RUN-DATE            TO WS-POST-DATE.
           MOVE WS-RUN-ID(8:7)         TO WS-GR-STAMP.
           MOVE WS-RUN-DATE(1:6)       TO WS-RELEASE-MONTH.

           PERFORM 1200-READ-RELEASE-CARD
               THRU 1200-EXIT.

           MOVE SPACES                 TO RPT-ST-TEXT.
           STRING "DEFERRED-REVENUE WATERFALL - RELEASE MONTH "
               WS-RELEASE-MONTH
               DELIMITED BY SIZE INTO RPT-ST-TEXT.
           STRING WS-RUN-DATE(5:2) "/" WS-RUN-DATE(7:2) "/"
               WS-RUN-DATE(1:4)
               DELIMITED BY SIZE INTO WS-RPT-DATE.

           PERFORM 1100-WRITE-PAGE-HEADERS
               THRU 1100-EXIT.

           IF WS-CARD-BAD
               SET WS-DEFRSCHD-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF.

           PERFORM 1400-LOAD-GL-MAP
               THRU 1400-EXIT.

           OPEN INPUT DEFERRAL-SCHEDULE-IN.
           IF WS-DEFRSCHD-FILE-STATUS = "35"
               SET WS-DEFRSCHD-EOF TO TRUE
           ELSE
               PERFORM 2100-READ-SCHEDULE
                   THRU 2100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1100-WRITE-PAGE-HEADERS.
           ADD 1 TO RPT-PAGE-COUNT.
           MOVE WS-RPT-DATE            TO RPT-DL-RUN-DATE.

           WRITE DEFR-REPORT-OUT-REC FROM RPT-TITLE-LINE.
           WRITE DEFR-REPORT-OUT-REC FROM RPT-SUBTITLE-LINE.
           WRITE DEFR-REPORT-OUT-REC FROM RPT-DATE-LINE.
           MOVE SPACES                 TO DEFR-REPORT-OUT-REC.
           WRITE DEFR-REPORT-OUT-REC.
           WRITE DEFR-REPORT-OUT-REC FROM WS-HEADER-LINE.
           MOVE SPACES                 TO DEFR-REPORT-OUT-REC.
           WRITE DEFR-REPORT-OUT-REC.

           MOVE 6                      TO RPT-LINE-COUNT.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * AN OPTIONAL RELEASE CARD NAMES THE MONTH BEING RELEASED  *
      * (YYYYMM), SO A LATE OR REPEATED MONTH-END CAN BE RUN     *
      * AFTER THE CALENDAR HAS TURNED.  A CARD THAT IS NOT A     *
      * VALID MONTH FAILS THE STEP WITHOUT RELEASING ANYTHING.   *
      *----------------------------------------------------------*
       1200-READ-RELEASE-CARD.
           OPEN INPUT RELEASE-CARD-IN.
           IF WS-CARD-FILE-STATUS = "35"
               MOVE WS-RELEASE-MONTH   TO WS-RELEASE-MONTH-NUM
               GO TO 1200-EXIT
           END-IF.
           READ RELEASE-CARD-IN
               AT END
                   CONTINUE
               NOT AT END
                   IF RC-RELEASE-MONTH NOT = SPACES
                       MOVE RC-RELEASE-MONTH TO WS-RELEASE-MONTH
                   END-IF
           END-READ.
           CLOSE RELEASE-CARD-IN.

           IF WS-RELEASE-MONTH IS NOT NUMERIC
               SET WS-CARD-BAD TO TRUE
               GO TO 1200-EXIT
           END-IF.
           MOVE WS-RELEASE-MONTH       TO WS-RELEASE-MONTH-NUM.
           IF WS-RM-MONTH < 1 OR WS-RM-MONTH > 12
               SET WS-CARD-BAD TO TRUE
           END-IF.
       1200-EXIT.
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
                   IF GM-SOURCE-PROGRAM = "ABCDEFRL"
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
      * ONE SCHEDULE ROW.  THE AMOUNT RECOGNIZED TO DATE IS      *
      * BROUGHT UP TO THE STRAIGHT-LINE TARGET FOR THE SERVICE   *
      * MONTHS ELAPSED THROUGH THE RELEASE MONTH - SO A MISSED   *
      * MONTH-END CATCHES UP - AND THE DIFFERENCE IS POSTED.  A  *
      * ROW BOOKED AFTER THE RELEASE MONTH, OR ALREADY RELEASED  *
      * FOR A LATER ONE, IS CARRIED FORWARD UNTOUCHED AND KEPT   *
      * OFF THE WATERFALL.                                       *
      *----------------------------------------------------------*
       2000-RELEASE-SCHEDULE.
           ADD 1 TO WS-SCHEDULE-COUNT.

           IF DS-BOOKED-DATE(1:6) > WS-RELEASE-MONTH
               OR (DS-LAST-RELEASE-MONTH NOT = SPACES
                   AND DS-LAST-RELEASE-MONTH > WS-RELEASE-MONTH)
               ADD 1 TO WS-FUTURE-COUNT
               PERFORM 2500-WRITE-SCHEDULE
                   THRU 2500-EXIT
               GO TO 2000-READ-NEXT
           END-IF.

           IF DS-CUSTOMER-ID NOT = WS-CR-CUSTOMER-ID
               PERFORM 3000-REPORT-CUSTOMER
                   THRU 3000-EXIT
               PERFORM 2200-START-CUSTOMER-ROW
                   THRU 2200-EXIT
           END-IF.

           IF DS-LAST-RELEASE-MONTH = WS-RELEASE-MONTH
               ADD 1 TO WS-RERUN-COUNT
               MOVE DS-LAST-RELEASE-AMOUNT TO WS-RELEASE-AMOUNT
               COMPUTE WS-PRIOR-RELEASED =
                   DS-RECOGNIZED-AMOUNT - DS-LAST-RELEASE-AMOUNT
           ELSE
               MOVE DS-RECOGNIZED-AMOUNT TO WS-PRIOR-RELEASED
               PERFORM 2300-COMPUTE-TARGET
                   THRU 2300-EXIT
               COMPUTE WS-RELEASE-AMOUNT =
                   WS-TARGET-AMOUNT - DS-RECOGNIZED-AMOUNT
               IF WS-RELEASE-AMOUNT NOT = ZERO
                   PERFORM 2400-POST-RELEASE
                       THRU 2400-EXIT
               END-IF
           END-IF.

           IF DS-BOOKED-DATE(1:6) = WS-RELEASE-MONTH
               ADD DS-DEFERRED-AMOUNT  TO WS-CR-ADDITIONS
           ELSE
               COMPUTE WS-CR-OPENING = WS-CR-OPENING
                   + DS-DEFERRED-AMOUNT - WS-PRIOR-RELEASED
           END-IF.
           ADD WS-RELEASE-AMOUNT       TO WS-CR-RELEASES.

           IF DS-RECOGNIZED-AMOUNT = DS-DEFERRED-AMOUNT
               AND DS-LAST-RELEASE-MONTH NOT = WS-RELEASE-MONTH
               ADD 1 TO WS-COMPLETED-COUNT
           ELSE
               PERFORM 2500-WRITE-SCHEDULE
                   THRU 2500-EXIT
           END-IF.

       2000-READ-NEXT.
           PERFORM 2100-READ-SCHEDULE
               THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2100-READ-SCHEDULE.
           READ DEFERRAL-SCHEDULE-IN INTO DEFERRAL-SCHEDULE-RECORD
               AT END
                   SET WS-DEFRSCHD-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2200-START-CUSTOMER-ROW.
           MOVE DS-CUSTOMER-ID         TO WS-CR-CUSTOMER-ID.
           MOVE ZERO                   TO WS-CR-OPENING
                                          WS-CR-ADDITIONS
                                          WS-CR-RELEASES
                                          WS-CR-CLOSING.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * STRAIGHT-LINE TARGET: NOTHING BEFORE THE FIRST SERVICE   *
      * MONTH, THE WHOLE FEE FROM THE LAST ONE ON (SO THE FINAL  *
      * MONTH TAKES THE ROUNDING), AND AN EQUAL SHARE PER        *
      * ELAPSED MONTH IN BETWEEN.                                *
      *----------------------------------------------------------*
       2300-COMPUTE-TARGET.
           IF WS-RELEASE-MONTH < DS-SERVICE-START
               MOVE ZERO               TO WS-TARGET-AMOUNT
               GO TO 2300-EXIT
           END-IF.
           IF WS-RELEASE-MONTH NOT < DS-SERVICE-END
               OR DS-PERIOD-MONTHS = ZERO
               MOVE DS-DEFERRED-AMOUNT TO WS-TARGET-AMOUNT
               GO TO 2300-EXIT
           END-IF.

           MOVE DS-SERVICE-START       TO WS-SERVICE-START-NUM.
           COMPUTE WS-ELAPSED-MONTHS =
               (WS-RM-YEAR * 12 + WS-RM-MONTH)
             - (WS-SS-YEAR * 12 + WS-SS-MONTH) + 1.
           COMPUTE WS-TARGET-AMOUNT ROUNDED =
               DS-DEFERRED-AMOUNT * WS-ELAPSED-MONTHS
               / DS-PERIOD-MONTHS.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * POSTS THE MONTH'S SLICE - DEBIT DEFERRED REVENUE AND     *
      * CREDIT FEE REVENUE, THE OTHER WAY ROUND FOR A NEGATIVE   *
      * SLICE - AND RECORDS IT ON THE SCHEDULE ROW AGAINST THE   *
      * RELEASE MONTH.                                           *
      *----------------------------------------------------------*
       2400-POST-RELEASE.
           ADD 1 TO WS-RELEASED-COUNT.
           ADD WS-RELEASE-AMOUNT       TO WS-POSTED-TOTAL.

           MOVE "DEFR"                 TO WS-GL-TRANS-CLASS.
           IF WS-RELEASE-AMOUNT < ZERO
               MOVE "C"                TO GL-DEBIT-CREDIT-IND
           ELSE
               MOVE "D"                TO GL-DEBIT-CREDIT-IND
           END-IF.
           PERFORM 3500-WRITE-GL-LINE
               THRU 3500-EXIT.

           MOVE "FEE "                 TO WS-GL-TRANS-CLASS.
           IF WS-RELEASE-AMOUNT < ZERO
               MOVE "D"                TO GL-DEBIT-CREDIT-IND
           ELSE
               MOVE "C"                TO GL-DEBIT-CREDIT-IND
           END-IF.
           PERFORM 3500-WRITE-GL-LINE
               THRU 3500-EXIT.

           ADD WS-RELEASE-AMOUNT       TO DS-RECOGNIZED-AMOUNT.
           MOVE WS-RELEASE-MONTH       TO DS-LAST-RELEASE-MONTH.
           MOVE WS-RELEASE-AMOUNT      TO DS-LAST-RELEASE-AMOUNT.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2500-WRITE-SCHEDULE.
           WRITE DEFERRAL-SCHEDULE-OUT-REC
               FROM DEFERRAL-SCHEDULE-RECORD.
           IF WS-DEFRSCHO-FILE-STATUS NOT = "00"
               DISPLAY "ABCDEFRL **** SCHEDULE WRITE FAILED - "
                   DS-GL-REFERENCE " STATUS "
                   WS-DEFRSCHO-FILE-STATUS " ****"
               SET WS-WRITE-FAILED TO TRUE
           ELSE
               ADD 1 TO WS-KEPT-COUNT
           END-IF.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE WATERFALL LINE PER CUSTOMER.  A CUSTOMER WHOSE ROWS  *
      * ALL NET TO NOTHING FOR THE MONTH IS LEFT OFF.            *
      *----------------------------------------------------------*
       3000-REPORT-CUSTOMER.
           IF WS-CR-CUSTOMER-ID = SPACES
               GO TO 3000-EXIT
           END-IF.

           COMPUTE WS-CR-CLOSING = WS-CR-OPENING
               + WS-CR-ADDITIONS - WS-CR-RELEASES.
           IF WS-CR-OPENING = ZERO
               AND WS-CR-ADDITIONS = ZERO
               AND WS-CR-RELEASES = ZERO
               GO TO 3000-EXIT
           END-IF.

           ADD 1 TO WS-CUSTOMER-COUNT.
           ADD WS-CR-OPENING           TO WS-GT-OPENING.
           ADD WS-CR-ADDITIONS         TO WS-GT-ADDITIONS.
           ADD WS-CR-RELEASES          TO WS-GT-RELEASES.
           ADD WS-CR-CLOSING           TO WS-GT-CLOSING.

           MOVE WS-CR-CUSTOMER-ID      TO WS-D-CUSTOMER-ID.
           MOVE WS-CR-OPENING          TO WS-D-OPENING.
           MOVE WS-CR-ADDITIONS        TO WS-D-ADDITIONS.
           MOVE WS-CR-RELEASES         TO WS-D-RELEASES.
           MOVE WS-CR-CLOSING          TO WS-D-CLOSING.
           PERFORM 4000-WRITE-REPORT-LINE
               THRU 4000-EXIT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3500-WRITE-GL-LINE.
           SET GLM-CLASS-NOT-FOUND TO TRUE.
           PERFORM 3510-CHECK-GL-MAP-ENTRY
               THRU 3510-EXIT
               VARYING GLM-LOOKUP-SUB FROM 1 BY 1
               UNTIL GLM-LOOKUP-SUB > GLM-ENTRY-COUNT.

           IF GLM-CLASS-NOT-FOUND
               DISPLAY "ABCDEFRL **** NO GL ACCOUNT MAPPING FOR "
                   "CLASS " WS-GL-TRANS-CLASS " ****"
           END-IF.

           IF WS-RELEASE-AMOUNT < ZERO
               COMPUTE GL-AMOUNT = ZERO - WS-RELEASE-AMOUNT
           ELSE
               MOVE WS-RELEASE-AMOUNT  TO GL-AMOUNT
           END-IF.
           MOVE WS-POST-DATE           TO GL-TRANS-DATE.
           MOVE "ABCDEFRL"             TO GL-SOURCE-PROGRAM.
           ADD 1 TO WS-GR-SEQ.
           MOVE WS-GL-REFERENCE        TO GL-REFERENCE.

           OPEN EXTEND GL-INTERFACE-OUT.
           IF WS-GL-FILE-STATUS = "35"
               OPEN OUTPUT GL-INTERFACE-OUT
           END-IF.
           WRITE GL-INTERFACE-OUT-REC FROM GL-INTERFACE-LINE.
           CLOSE GL-INTERFACE-OUT.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3510-CHECK-GL-MAP-ENTRY.
           IF GLM-TRANS-CLASS(GLM-LOOKUP-SUB) = WS-GL-TRANS-CLASS
               MOVE GLM-COMPANY-CODE(GLM-LOOKUP-SUB)
                   TO GL-COMPANY-CODE
               MOVE GLM-COST-CENTER(GLM-LOOKUP-SUB)
                   TO GL-COST-CENTER
               MOVE GLM-ACCOUNT-NUMBER(GLM-LOOKUP-SUB)
                   TO GL-ACCOUNT-NUMBER
               SET GLM-CLASS-FOUND TO TRUE
           END-IF.
       3510-EXIT.
           EXIT.

      *----------------------------------------------------------*
       4000-WRITE-REPORT-LINE.
           IF RPT-LINE-COUNT >= RPT-MAX-LINES-PER-PAGE
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE DEFR-REPORT-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 1100-WRITE-PAGE-HEADERS
                   THRU 1100-EXIT
           END-IF.

           WRITE DEFR-REPORT-OUT-REC FROM WS-DETAIL-LINE.
           ADD 1 TO RPT-LINE-COUNT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       9000-TERMINATE.
           MOVE SPACES                 TO DEFR-REPORT-OUT-REC.
           WRITE DEFR-REPORT-OUT-REC.
           MOVE WS-GT-OPENING          TO WS-T-OPENING.
           MOVE WS-GT-ADDITIONS        TO WS-T-ADDITIONS.
           MOVE WS-GT-RELEASES         TO WS-T-RELEASES.
           MOVE WS-GT-CLOSING          TO WS-T-CLOSING.
           WRITE DEFR-REPORT-OUT-REC FROM WS-TOTAL-LINE.

           MOVE RPT-PAGE-COUNT         TO RPT-F-PAGE-NO.
           WRITE DEFR-REPORT-OUT-REC FROM RPT-FOOTER-LINE.

           MOVE "SCHEDULE ROWS READ....." TO RPT-FN-LABEL.
           MOVE WS-SCHEDULE-COUNT      TO RPT-FN-COUNT.
           WRITE DEFR-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "ROWS RELEASED THIS RUN." TO RPT-FN-LABEL.
           MOVE WS-RELEASED-COUNT      TO RPT-FN-COUNT.
           WRITE DEFR-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "ROWS ALREADY RELEASED.." TO RPT-FN-LABEL.
           MOVE WS-RERUN-COUNT         TO RPT-FN-COUNT.
           WRITE DEFR-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "ROWS NOT YET IN MONTH.." TO RPT-FN-LABEL.
           MOVE WS-FUTURE-COUNT        TO RPT-FN-COUNT.
           WRITE DEFR-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "FULLY RECOGNIZED......." TO RPT-FN-LABEL.
           MOVE WS-COMPLETED-COUNT     TO RPT-FN-COUNT.
           WRITE DEFR-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "ROWS CARRIED FORWARD..." TO RPT-FN-LABEL.
           MOVE WS-KEPT-COUNT          TO RPT-FN-COUNT.
           WRITE DEFR-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "CUSTOMERS REPORTED....." TO RPT-FN-LABEL.
           MOVE WS-CUSTOMER-COUNT      TO RPT-FN-COUNT.
           WRITE DEFR-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           IF WS-DEFRSCHD-FILE-STATUS NOT = "35"
               AND NOT WS-CARD-BAD
               CLOSE DEFERRAL-SCHEDULE-IN
           END-IF.
           CLOSE DEFR-REPORT-OUT
                 DEFERRAL-SCHEDULE-OUT.

           DISPLAY "ABCDEFRL CONTROL TOTAL - MONTH=" WS-RELEASE-MONTH
               " ROWS=" WS-SCHEDULE-COUNT
               " RELEASED=" WS-RELEASED-COUNT
               " KEPT=" WS-KEPT-COUNT
               " COMPLETED=" WS-COMPLETED-COUNT
               " POSTED=" WS-POSTED-TOTAL.

           IF WS-CARD-BAD
               DISPLAY "ABCDEFRL **** RELEASE CARD MONTH "
                   WS-RELEASE-MONTH " IS NOT A VALID YYYYMM ****"
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-SCHEDULE-COUNT NOT =
               WS-KEPT-COUNT + WS-COMPLETED-COUNT
               DISPLAY
                 "ABCDEFRL **** CONTROL TOTALS OUT OF BALANCE ****"
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-WRITE-FAILED
               MOVE 8 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
