      *                 WITH RETURN-CODE 8 AND A FINDINGS REPORT *
      *                 BEFORE THE FIRST CALCULATOR OPENS A      *
      *                 FILE.                                    *
      * 2026-10-15  DH  A CONTROL CARD WHOSE RUN FREQUENCY DOES  *
      *                 NOT FALL DUE ON THE RUN DATE, JUDGED     *
      *                 AGAINST THE CALENDAR MASTER, IS COUNTED  *
      *                 AS NOT SCHEDULED AND ITS FILES ARE NOT   *
      *                 PROBED.  A RUN FREQUENCY CODE THE        *
      *                 EXECUTOR CANNOT READ IS A FINDING.       *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPTALL-FILE-STATUS.

           SELECT CALENDAR-MASTER-IN
               ASSIGN TO CALMAST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALMAST-FILE-STATUS.

           SELECT GATE-REPORT-OUT
               ASSIGN TO GATERPT
               ORGANIZATION IS LINE SEQUENTIAL.
       FILE SECTION.
       FD  EXEC-CONTROL-IN
           RECORDING MODE IS F.
       01  EXEC-CONTROL-IN-REC         PIC X(57).

       FD  RATE-TAB
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  CHECKPOINT-ALL-IN-REC       PIC X(100).

       FD  CALENDAR-MASTER-IN
           RECORDING MODE IS F.
       01  CALENDAR-MASTER-IN-REC      PIC X(17).

       FD  GATE-REPORT-OUT
           RECORDING MODE IS F.
       01  GATE-REPORT-OUT-REC         PIC X(132).
       COPY CHKPTREC.
       COPY RUNSTAMP.
       COPY RPTHDFT.
       COPY CALMAST.
       COPY RUNFREQ.
       01  WS-RATECTL-FILE-STATUS      PIC X(02).
       01  WS-CKPTALL-FILE-STATUS      PIC X(02).
       01  WS-PARCIN-STATUS              PIC X(02).
       01  WS-FILE-OK-SW               PIC X(01) VALUE "N".
       01  WS-CARD-COUNT               PIC 9(03) COMP VALUE ZERO.
       01  WS-FINDING-COUNT            PIC 9(03) COMP VALUE ZERO.
       01  WS-NOTSCHED-COUNT           PIC 9(03) COMP VALUE ZERO.
       01  WS-RULES-127               PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-RULES-120               PIC 9(03) COMP-3 VALUE ZERO.

           PERFORM 1200-COUNT-RATE-RULES
               THRU 1200-EXIT.

           PERFORM 1300-BUILD-RUN-CALENDAR
               THRU 1300-EXIT.

           PERFORM 2100-READ-EXEC-CARD
               THRU 2100-EXIT.
       1000-EXIT.
       1210-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * BUILDS THE RUN MONTH'S BUSINESS-DAY PICTURE FOR THE      *
      * RUN-FREQUENCY TEST: EVERY DAY DEFAULTS FROM ITS WEEKDAY  *
      * (MONDAY TO FRIDAY ARE BUSINESS DAYS), A CALENDAR MASTER  *
      * ROW FOR THE DATE OVERRIDES THE DEFAULT, AND THE FIRST    *
      * AND LAST BUSINESS DAYS OF THE MONTH ARE THEN FOUND.      *
      * INTEGER-OF-DATE DAY 1 (1601-01-01) WAS A MONDAY.         *
      *----------------------------------------------------------*
       1300-BUILD-RUN-CALENDAR.
           MOVE WS-RUN-DATE             TO RF-DATE-WORK.
           MOVE RF-DW-MONTH             TO RF-RUN-MONTH.
           MOVE RF-DW-DAY               TO RF-RUN-DAY.
           COMPUTE RF-DATE-INT =
               FUNCTION INTEGER-OF-DATE(RF-DATE-NUM).
           COMPUTE RF-RUN-WEEKDAY =
               FUNCTION MOD(RF-DATE-INT - 1, 7) + 1.

           MOVE 1                       TO RF-DW-DAY.
           COMPUTE RF-MONTH-START-INT =
               FUNCTION INTEGER-OF-DATE(RF-DATE-NUM).
           IF RF-DW-MONTH = 12
               ADD 1                    TO RF-DW-YEAR
               MOVE 1                   TO RF-DW-MONTH
           ELSE
               ADD 1                    TO RF-DW-MONTH
           END-IF.
           COMPUTE RF-MONTH-DAYS =
               FUNCTION INTEGER-OF-DATE(RF-DATE-NUM)
               - RF-MONTH-START-INT.

           PERFORM 1310-DEFAULT-DAY-TYPE
               THRU 1310-EXIT
               VARYING RF-DAY-SUB FROM 1 BY 1
               UNTIL RF-DAY-SUB > RF-MONTH-DAYS.

           PERFORM 1320-LOAD-CALENDAR-MONTH
               THRU 1320-EXIT.

           MOVE ZERO TO RF-FIRST-BUS-DAY RF-LAST-BUS-DAY.
           PERFORM 1340-FIND-BUS-DAY-BOUNDS
               THRU 1340-EXIT
               VARYING RF-DAY-SUB FROM 1 BY 1
               UNTIL RF-DAY-SUB > RF-MONTH-DAYS.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1310-DEFAULT-DAY-TYPE.
           COMPUTE RF-WEEKDAY-WORK =
               FUNCTION MOD(RF-MONTH-START-INT + RF-DAY-SUB - 2, 7)
               + 1.
           IF RF-WEEKDAY-WORK < 6
               MOVE "B" TO RF-DAY-TYPE(RF-DAY-SUB)
           ELSE
               MOVE "N" TO RF-DAY-TYPE(RF-DAY-SUB)
           END-IF.
       1310-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * NO CALENDAR MASTER LEAVES THE WEEKDAY DEFAULTS IN PLACE. *
      *----------------------------------------------------------*
       1320-LOAD-CALENDAR-MONTH.
           OPEN INPUT CALENDAR-MASTER-IN.
           IF WS-CALMAST-FILE-STATUS = "35"
               GO TO 1320-EXIT
           END-IF.
           PERFORM 1330-SCAN-CALENDAR-ROW
               THRU 1330-EXIT
               UNTIL WS-CALMAST-EOF.
           CLOSE CALENDAR-MASTER-IN.
       1320-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1330-SCAN-CALENDAR-ROW.
           READ CALENDAR-MASTER-IN INTO CALENDAR-MASTER-RECORD
               AT END
                   SET WS-CALMAST-EOF TO TRUE
               NOT AT END
                   MOVE CA-DATE         TO RF-DATE-WORK
                   IF CA-DATE(1:6) = WS-RUN-DATE(1:6)
                       AND RF-DW-DAY IS NUMERIC
                       AND RF-DW-DAY > ZERO
                       AND RF-DW-DAY <= RF-MONTH-DAYS
                       MOVE RF-DW-DAY   TO RF-DAY-SUB
                       IF CA-BUSINESS-DAY
                           MOVE "B" TO RF-DAY-TYPE(RF-DAY-SUB)
                       ELSE
                           MOVE "N" TO RF-DAY-TYPE(RF-DAY-SUB)
                       END-IF
                   END-IF
           END-READ.
       1330-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1340-FIND-BUS-DAY-BOUNDS.
           IF RF-DAY-TYPE(RF-DAY-SUB) = "B"
               IF RF-FIRST-BUS-DAY = ZERO
                   MOVE RF-DAY-SUB      TO RF-FIRST-BUS-DAY
               END-IF
               MOVE RF-DAY-SUB          TO RF-LAST-BUS-DAY
           END-IF.
       1340-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2100-READ-EXEC-CARD.
           READ EXEC-CONTROL-IN INTO EXEC-CONTROL-RECORD
      *----------------------------------------------------------*
      * VERIFIES ONE SCHEDULED STEP: ITS TRANSACTION FILE MUST   *
      * BE PRESENT AND NON-EMPTY, AND A RATE-DRIVEN PROGRAM MUST *
      * HAVE ITS RULES IN FORCE.  A CARD WHOSE RUN FREQUENCY     *
      * DOES NOT FALL DUE TODAY IS NOT SCHEDULED TONIGHT AND IS  *
      * NOT PROBED; A RUN FREQUENCY THE EXECUTOR CANNOT READ IS  *
      * ITSELF A FINDING.                                        *
      *----------------------------------------------------------*
       2000-CHECK-SCHEDULED-STEP.
           ADD 1 TO WS-CARD-COUNT.
           MOVE EC-PROGRAM-ID          TO WS-F-PROGRAM-ID.
           MOVE SPACES                 TO WS-F-FILE-NAME.

           PERFORM 2050-CHECK-CARD-DUE
               THRU 2050-EXIT.
           IF RF-FREQUENCY-INVALID
               MOVE "EXECCTL " TO WS-F-FILE-NAME
               MOVE "RUN FREQUENCY CODE INVALID"
                   TO WS-F-FINDING
               PERFORM 5000-WRITE-FINDING
                   THRU 5000-EXIT
               MOVE SPACES     TO WS-F-FILE-NAME
           END-IF.
           IF RF-CARD-NOT-DUE
               ADD 1 TO WS-NOTSCHED-COUNT
               PERFORM 2100-READ-EXEC-CARD
                   THRU 2100-EXIT
               GO TO 2000-EXIT
           END-IF.

           MOVE "TRANSACTION FILE MISSING OR EMPTY"
               TO WS-F-FINDING.

       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * IS THE CARD DUE ON THE RUN DATE?  D OR BLANK IS DUE      *
      * EVERY RUN; F AND L ON THE MONTH'S FIRST AND LAST         *
      * BUSINESS DAY; Q ON THE LAST BUSINESS DAY OF MARCH, JUNE, *
      * SEPTEMBER AND DECEMBER; W WHEN THE RUN DATE FALLS ON     *
      * THE CARD'S WEEKDAY.  AN UNKNOWN CODE, OR W WITHOUT A     *
      * WEEKDAY OF 1 TO 7, IS FLAGGED INVALID AND LEFT DUE.      *
      *----------------------------------------------------------*
       2050-CHECK-CARD-DUE.
           SET RF-CARD-DUE          TO TRUE.
           SET RF-FREQUENCY-VALID   TO TRUE.

           EVALUATE TRUE
               WHEN EC-RUN-DAILY
                   CONTINUE
               WHEN EC-RUN-FIRST-BUS-DAY
                   IF RF-RUN-DAY NOT = RF-FIRST-BUS-DAY
                       SET RF-CARD-NOT-DUE TO TRUE
                   END-IF
               WHEN EC-RUN-LAST-BUS-DAY
                   IF RF-RUN-DAY NOT = RF-LAST-BUS-DAY
                       SET RF-CARD-NOT-DUE TO TRUE
                   END-IF
               WHEN EC-RUN-QUARTER-END
                   IF NOT RF-QUARTER-END-MONTH
                       OR RF-RUN-DAY NOT = RF-LAST-BUS-DAY
                       SET RF-CARD-NOT-DUE TO TRUE
                   END-IF
               WHEN EC-RUN-ON-WEEKDAY
                   IF EC-RUN-WEEKDAY < "1"
                       OR EC-RUN-WEEKDAY > "7"
                       SET RF-FREQUENCY-INVALID TO TRUE
                   ELSE
                       IF EC-RUN-WEEKDAY NOT = RF-RUN-WEEKDAY
                           SET RF-CARD-NOT-DUE TO TRUE
                       END-IF
                   END-IF
               WHEN OTHER
                   SET RF-FREQUENCY-INVALID TO TRUE
           END-EVALUATE.
       2050-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2101-PROBE-PARCIN.
           MOVE "N" TO WS-FILE-OK-SW.
           MOVE WS-CARD-COUNT          TO RPT-FN-COUNT.
           WRITE GATE-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "NOT SCHEDULED TODAY...." TO RPT-FN-LABEL.
           MOVE WS-NOTSCHED-COUNT      TO RPT-FN-COUNT.
           WRITE GATE-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "FINDINGS..............." TO RPT-FN-LABEL.
           MOVE WS-FINDING-COUNT       TO RPT-FN-COUNT.
           WRITE GATE-REPORT-OUT-REC FROM RPT-FINAL-LINE.
                 GATE-REPORT-OUT.

           DISPLAY "ABCGATE CONTROL TOTAL - CARDS=" WS-CARD-COUNT
               " NOTSCHED=" WS-NOTSCHED-COUNT
               " FINDINGS=" WS-FINDING-COUNT.

           IF WS-FINDING-COUNT > ZERO
