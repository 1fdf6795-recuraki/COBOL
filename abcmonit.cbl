      *                 2AM ON-CALL SEES WHERE THE CYCLE IS      *
      *                 INSIDE A MINUTE INSTEAD OF READING RAW   *
      *                 SYSOUT.                                  *
      * 2026-10-15  DH  A CARD WHOSE RUN FREQUENCY DOES NOT FALL *
      *                 DUE TODAY, JUDGED AGAINST THE CALENDAR   *
      *                 MASTER, SHOWS AS NOT SCHEDULED, IS LEFT  *
      *                 OUT OF THE WAITING COUNT AND THE         *
      *                 PROJECTED END TIME, AND IS COUNTED ON    *
      *                 ITS OWN FINAL LINE.                      *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO MONRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CALENDAR-MASTER-IN
               ASSIGN TO CALMAST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALMAST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXEC-CONTROL-IN
           RECORDING MODE IS F.
       01  EXEC-CONTROL-IN-REC         PIC X(57).

       FD  RUN-STATE-IN
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  MONITOR-REPORT-OUT-REC      PIC X(132).

       FD  CALENDAR-MASTER-IN
           RECORDING MODE IS F.
       01  CALENDAR-MASTER-IN-REC      PIC X(17).

       WORKING-STORAGE SECTION.
       COPY EXECCTL.
       COPY RUNSTAMP.
       COPY RPTHDFT.
       COPY CALMAST.
       COPY RUNFREQ.

       01  WS-STATE-FILE-STATUS        PIC X(02).
       01  WS-WORK-FILE-STATUS         PIC X(02).
       01  WS-RUN-COUNT                PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-DONE-COUNT               PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-FAIL-COUNT               PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-NOTSCHED-COUNT           PIC 9(03) COMP-3 VALUE ZERO.

       01  WS-RPT-DATE                 PIC X(10).

           PERFORM 8000-STAMP-TO-SECONDS
               THRU 8000-EXIT.
           MOVE WS-STAMP-SECONDS       TO WS-NOW-SECONDS.

           PERFORM 1300-BUILD-RUN-CALENDAR
               THRU 1300-EXIT.
       1000-EXIT.
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
      * LOADS THE CYCLE'S CONTROL DECK.  EVERY CARD STARTS AS    *
      * WAITING UNTIL A STATE ROW OR A RUNNING MARK SAYS BETTER, *
      * EXCEPT A CARD WHOSE RUN FREQUENCY DOES NOT FALL DUE      *
      * TODAY - IT IS NOT SCHEDULED, NEVER WAITS, AND ADDS       *
      * NOTHING TO THE PROJECTED END TIME.                       *
      *----------------------------------------------------------*
       2000-LOAD-CONTROL-DECK.
           OPEN INPUT EXEC-CONTROL-IN.
                           TO WS-CD-AVERAGE(WS-CARD-COUNT)
                       MOVE "N"
                           TO WS-CD-AVG-SW(WS-CARD-COUNT)
                       PERFORM 2200-CHECK-CARD-DUE
                           THRU 2200-EXIT
                       IF RF-CARD-NOT-DUE
                           MOVE "NOT SCHD"
                               TO WS-CD-STATE(WS-CARD-COUNT)
                       END-IF
                   END-IF
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * IS THE CARD DUE ON THE RUN DATE?  D OR BLANK IS DUE      *
      * EVERY RUN; F AND L ON THE MONTH'S FIRST AND LAST         *
      * BUSINESS DAY; Q ON THE LAST BUSINESS DAY OF MARCH, JUNE, *
      * SEPTEMBER AND DECEMBER; W WHEN THE RUN DATE FALLS ON     *
      * THE CARD'S WEEKDAY.  AN UNKNOWN CODE, OR W WITHOUT A     *
      * WEEKDAY OF 1 TO 7, IS FLAGGED INVALID AND LEFT DUE.      *
      *----------------------------------------------------------*
       2200-CHECK-CARD-DUE.
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
       2200-EXIT.
           EXIT.


      *----------------------------------------------------------*
      * ROLLS THE HISTORICAL STEP-TIME FILE INTO A PER-PROGRAM   *
      * TOTAL AND RUN COUNT, THEN SETS EACH CARD'S AVERAGE.      *
                   MOVE "BYPASSED" TO WS-CD-STATE(WS-SUBSCRIPT)
               WHEN "SKIPPED"
                   MOVE "SKIPPED " TO WS-CD-STATE(WS-SUBSCRIPT)
               WHEN "NOTSCHED"
                   MOVE "NOT SCHD" TO WS-CD-STATE(WS-SUBSCRIPT)
               WHEN OTHER
                   MOVE "FAILED  " TO WS-CD-STATE(WS-SUBSCRIPT)
           END-EVALUATE.
           MOVE WS-FAIL-COUNT          TO RPT-FN-COUNT.
           WRITE MONITOR-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "NOT SCHEDULED TODAY...." TO RPT-FN-LABEL.
           MOVE WS-NOTSCHED-COUNT      TO RPT-FN-COUNT.
           WRITE MONITOR-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE RPT-PAGE-COUNT         TO RPT-F-PAGE-NO.
           WRITE MONITOR-REPORT-OUT-REC FROM RPT-FOOTER-LINE.

                   END-IF
               WHEN "FAILED  "
                   ADD 1 TO WS-FAIL-COUNT
               WHEN "NOT SCHD"
                   ADD 1 TO WS-NOTSCHED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-DONE-COUNT
           END-EVALUATE.
               " - WAITING=" WS-WAIT-COUNT
               " RUNNING=" WS-RUN-COUNT
               " SETTLED=" WS-DONE-COUNT
               " FAILED=" WS-FAIL-COUNT
               " NOTSCHED=" WS-NOTSCHED-COUNT.
           MOVE 0 TO RETURN-CODE.
       9000-EXIT.
           EXIT.
