      *                 CARDS CAN NEVER BECOME READY (A CIRCULAR    *
      *                 DEPENDENCY) IS CLOSED OUT WITH THOSE CARDS  *
      *                 SKIPPED AND FLAGGED.                        *
      * 2026-10-15  DH  EACH CONTROL CARD NOW CARRIES A RUN      *
      *                 FREQUENCY (DAILY, FIRST OR LAST BUSINESS *
      *                 DAY OF THE MONTH, QUARTER-END, OR ONE    *
      *                 WEEKDAY) JUDGED AGAINST THE CALENDAR     *
      *                 MASTER.  A STEP NOT DUE TODAY SETTLES AS *
      *                 NOT SCHEDULED RATHER THAN SKIPPED, DOES  *
      *                 NOT HOLD ITS DEPENDENTS, AND IS COUNTED  *
      *                 IN THE CONTROL TOTAL.  THE MONTH-END     *
      *                 ACCRUAL, CLOSE-CHECKLIST AND LATE-FEE    *
      *                 PROGRAMS JOIN THE DISPATCH TABLE.        *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIME-FILE-STATUS.

           SELECT CALENDAR-MASTER-IN
               ASSIGN TO CALMAST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALMAST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXEC-CONTROL-IN
           RECORDING MODE IS F.
       01  EXEC-CONTROL-IN-REC          PIC X(57).

       FD  EXEC-REPORT-OUT
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  STEP-TIME-OUT-REC            PIC X(85).

       FD  CALENDAR-MASTER-IN
           RECORDING MODE IS F.
       01  CALENDAR-MASTER-IN-REC       PIC X(17).

       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                    PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                   VALUE "Y".
       01  WS-REJECT-COUNT              PIC 9(04) COMP VALUE ZERO.
       01  WS-SKIP-COUNT                PIC 9(04) COMP VALUE ZERO.
       01  WS-BYPASS-COUNT              PIC 9(04) COMP VALUE ZERO.
       01  WS-NOTSCHED-COUNT            PIC 9(04) COMP VALUE ZERO.

       01  WS-STATE-FILE-STATUS         PIC X(02).
       01  WS-STATE-EOF-SW              PIC X(01) VALUE "N".
               10  WS-CD-DESCRIPTION    PIC X(40).
               10  WS-CD-PREDECESSOR    PIC 9(03).
               10  WS-CD-ONFAIL         PIC X(01).
               10  WS-CD-FREQUENCY      PIC X(01).
               10  WS-CD-WEEKDAY        PIC X(01).
               10  WS-CD-STATE          PIC X(09).

       01  WS-CARD-SUB                  PIC 9(03) COMP VALUE ZERO.
       COPY CALCLNK.
       COPY CTLTOTAL.
       COPY RUNSTAMP.
       COPY CALMAST.
       COPY RUNFREQ.

       01  WS-STEP-STATUS               PIC X(09) VALUE SPACES.

           PERFORM 1400-LOAD-DISPATCH-WIDTH
               THRU 1400-EXIT.

           PERFORM 1600-BUILD-RUN-CALENDAR
               THRU 1600-EXIT.

           PERFORM 2100-READ-CONTROL-RECORD
               THRU 2100-EXIT.
           PERFORM 1500-LOAD-ONE-CARD
               END-IF
               MOVE EC-ONFAIL-ACTION
                   TO WS-CD-ONFAIL(WS-CARD-COUNT)
               MOVE EC-RUN-FREQUENCY
                   TO WS-CD-FREQUENCY(WS-CARD-COUNT)
               MOVE EC-RUN-WEEKDAY
                   TO WS-CD-WEEKDAY(WS-CARD-COUNT)
               MOVE "PENDING"
                   TO WS-CD-STATE(WS-CARD-COUNT)
           ELSE
       1500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * BUILDS THE RUN MONTH'S BUSINESS-DAY PICTURE FOR THE      *
      * RUN-FREQUENCY TEST: EVERY DAY DEFAULTS FROM ITS WEEKDAY  *
      * (MONDAY TO FRIDAY ARE BUSINESS DAYS), A CALENDAR MASTER  *
      * ROW FOR THE DATE OVERRIDES THE DEFAULT, AND THE FIRST    *
      * AND LAST BUSINESS DAYS OF THE MONTH ARE THEN FOUND.      *
      * INTEGER-OF-DATE DAY 1 (1601-01-01) WAS A MONDAY.         *
      *----------------------------------------------------------*
       1600-BUILD-RUN-CALENDAR.
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

           PERFORM 1610-DEFAULT-DAY-TYPE
               THRU 1610-EXIT
               VARYING RF-DAY-SUB FROM 1 BY 1
               UNTIL RF-DAY-SUB > RF-MONTH-DAYS.

           PERFORM 1620-LOAD-CALENDAR-MONTH
               THRU 1620-EXIT.

           MOVE ZERO TO RF-FIRST-BUS-DAY RF-LAST-BUS-DAY.
           PERFORM 1640-FIND-BUS-DAY-BOUNDS
               THRU 1640-EXIT
               VARYING RF-DAY-SUB FROM 1 BY 1
               UNTIL RF-DAY-SUB > RF-MONTH-DAYS.
       1600-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1610-DEFAULT-DAY-TYPE.
           COMPUTE RF-WEEKDAY-WORK =
               FUNCTION MOD(RF-MONTH-START-INT + RF-DAY-SUB - 2, 7)
               + 1.
           IF RF-WEEKDAY-WORK < 6
               MOVE "B" TO RF-DAY-TYPE(RF-DAY-SUB)
           ELSE
               MOVE "N" TO RF-DAY-TYPE(RF-DAY-SUB)
           END-IF.
       1610-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * NO CALENDAR MASTER LEAVES THE WEEKDAY DEFAULTS IN PLACE. *
      *----------------------------------------------------------*
       1620-LOAD-CALENDAR-MONTH.
           OPEN INPUT CALENDAR-MASTER-IN.
           IF WS-CALMAST-FILE-STATUS = "35"
               GO TO 1620-EXIT
           END-IF.
           PERFORM 1630-SCAN-CALENDAR-ROW
               THRU 1630-EXIT
               UNTIL WS-CALMAST-EOF.
           CLOSE CALENDAR-MASTER-IN.
       1620-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1630-SCAN-CALENDAR-ROW.
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
       1630-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1640-FIND-BUS-DAY-BOUNDS.
           IF RF-DAY-TYPE(RF-DAY-SUB) = "B"
               IF RF-FIRST-BUS-DAY = ZERO
                   MOVE RF-DAY-SUB      TO RF-FIRST-BUS-DAY
               END-IF
               MOVE RF-DAY-SUB          TO RF-LAST-BUS-DAY
           END-IF.
       1640-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * READS THE RUN-STATE FILE LEFT BY THE PRIOR ATTEMPT.      *
      * ONLY ROWS STAMPED WITH TONIGHT'S DATE COUNT - A STATE    *
                           TO WS-PR-STATUS(WS-PRIOR-COUNT)
                       IF ES-STATUS NOT = "COMPLETE"
                           AND ES-STATUS NOT = "BYPASSED"
                           AND ES-STATUS NOT = "NOTSCHED"
                           SET WS-PRIOR-INCOMPLETE TO TRUE
                       END-IF
                   END-IF

      *----------------------------------------------------------*
      * DECIDES WHAT ONE PENDING CARD DOES THIS WAVE: SETTLE AS  *
      * NOT SCHEDULED, SKIPPED OR BYPASSED, DISPATCH, OR HOLD    *
      * FOR A LATER WAVE.  A CARD WHOSE RUN FREQUENCY DOES NOT   *
      * FALL DUE TODAY SETTLES AS NOT SCHEDULED - IT WAS NEVER   *
      * MEANT TO RUN, SO IT IS NOT A SKIP AND DOES NOT PAGE.     *
      *----------------------------------------------------------*
       2410-CONSIDER-ONE-CARD.
           IF WS-CD-STATE(WS-CARD-SUB) NOT = "PENDING"
           MOVE WS-CD-DESCRIPTION(WS-CARD-SUB) TO EC-DESCRIPTION.
           MOVE WS-CD-PREDECESSOR(WS-CARD-SUB) TO EC-PREDECESSOR.
           MOVE WS-CD-ONFAIL(WS-CARD-SUB)      TO EC-ONFAIL-ACTION.
           MOVE WS-CD-FREQUENCY(WS-CARD-SUB)   TO EC-RUN-FREQUENCY.
           MOVE WS-CD-WEEKDAY(WS-CARD-SUB)     TO EC-RUN-WEEKDAY.

           PERFORM 2210-CHECK-PRIOR-STATE
               THRU 2210-EXIT.

           PERFORM 2420-CHECK-CARD-DUE
               THRU 2420-EXIT.
           IF RF-FREQUENCY-INVALID
               DISPLAY "ABCEXEC **** STEP " EC-SEQUENCE
                   " RUN FREQUENCY " EC-RUN-FREQUENCY
                   EC-RUN-WEEKDAY " INVALID - RUN AS DAILY ****"
           END-IF.

           EVALUATE TRUE
               WHEN RF-CARD-NOT-DUE
                   MOVE "N" TO WS-CARD-ACTION
               WHEN WS-STOP-CYCLE
                   MOVE "S" TO WS-CARD-ACTION
               WHEN WS-RESUME-MODE
               WHEN "SKIPPED"
                   MOVE "SKIPPED  "
                       TO WS-CD-STATE(WS-CARD-SUB)
               WHEN "NOT SCHED"
                   MOVE "NOT SCHED"
                       TO WS-CD-STATE(WS-CARD-SUB)
               WHEN OTHER
                   MOVE "REJECTED "
                       TO WS-CD-STATE(WS-CARD-SUB)
           EXIT.

      *----------------------------------------------------------*
      * IS THE CARD DUE ON THE RUN DATE?  D OR BLANK IS DUE      *
      * EVERY RUN; F AND L ON THE MONTH'S FIRST AND LAST         *
      * BUSINESS DAY; Q ON THE LAST BUSINESS DAY OF MARCH, JUNE, *
      * SEPTEMBER AND DECEMBER; W WHEN THE RUN DATE FALLS ON     *
      * THE CARD'S WEEKDAY.  AN UNKNOWN CODE, OR W WITHOUT A     *
      * WEEKDAY OF 1 TO 7, IS FLAGGED INVALID AND LEFT DUE.      *
      *----------------------------------------------------------*
       2420-CHECK-CARD-DUE.
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
       2420-EXIT.
           EXIT.


      *----------------------------------------------------------*
      * THE PREDECESSOR'S STATE DECIDES: COMPLETE, BYPASSED OR   *
      * NOT SCHEDULED TODAY MAKES THIS CARD READY, A FAILED OR   *
      * SKIPPED PREDECESSOR SKIPS IT NOW, AND A PENDING ONE      *
      * HOLDS IT FOR A LATER WAVE.  A PREDECESSOR NOT ON THE     *
      * DECK CAN NEVER COMPLETE, SO THE CARD SKIPS.              *
      *----------------------------------------------------------*
       2430-CHECK-PREDECESSOR.
           MOVE SPACES TO WS-PRED-STATE.
           EVALUATE WS-PRED-STATE
               WHEN "COMPLETED"
               WHEN "BYPASSED "
               WHEN "NOT SCHED"
                   MOVE "R" TO WS-CARD-ACTION
               WHEN "PENDING  "
                   MOVE "H" TO WS-CARD-ACTION
               WHEN WS-CARD-ACTION = "B"
                   MOVE "BYPASSED" TO WS-STEP-STATUS
                   ADD 1 TO WS-BYPASS-COUNT
               WHEN WS-CARD-ACTION = "N"
                   MOVE "NOT SCHED" TO WS-STEP-STATUS
                   ADD 1 TO WS-NOTSCHED-COUNT
               WHEN WS-CARD-ACTION = "P"
                   MOVE "SKIPPED" TO WS-STEP-STATUS
                   ADD 1 TO WS-SKIP-COUNT
                   WHEN "SKIPPED"
                       MOVE "SKIPPED"
                           TO WS-ST-STATUS(WS-STATE-COUNT)
                   WHEN "NOT SCHED"
                       MOVE "NOTSCHED"
                           TO WS-ST-STATUS(WS-STATE-COUNT)
                   WHEN OTHER
                       MOVE "REJECTED"
                           TO WS-ST-STATUS(WS-STATE-COUNT)
      * DISPATCHES BY PROGRAM-ID TO THE MATCHING ABCNNNA MODULE. *
      * THE SEVEN DIRECT-FILE BATCH PROGRAMS TAKE NO PARAMETERS -*
      * THEY READ THEIR OWN TRANSACTION FILE, ALLOCATED TO THIS  *
      * STEP UNDER THEIR USUAL DD NAMES.  SO DO THE MONTH-END    *
      * ACCRUAL, CLOSE-CHECKLIST AND LATE-FEE PROGRAMS, WHOSE    *
      * CARDS USUALLY CARRY AN F OR L RUN FREQUENCY.  THE        *
      * THIRTEEN CONSOLE CALCULATORS ARE CALLED WITH LK-INDATA   *
      * SET TO SPACES SO EACH ONE FALLS INTO ITS OWN BATCH-RUN   *
      * PARAGRAPH AGAINST ITS OWN TRANSACTION FILE, EXACTLY AS   *
      * IF IT HAD BEEN RUN AS ITS OWN JCL STEP.                  *
      *----------------------------------------------------------*
       3000-CALL-PROGRAM.
           MOVE "COMPLETED" TO WS-STEP-STATUS.
                   CALL "ABC153A"
               WHEN "ABC154A"
                   CALL "ABC154A"
               WHEN "ABCACCR"
                   CALL "ABCACCR"
               WHEN "ABCMCLOS"
                   CALL "ABCMCLOS"
               WHEN "ABCLATE"
                   CALL "ABCLATE"
               WHEN "ABC110A"
                   CALL "ABC110A" USING LK-INDATA LK-RESULT LK-REJECT-SW
               WHEN "ABC113A"
      *----------------------------------------------------------*
       9050-CONTROL-TOTAL-CHECK.
           IF WS-STEP-COUNT = WS-CT-PROCESSED-COUNT + WS-REJECT-COUNT
               + WS-SKIP-COUNT + WS-BYPASS-COUNT + WS-NOTSCHED-COUNT
               SET WS-CT-IN-BALANCE TO TRUE
           ELSE
               SET WS-CT-OUT-OF-BALANCE TO TRUE
               " COMPLETED=" WS-CT-PROCESSED-COUNT
               " REJECTED=" WS-REJECT-COUNT
               " SKIPPED=" WS-SKIP-COUNT
               " BYPASSED=" WS-BYPASS-COUNT
               " NOTSCHED=" WS-NOTSCHED-COUNT.

           IF WS-CT-OUT-OF-BALANCE
               DISPLAY
