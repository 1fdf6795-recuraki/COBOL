       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCRECUR.
       AUTHOR. D HARLOW.
       INSTALLATION. DL100 BATCH SERVICES.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 2026-10-15  DH  NEW PROGRAM.  DAILY RECURRING-BILLING    *
      *                 GENERATOR.  ON A BUSINESS DAY OF THE     *
      *                 CALENDAR MASTER, EVERY ACTIVE SCHEDULE   *
      *                 ON RECURKSD WHOSE NEXT DUE DATE HAS      *
      *                 ARRIVED IS WRITTEN IN DISPATCHER LAYOUT  *
      *                 TO RECURDSP FOR THE NIGHTLY DISPATCH     *
      *                 STEP, UNLESS A SKIP CARD PASSES IT BY,   *
      *                 AND ITS NEXT DUE DATE IS ADVANCED BY ITS *
      *                 FREQUENCY.  A SCHEDULE PAST ITS END DATE *
      *                 IS MARKED ENDED.  EVERY OCCURRENCE       *
      *                 GENERATED OR SKIPPED IS LISTED ON THE    *
      *                 REGISTER.                                *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-MASTER-IN
               ASSIGN TO CALMAST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALMAST-FILE-STATUS.

           SELECT SCHEDULE-KSD
               ASSIGN TO RECURKSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCS-SCHEDULE-KEY
               FILE STATUS IS WS-RECURKSD-FILE-STATUS.

           SELECT RECUR-DISPATCH-OUT
               ASSIGN TO RECURDSP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECURDSP-FILE-STATUS.

           SELECT REGISTER-REPORT-OUT
               ASSIGN TO RECURRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-MASTER-IN
           RECORDING MODE IS F.
       01  CALENDAR-MASTER-IN-REC      PIC X(17).

       FD  SCHEDULE-KSD.
       COPY RECURKSD.

       FD  RECUR-DISPATCH-OUT
           RECORDING MODE IS F.
       01  RECUR-DISPATCH-OUT-REC.
           05  RD-PROGRAM-ID           PIC X(08).
           05  RD-INPUT-DATA           PIC X(100).

       FD  REGISTER-REPORT-OUT
           RECORDING MODE IS F.
       01  REGISTER-REPORT-OUT-REC     PIC X(132).

       WORKING-STORAGE SECTION.
       COPY RUNSTAMP.
       COPY RPTHDFT.
       COPY CALMAST.
       01  WS-RECURKSD-FILE-STATUS     PIC X(02).
       01  WS-RECURDSP-FILE-STATUS     PIC X(02).

       01  WS-BROWSE-EOF-SW            PIC X(01) VALUE "N".
           88  WS-BROWSE-EOF                   VALUE "Y".
       01  WS-UPDATE-FAILED-SW         PIC X(01) VALUE "N".
           88  WS-UPDATE-FAILED                VALUE "Y".
       01  WS-FILES-OPEN-SW            PIC X(01) VALUE "N".
           88  WS-FILES-OPEN                   VALUE "Y".
       01  WS-DISPATCH-OPEN-SW         PIC X(01) VALUE "N".
           88  WS-DISPATCH-OPEN                VALUE "Y".
       01  WS-DAY-TYPE                 PIC X(01) VALUE "B".
           88  WS-BUSINESS-DAY                 VALUE "B".
       01  WS-SCHEDULE-CHANGED-SW      PIC X(01) VALUE "N".
           88  WS-SCHEDULE-CHANGED             VALUE "Y".

      *----------------------------------------------------------*
      * DATE ARITHMETIC FOR ADVANCING A NEXT DUE DATE.  A WEEKLY *
      * SCHEDULE MOVES ON SEVEN DAYS; THE OTHERS MOVE ON WHOLE   *
      * MONTHS TO THE ANCHOR DAY, OR TO THE LAST DAY OF A MONTH  *
      * TOO SHORT TO HAVE IT.                                    *
      *----------------------------------------------------------*
       01  WS-DATE-NUM                 PIC 9(08).
       01  WS-DATE-PARTS REDEFINES WS-DATE-NUM.
           05  WS-DP-YEAR              PIC 9(04).
           05  WS-DP-MONTH             PIC 9(02).
           05  WS-DP-DAY               PIC 9(02).
       01  WS-DATE-INTEGER             PIC 9(09) COMP VALUE ZERO.
       01  WS-MONTHS-TO-ADD            PIC 9(02) COMP VALUE ZERO.
       01  WS-MONTH-WORK               PIC 9(04) COMP VALUE ZERO.
       01  WS-NEW-YEAR                 PIC 9(04) VALUE ZERO.
       01  WS-NEW-MONTH                PIC 9(02) VALUE ZERO.
       01  WS-MONTH-LAST-DAY           PIC 9(02) VALUE ZERO.
       01  WS-OCCURRENCE-LIMIT         PIC 9(03) COMP VALUE 60.
       01  WS-OCCURRENCE-SUB           PIC 9(03) COMP VALUE ZERO.

       01  WS-SCHEDULE-COUNT           PIC 9(08) COMP VALUE ZERO.
       01  WS-DUE-COUNT                PIC 9(08) COMP VALUE ZERO.
       01  WS-GENERATED-COUNT          PIC 9(08) COMP VALUE ZERO.
       01  WS-SKIPPED-COUNT            PIC 9(08) COMP VALUE ZERO.
       01  WS-ENDED-COUNT              PIC 9(08) COMP VALUE ZERO.

       01  WS-RPT-DATE                 PIC X(10).

       01  WS-HEADER-LINE.
           05  FILLER                  PIC X(12) VALUE "SCHEDULE".
           05  FILLER                  PIC X(10) VALUE "PROGRAM".
           05  FILLER                  PIC X(06) VALUE "FREQ".
           05  FILLER                  PIC X(10) VALUE "DUE DATE".
           05  FILLER                  PIC X(12) VALUE "DISPOSITION".
           05  FILLER                  PIC X(82) VALUE "INPUT DATA".

       01  WS-DETAIL-LINE.
           05  WS-D-CUSTOMER-ID        PIC X(06).
           05  FILLER                  PIC X(01) VALUE "-".
           05  WS-D-SCHEDULE-NO        PIC X(02).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-D-PROGRAM-ID         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-FREQUENCY          PIC X(01).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  WS-D-DUE-DATE           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-DISPOSITION        PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-INPUT-DATA         PIC X(60).
           05  FILLER                  PIC X(22) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-PROCESS-SCHEDULE
               THRU 2000-EXIT
               UNTIL WS-BROWSE-EOF.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           GOBACK.

      *----------------------------------------------------------*
      * NOTHING IS GENERATED ON A WEEKEND OR HOLIDAY; WHAT FALLS *
      * DUE THEN IS PICKED UP BY THE NEXT BUSINESS DAY'S RUN.    *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT REGISTER-REPORT-OUT.

           MOVE FUNCTION CURRENT-DATE TO WS-RUNSTAMP-CURRENT-DATE.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:14) TO WS-RUN-ID.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:8)  TO WS-RUN-DATE.

           MOVE "RECURRING BILLING REGISTER" TO RPT-ST-TEXT.
           STRING WS-RUN-DATE(5:2) "/" WS-RUN-DATE(7:2) "/"
               WS-RUN-DATE(1:4)
               DELIMITED BY SIZE INTO WS-RPT-DATE.

           PERFORM 1100-WRITE-PAGE-HEADERS
               THRU 1100-EXIT.

           PERFORM 1200-CHECK-BUSINESS-DAY
               THRU 1200-EXIT.
           IF NOT WS-BUSINESS-DAY
               DISPLAY "ABCRECUR " WS-RUN-DATE
                   " IS NOT A BUSINESS DAY - NOTHING GENERATED"
               SET WS-BROWSE-EOF       TO TRUE
               GO TO 1000-EXIT
           END-IF.

           OPEN I-O SCHEDULE-KSD.
           IF WS-RECURKSD-FILE-STATUS = "35"
               DISPLAY "ABCRECUR NO SCHEDULE MASTER - "
                   "NOTHING GENERATED"
               SET WS-BROWSE-EOF       TO TRUE
               GO TO 1000-EXIT
           END-IF.
           IF WS-RECURKSD-FILE-STATUS NOT = "00"
               DISPLAY "ABCRECUR **** SCHEDULE MASTER NOT AVAILABLE "
                   "- STATUS " WS-RECURKSD-FILE-STATUS " ****"
               SET WS-UPDATE-FAILED    TO TRUE
               SET WS-BROWSE-EOF       TO TRUE
               GO TO 1000-EXIT
           END-IF.
           SET WS-FILES-OPEN           TO TRUE.

           MOVE LOW-VALUES             TO RCS-SCHEDULE-KEY.
           START SCHEDULE-KSD
               KEY IS NOT LESS THAN RCS-SCHEDULE-KEY
               INVALID KEY
                   SET WS-BROWSE-EOF TO TRUE
           END-START.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1100-WRITE-PAGE-HEADERS.
           ADD 1 TO RPT-PAGE-COUNT.
           MOVE WS-RPT-DATE            TO RPT-DL-RUN-DATE.

           WRITE REGISTER-REPORT-OUT-REC FROM RPT-TITLE-LINE.
           WRITE REGISTER-REPORT-OUT-REC FROM RPT-SUBTITLE-LINE.
           WRITE REGISTER-REPORT-OUT-REC FROM RPT-DATE-LINE.
           MOVE SPACES                 TO REGISTER-REPORT-OUT-REC.
           WRITE REGISTER-REPORT-OUT-REC.
           WRITE REGISTER-REPORT-OUT-REC FROM WS-HEADER-LINE.
           MOVE SPACES                 TO REGISTER-REPORT-OUT-REC.
           WRITE REGISTER-REPORT-OUT-REC.

           MOVE 6                      TO RPT-LINE-COUNT.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A DATE WITH NO CALENDAR ROW IS TAKEN AS A BUSINESS DAY,  *
      * SO A MISSING CALENDAR CANNOT STOP THE BILLING.           *
      *----------------------------------------------------------*
       1200-CHECK-BUSINESS-DAY.
           OPEN INPUT CALENDAR-MASTER-IN.
           IF WS-CALMAST-FILE-STATUS = "35"
               GO TO 1200-EXIT
           END-IF.
           MOVE "N" TO WS-CALMAST-EOF-SW.
           PERFORM 1210-SCAN-CALENDAR-ROW
               THRU 1210-EXIT
               UNTIL WS-CALMAST-EOF.
           CLOSE CALENDAR-MASTER-IN.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1210-SCAN-CALENDAR-ROW.
           READ CALENDAR-MASTER-IN INTO CALENDAR-MASTER-RECORD
               AT END
                   SET WS-CALMAST-EOF TO TRUE
               NOT AT END
                   IF CA-DATE = WS-RUN-DATE
                       AND CA-DAY-TYPE NOT = SPACE
                       MOVE CA-DAY-TYPE TO WS-DAY-TYPE
                   END-IF
           END-READ.
       1210-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE SCHEDULE: EVERY OCCURRENCE DUE ON OR BEFORE TODAY IS *
      * GENERATED OR SKIPPED IN TURN, SO A SCHEDULE THAT FELL    *
      * DUE OVER A WEEKEND OR HOLIDAY IS CAUGHT UP.  THE ROW IS  *
      * REWRITTEN ONLY WHEN SOMETHING ON IT CHANGED, SO A RERUN  *
      * ON THE SAME DAY GENERATES NOTHING TWICE.                 *
      *----------------------------------------------------------*
       2000-PROCESS-SCHEDULE.
           READ SCHEDULE-KSD NEXT RECORD
               AT END
                   SET WS-BROWSE-EOF TO TRUE
           END-READ.

           IF WS-BROWSE-EOF
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-SCHEDULE-COUNT.
           IF NOT RCS-SCHEDULE-ACTIVE
               GO TO 2000-EXIT
           END-IF.

           MOVE "N" TO WS-SCHEDULE-CHANGED-SW.
           MOVE ZERO                   TO WS-OCCURRENCE-SUB.
           PERFORM 2100-PROCESS-OCCURRENCE
               THRU 2100-EXIT
               UNTIL RCS-NEXT-DUE-DATE > WS-RUN-DATE
               OR NOT RCS-SCHEDULE-ACTIVE
               OR WS-OCCURRENCE-SUB >= WS-OCCURRENCE-LIMIT.

           IF RCS-SCHEDULE-ACTIVE
               AND RCS-END-DATE NOT = SPACES
               AND RCS-NEXT-DUE-DATE > RCS-END-DATE
               PERFORM 2300-END-SCHEDULE
                   THRU 2300-EXIT
           END-IF.

           IF NOT WS-SCHEDULE-CHANGED
               GO TO 2000-EXIT
           END-IF.

           REWRITE RECURRING-SCHEDULE-RECORD.
           IF WS-RECURKSD-FILE-STATUS NOT = "00"
               SET WS-UPDATE-FAILED    TO TRUE
               DISPLAY "ABCRECUR **** SCHEDULE " RCS-CUSTOMER-ID
                   "-" RCS-SCHEDULE-NO " NOT UPDATED - STATUS "
                   WS-RECURKSD-FILE-STATUS " ****"
           END-IF.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE DUE OCCURRENCE.  AN OCCURRENCE AFTER THE END DATE IS *
      * NEVER BILLED - THE SCHEDULE ENDS INSTEAD.  OTHERWISE A   *
      * PENDING SKIP PASSES IT BY, OR IT IS WRITTEN FOR THE      *
      * DISPATCHER; EITHER WAY THE NEXT DUE DATE MOVES ON.  ONE  *
      * THAT CANNOT BE WRITTEN STAYS DUE FOR THE NEXT RUN.       *
      *----------------------------------------------------------*
       2100-PROCESS-OCCURRENCE.
           ADD 1 TO WS-OCCURRENCE-SUB.
           SET WS-SCHEDULE-CHANGED     TO TRUE.

           IF RCS-END-DATE NOT = SPACES
               AND RCS-NEXT-DUE-DATE > RCS-END-DATE
               PERFORM 2300-END-SCHEDULE
                   THRU 2300-EXIT
               GO TO 2100-EXIT
           END-IF.

           ADD 1 TO WS-DUE-COUNT.
           MOVE RCS-NEXT-DUE-DATE      TO WS-D-DUE-DATE.
           IF RCS-SKIP-COUNT > ZERO
               SUBTRACT 1 FROM RCS-SKIP-COUNT
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE "SKIPPED"          TO WS-D-DISPOSITION
           ELSE
               PERFORM 2200-WRITE-DISPATCH
                   THRU 2200-EXIT
           END-IF.
           PERFORM 7000-WRITE-REGISTER-LINE
               THRU 7000-EXIT.
           IF WS-D-DISPOSITION = "NOT WRITTN"
               MOVE WS-OCCURRENCE-LIMIT TO WS-OCCURRENCE-SUB
               GO TO 2100-EXIT
           END-IF.

           PERFORM 3000-ADVANCE-DUE-DATE
               THRU 3000-EXIT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE ACCUMULATOR IS APPENDED TO, SO OCCURRENCES NOT YET   *
      * DISPATCHED BY AN EARLIER RUN ARE NOT LOST.               *
      *----------------------------------------------------------*
       2200-WRITE-DISPATCH.
           IF NOT WS-DISPATCH-OPEN
               OPEN EXTEND RECUR-DISPATCH-OUT
               IF WS-RECURDSP-FILE-STATUS = "35"
                   OPEN OUTPUT RECUR-DISPATCH-OUT
               END-IF
               SET WS-DISPATCH-OPEN    TO TRUE
           END-IF.

           MOVE RCS-PROGRAM-ID         TO RD-PROGRAM-ID.
           MOVE RCS-INPUT-DATA         TO RD-INPUT-DATA.
           WRITE RECUR-DISPATCH-OUT-REC.
           IF WS-RECURDSP-FILE-STATUS NOT = "00"
               SET WS-UPDATE-FAILED    TO TRUE
               MOVE "NOT WRITTN"       TO WS-D-DISPOSITION
               DISPLAY "ABCRECUR **** SCHEDULE " RCS-CUSTOMER-ID
                   "-" RCS-SCHEDULE-NO " NOT GENERATED - STATUS "
                   WS-RECURDSP-FILE-STATUS " ****"
               GO TO 2200-EXIT
           END-IF.

           ADD 1 TO WS-GENERATED-COUNT.
           ADD 1 TO RCS-GEN-COUNT.
           MOVE WS-RUN-DATE            TO RCS-LAST-GEN-DATE.
           MOVE "GENERATED"            TO WS-D-DISPOSITION.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2300-END-SCHEDULE.
           MOVE "E"                    TO RCS-STATUS.
           MOVE WS-RUN-DATE            TO RCS-STATUS-DATE.
           SET WS-SCHEDULE-CHANGED     TO TRUE.
           ADD 1 TO WS-ENDED-COUNT.
           MOVE RCS-NEXT-DUE-DATE      TO WS-D-DUE-DATE.
           MOVE "ENDED"                TO WS-D-DISPOSITION.
           PERFORM 7000-WRITE-REGISTER-LINE
               THRU 7000-EXIT.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * MOVES RCS-NEXT-DUE-DATE ON BY ONE PERIOD.                *
      *----------------------------------------------------------*
       3000-ADVANCE-DUE-DATE.
           MOVE RCS-NEXT-DUE-DATE      TO WS-DATE-NUM.

           IF RCS-WEEKLY
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + 7
               COMPUTE WS-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               MOVE WS-DATE-NUM        TO RCS-NEXT-DUE-DATE
               GO TO 3000-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN RCS-MONTHLY
                   MOVE 1              TO WS-MONTHS-TO-ADD
               WHEN RCS-QUARTERLY
                   MOVE 3              TO WS-MONTHS-TO-ADD
               WHEN OTHER
                   MOVE 12             TO WS-MONTHS-TO-ADD
           END-EVALUATE.

           COMPUTE WS-MONTH-WORK = WS-DP-MONTH + WS-MONTHS-TO-ADD.
           MOVE WS-DP-YEAR             TO WS-NEW-YEAR.
           IF WS-MONTH-WORK > 12
               SUBTRACT 12 FROM WS-MONTH-WORK
               ADD 1 TO WS-NEW-YEAR
           END-IF.
           MOVE WS-MONTH-WORK          TO WS-NEW-MONTH.

           PERFORM 3100-FIND-MONTH-END
               THRU 3100-EXIT.

           MOVE WS-NEW-YEAR            TO WS-DP-YEAR.
           MOVE WS-NEW-MONTH           TO WS-DP-MONTH.
           IF RCS-ANCHOR-DAY > WS-MONTH-LAST-DAY
               MOVE WS-MONTH-LAST-DAY  TO WS-DP-DAY
           ELSE
               MOVE RCS-ANCHOR-DAY     TO WS-DP-DAY
           END-IF.
           MOVE WS-DATE-NUM            TO RCS-NEXT-DUE-DATE.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE LAST DAY OF WS-NEW-MONTH IS THE DAY BEFORE THE FIRST *
      * OF THE MONTH AFTER IT.                                   *
      *----------------------------------------------------------*
       3100-FIND-MONTH-END.
           MOVE WS-NEW-YEAR            TO WS-DP-YEAR.
           MOVE WS-NEW-MONTH           TO WS-DP-MONTH.
           MOVE 1                      TO WS-DP-DAY.
           IF WS-DP-MONTH = 12
               MOVE 1                  TO WS-DP-MONTH
               ADD 1 TO WS-DP-YEAR
           ELSE
               ADD 1 TO WS-DP-MONTH
           END-IF.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1.
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
           MOVE WS-DP-DAY              TO WS-MONTH-LAST-DAY.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       7000-WRITE-REGISTER-LINE.
           IF RPT-LINE-COUNT >= RPT-MAX-LINES-PER-PAGE
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE REGISTER-REPORT-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 1100-WRITE-PAGE-HEADERS
                   THRU 1100-EXIT
           END-IF.

           MOVE RCS-CUSTOMER-ID        TO WS-D-CUSTOMER-ID.
           MOVE RCS-SCHEDULE-NO        TO WS-D-SCHEDULE-NO.
           MOVE RCS-PROGRAM-ID         TO WS-D-PROGRAM-ID.
           MOVE RCS-FREQUENCY          TO WS-D-FREQUENCY.
           MOVE RCS-INPUT-DATA         TO WS-D-INPUT-DATA.
           WRITE REGISTER-REPORT-OUT-REC FROM WS-DETAIL-LINE.
           ADD 1 TO RPT-LINE-COUNT.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A SCHEDULE THAT COULD NOT BE WRITTEN OR UPDATED WOULD    *
      * BE BILLED TWICE OR NOT AT ALL, SO THE STEP IS FAILED.    *
      *----------------------------------------------------------*
       9000-TERMINATE.
           MOVE RPT-PAGE-COUNT         TO RPT-F-PAGE-NO.
           WRITE REGISTER-REPORT-OUT-REC FROM RPT-FOOTER-LINE.

           MOVE "SCHEDULES READ........." TO RPT-FN-LABEL.
           MOVE WS-SCHEDULE-COUNT      TO RPT-FN-COUNT.
           WRITE REGISTER-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "OCCURRENCES DUE........" TO RPT-FN-LABEL.
           MOVE WS-DUE-COUNT           TO RPT-FN-COUNT.
           WRITE REGISTER-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "OCCURRENCES GENERATED.." TO RPT-FN-LABEL.
           MOVE WS-GENERATED-COUNT     TO RPT-FN-COUNT.
           WRITE REGISTER-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "OCCURRENCES SKIPPED...." TO RPT-FN-LABEL.
           MOVE WS-SKIPPED-COUNT       TO RPT-FN-COUNT.
           WRITE REGISTER-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "SCHEDULES ENDED........" TO RPT-FN-LABEL.
           MOVE WS-ENDED-COUNT         TO RPT-FN-COUNT.
           WRITE REGISTER-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           IF WS-FILES-OPEN
               CLOSE SCHEDULE-KSD
           END-IF.
           IF WS-DISPATCH-OPEN
               CLOSE RECUR-DISPATCH-OUT
           END-IF.
           CLOSE REGISTER-REPORT-OUT.

           DISPLAY "ABCRECUR CONTROL TOTAL - SCHEDULES="
               WS-SCHEDULE-COUNT
               " DUE=" WS-DUE-COUNT
               " GENERATED=" WS-GENERATED-COUNT
               " SKIPPED=" WS-SKIPPED-COUNT
               " ENDED=" WS-ENDED-COUNT.

           IF WS-UPDATE-FAILED
               DISPLAY "ABCRECUR **** SCHEDULE UPDATE FAILED ****"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
