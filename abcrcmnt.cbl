       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCRCMNT.
       AUTHOR. D HARLOW.
       INSTALLATION. DL100 BATCH SERVICES.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 2026-10-15  DH  NEW PROGRAM.  RECURRING-BILLING SCHEDULE *
      *                 MAINTENANCE.  APPLIES THE BILLING        *
      *                 CLERKS' SCHEDULE CARDS TO THE KEYED      *
      *                 SCHEDULE MASTER (RECURKSD): AN ADD CARD  *
      *                 SETS UP A NEW SCHEDULE, A SKIP CARD      *
      *                 PASSES BY THE SCHEDULE'S NEXT            *
      *                 OCCURRENCE, AND A STOP CARD ENDS THE     *
      *                 SCHEDULE AT ONCE OR FROM A GIVEN DATE.   *
      *                 THE CLERK MUST BE A KNOWN USER NOT       *
      *                 LOCKED OUT.  EVERY ACCEPTED CARD IS      *
      *                 LOGGED TO THE AUDIT LOG.                 *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-CARD-IN
               ASSIGN TO RCURCARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.

           SELECT USER-PROFILE-FILE
               ASSIGN TO USERPROF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USERPROF-FILE-STATUS.

           SELECT CUSTOMER-KSD
               ASSIGN TO CUSTKSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMK-CUSTOMER-ID
               FILE STATUS IS WS-CUSTKSD-FILE-STATUS.

           SELECT SCHEDULE-KSD
               ASSIGN TO RECURKSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCS-SCHEDULE-KEY
               FILE STATUS IS WS-RECURKSD-FILE-STATUS.

           SELECT AUDIT-LOG-OUT
               ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT SCHEDULE-REPORT-OUT
               ASSIGN TO RCMNTRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-CARD-IN
           RECORDING MODE IS F.
       01  SCHEDULE-CARD-RECORD.
           05  SC-ACTION               PIC X(01).
               88  SC-ADD-SCHEDULE             VALUE "A".
               88  SC-SKIP-NEXT                VALUE "S".
               88  SC-STOP-SCHEDULE            VALUE "X".
           05  FILLER                  PIC X(01).
           05  SC-CUSTOMER-ID          PIC X(06).
           05  FILLER                  PIC X(01).
           05  SC-SCHEDULE-NO          PIC X(02).
           05  FILLER                  PIC X(01).
           05  SC-USER-ID              PIC X(08).
           05  FILLER                  PIC X(01).
           05  SC-PROGRAM-ID           PIC X(08).
           05  FILLER                  PIC X(01).
           05  SC-FREQUENCY            PIC X(01).
           05  FILLER                  PIC X(01).
           05  SC-DATE                 PIC X(08).
           05  FILLER                  PIC X(01).
           05  SC-END-DATE             PIC X(08).
           05  FILLER                  PIC X(01).
           05  SC-INPUT-DATA           PIC X(100).

       FD  USER-PROFILE-FILE
           RECORDING MODE IS F.
       01  USER-PROFILE-FILE-REC       PIC X(38).

       FD  CUSTOMER-KSD.
       COPY CUSTKSD.

       FD  SCHEDULE-KSD.
       COPY RECURKSD.

       FD  AUDIT-LOG-OUT
           RECORDING MODE IS F.
       01  AUDIT-LOG-OUT-REC           PIC X(100).

       FD  SCHEDULE-REPORT-OUT
           RECORDING MODE IS F.
       01  SCHEDULE-REPORT-OUT-REC     PIC X(132).

       WORKING-STORAGE SECTION.
       COPY AUDITREC.
       COPY RUNSTAMP.
       COPY RPTHDFT.
       01  WS-CARD-FILE-STATUS         PIC X(02).
       01  WS-USERPROF-FILE-STATUS     PIC X(02).
       01  WS-CUSTKSD-FILE-STATUS      PIC X(02).
       01  WS-RECURKSD-FILE-STATUS     PIC X(02).

       01  WS-CARD-EOF-SW              PIC X(01) VALUE "N".
           88  WS-CARD-EOF                     VALUE "Y".
       01  WS-USERPROF-EOF-SW          PIC X(01) VALUE "N".
           88  WS-USERPROF-EOF                 VALUE "Y".
       01  WS-UPDATE-FAILED-SW         PIC X(01) VALUE "N".
           88  WS-UPDATE-FAILED                VALUE "Y".
       01  WS-FILES-OPEN-SW            PIC X(01) VALUE "N".
           88  WS-FILES-OPEN                   VALUE "Y".

       01  USER-PROFILE-RECORD.
           05  UP-USER-ID              PIC X(08).
           05  UP-PASSWORD             PIC X(08).
           05  UP-ROLE                 PIC X(04).
           05  UP-LOCKED               PIC X(01).
           05  UP-AUTH-FLAGS           PIC X(13).
           05  UP-DEPARTMENT           PIC X(04).

       01  WS-USER-TABLE.
           05  WS-USR-COUNT            PIC 9(03) COMP VALUE ZERO.
           05  WS-USR-ENTRY            OCCURS 50 TIMES.
               10  WS-US-USER-ID       PIC X(08).
               10  WS-US-LOCKED        PIC X(01).

       01  WS-USR-SUB                  PIC 9(03) COMP VALUE ZERO.
       01  WS-USER-OK-SW               PIC X(01) VALUE "N".
           88  WS-USER-OK                      VALUE "Y".

       01  WS-CARD-COUNT               PIC 9(08) COMP VALUE ZERO.
       01  WS-ADDED-COUNT              PIC 9(08) COMP VALUE ZERO.
       01  WS-SKIPPED-COUNT            PIC 9(08) COMP VALUE ZERO.
       01  WS-STOPPED-COUNT            PIC 9(08) COMP VALUE ZERO.
       01  WS-REFUSED-COUNT            PIC 9(08) COMP VALUE ZERO.

       01  WS-RPT-DATE                 PIC X(10).

       01  WS-HEADER-LINE.
           05  FILLER                  PIC X(05) VALUE "ACT".
           05  FILLER                  PIC X(12) VALUE "SCHEDULE".
           05  FILLER                  PIC X(10) VALUE "CLERK".
           05  FILLER                  PIC X(10) VALUE "PROGRAM".
           05  FILLER                  PIC X(06) VALUE "FREQ".
           05  FILLER                  PIC X(10) VALUE "DATE".
           05  FILLER                  PIC X(10) VALUE "END DATE".
           05  FILLER                  PIC X(44) VALUE "DISPOSITION".

       01  WS-DETAIL-LINE.
           05  WS-D-ACTION             PIC X(01).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-D-CUSTOMER-ID        PIC X(06).
           05  FILLER                  PIC X(01) VALUE "-".
           05  WS-D-SCHEDULE-NO        PIC X(02).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-D-USER-ID            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-PROGRAM-ID         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-FREQUENCY          PIC X(01).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  WS-D-DATE               PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-END-DATE           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-DISPOSITION        PIC X(44).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-PROCESS-SCHEDULE-CARD
               THRU 2000-EXIT
               UNTIL WS-CARD-EOF.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           GOBACK.

      *----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT SCHEDULE-REPORT-OUT.

           MOVE FUNCTION CURRENT-DATE TO WS-RUNSTAMP-CURRENT-DATE.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:14) TO WS-RUN-ID.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:8)  TO WS-RUN-DATE.

           MOVE "RECURRING BILLING SCHEDULE MAINTENANCE"
               TO RPT-ST-TEXT.
           STRING WS-RUN-DATE(5:2) "/" WS-RUN-DATE(7:2) "/"
               WS-RUN-DATE(1:4)
               DELIMITED BY SIZE INTO WS-RPT-DATE.

           PERFORM 1100-WRITE-PAGE-HEADERS
               THRU 1100-EXIT.

           PERFORM 1300-LOAD-USERS
               THRU 1300-EXIT.

           OPEN INPUT CUSTOMER-KSD.
           IF WS-CUSTKSD-FILE-STATUS NOT = "00"
               DISPLAY "ABCRCMNT **** CUSTOMER MASTER NOT AVAILABLE "
                   "- STATUS " WS-CUSTKSD-FILE-STATUS " ****"
               SET WS-UPDATE-FAILED    TO TRUE
               SET WS-CARD-EOF         TO TRUE
               GO TO 1000-EXIT
           END-IF.

           PERFORM 1400-OPEN-SCHEDULES
               THRU 1400-EXIT.
           SET WS-FILES-OPEN           TO TRUE.

           OPEN INPUT SCHEDULE-CARD-IN.
           IF WS-CARD-FILE-STATUS = "35"
               SET WS-CARD-EOF TO TRUE
           ELSE
               PERFORM 2100-READ-SCHEDULE-CARD
                   THRU 2100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1100-WRITE-PAGE-HEADERS.
           ADD 1 TO RPT-PAGE-COUNT.
           MOVE WS-RPT-DATE            TO RPT-DL-RUN-DATE.

           WRITE SCHEDULE-REPORT-OUT-REC FROM RPT-TITLE-LINE.
           WRITE SCHEDULE-REPORT-OUT-REC FROM RPT-SUBTITLE-LINE.
           WRITE SCHEDULE-REPORT-OUT-REC FROM RPT-DATE-LINE.
           MOVE SPACES                 TO SCHEDULE-REPORT-OUT-REC.
           WRITE SCHEDULE-REPORT-OUT-REC.
           WRITE SCHEDULE-REPORT-OUT-REC FROM WS-HEADER-LINE.
           MOVE SPACES                 TO SCHEDULE-REPORT-OUT-REC.
           WRITE SCHEDULE-REPORT-OUT-REC.

           MOVE 6                      TO RPT-LINE-COUNT.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1300-LOAD-USERS.
           OPEN INPUT USER-PROFILE-FILE.
           IF WS-USERPROF-FILE-STATUS = "35"
               SET WS-USERPROF-EOF TO TRUE
               GO TO 1300-EXIT
           END-IF.
           PERFORM 1310-LOAD-ONE-USER
               THRU 1310-EXIT
               UNTIL WS-USERPROF-EOF.
           CLOSE USER-PROFILE-FILE.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1310-LOAD-ONE-USER.
           READ USER-PROFILE-FILE INTO USER-PROFILE-RECORD
               AT END
                   SET WS-USERPROF-EOF TO TRUE
               NOT AT END
                   IF WS-USR-COUNT < 50
                       ADD 1 TO WS-USR-COUNT
                       MOVE UP-USER-ID
                           TO WS-US-USER-ID(WS-USR-COUNT)
                       MOVE UP-LOCKED
                           TO WS-US-LOCKED(WS-USR-COUNT)
                   END-IF
           END-READ.
       1310-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * OPENS THE KEYED SCHEDULE MASTER FOR UPDATE IN PLACE,     *
      * CREATING IT EMPTY ON ITS VERY FIRST USE.                 *
      *----------------------------------------------------------*
       1400-OPEN-SCHEDULES.
           OPEN I-O SCHEDULE-KSD.
           IF WS-RECURKSD-FILE-STATUS = "35"
               OPEN OUTPUT SCHEDULE-KSD
               CLOSE SCHEDULE-KSD
               OPEN I-O SCHEDULE-KSD
           END-IF.
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE SCHEDULE CARD: THE CLERK AND THE ACTION ARE EDITED,  *
      * THEN THE CARD IS APPLIED BY ITS ACTION.                  *
      *----------------------------------------------------------*
       2000-PROCESS-SCHEDULE-CARD.
           ADD 1 TO WS-CARD-COUNT.
           MOVE SC-ACTION              TO WS-D-ACTION.
           MOVE SC-CUSTOMER-ID         TO WS-D-CUSTOMER-ID.
           MOVE SC-SCHEDULE-NO         TO WS-D-SCHEDULE-NO.
           MOVE SC-USER-ID             TO WS-D-USER-ID.
           MOVE SC-PROGRAM-ID          TO WS-D-PROGRAM-ID.
           MOVE SC-FREQUENCY           TO WS-D-FREQUENCY.
           MOVE SC-DATE                TO WS-D-DATE.
           MOVE SC-END-DATE            TO WS-D-END-DATE.
           MOVE SPACES                 TO WS-D-DISPOSITION.

           PERFORM 2300-CHECK-USER
               THRU 2300-EXIT.

           EVALUATE TRUE
               WHEN NOT WS-USER-OK
                   MOVE "REFUSED - CLERK NOT A KNOWN ACTIVE USER"
                       TO WS-D-DISPOSITION
               WHEN SC-CUSTOMER-ID = SPACES
                   OR SC-SCHEDULE-NO = SPACES
                   MOVE "REFUSED - SCHEDULE NOT IDENTIFIED"
                       TO WS-D-DISPOSITION
               WHEN SC-ADD-SCHEDULE
                   PERFORM 3000-ADD-SCHEDULE
                       THRU 3000-EXIT
               WHEN SC-SKIP-NEXT
                   PERFORM 4000-SKIP-OCCURRENCE
                       THRU 4000-EXIT
               WHEN SC-STOP-SCHEDULE
                   PERFORM 5000-STOP-SCHEDULE
                       THRU 5000-EXIT
               WHEN OTHER
                   MOVE "REFUSED - UNKNOWN CARD ACTION"
                       TO WS-D-DISPOSITION
           END-EVALUATE.

           IF WS-D-DISPOSITION(1:7) = "REFUSED"
               ADD 1 TO WS-REFUSED-COUNT
           ELSE
               PERFORM 6000-WRITE-AUDIT-LINE
                   THRU 6000-EXIT
           END-IF.

           PERFORM 7000-WRITE-REPORT-LINE
               THRU 7000-EXIT.

           PERFORM 2100-READ-SCHEDULE-CARD
               THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2100-READ-SCHEDULE-CARD.
           READ SCHEDULE-CARD-IN
               AT END
                   SET WS-CARD-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2300-CHECK-USER.
           MOVE "N" TO WS-USER-OK-SW.
           PERFORM 2310-SCAN-ONE-USER
               THRU 2310-EXIT
               VARYING WS-USR-SUB FROM 1 BY 1
               UNTIL WS-USR-SUB > WS-USR-COUNT
               OR WS-USER-OK.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2310-SCAN-ONE-USER.
           IF WS-US-USER-ID(WS-USR-SUB) = SC-USER-ID
               AND SC-USER-ID NOT = SPACES
               AND WS-US-LOCKED(WS-USR-SUB) NOT = "Y"
               SET WS-USER-OK TO TRUE
           END-IF.
       2310-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A NEW SCHEDULE: A CUSTOMER ON THE MASTER, A CALCULATOR   *
      * THE DISPATCHER DRIVES, A KNOWN FREQUENCY, A FIRST DUE    *
      * DATE NOT PAST, AND AN END DATE (IF ANY) NOT BEFORE IT.   *
      *----------------------------------------------------------*
       3000-ADD-SCHEDULE.
           MOVE SC-PROGRAM-ID          TO RCS-PROGRAM-ID.
           MOVE SC-FREQUENCY           TO RCS-FREQUENCY.

           EVALUATE TRUE
               WHEN NOT RCS-DISPATCHED-PROGRAM
                   MOVE "REFUSED - NOT A DISPATCHED CALCULATOR"
                       TO WS-D-DISPOSITION
               WHEN NOT RCS-FREQUENCY-VALID
                   MOVE "REFUSED - FREQUENCY NOT W, M, Q OR A"
                       TO WS-D-DISPOSITION
               WHEN SC-DATE IS NOT NUMERIC
                   MOVE "REFUSED - INVALID FIRST DUE DATE"
                       TO WS-D-DISPOSITION
               WHEN SC-DATE < WS-RUN-DATE
                   MOVE "REFUSED - FIRST DUE DATE ALREADY PAST"
                       TO WS-D-DISPOSITION
               WHEN SC-END-DATE NOT = SPACES
                   AND SC-END-DATE IS NOT NUMERIC
                   MOVE "REFUSED - INVALID END DATE"
                       TO WS-D-DISPOSITION
               WHEN SC-END-DATE NOT = SPACES
                   AND SC-END-DATE < SC-DATE
                   MOVE "REFUSED - END DATE BEFORE FIRST DUE DATE"
                       TO WS-D-DISPOSITION
               WHEN SC-INPUT-DATA = SPACES
                   MOVE "REFUSED - NO TRANSACTION DATA"
                       TO WS-D-DISPOSITION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-D-DISPOSITION NOT = SPACES
               GO TO 3000-EXIT
           END-IF.

           MOVE SC-CUSTOMER-ID         TO CMK-CUSTOMER-ID.
           READ CUSTOMER-KSD.
           IF WS-CUSTKSD-FILE-STATUS NOT = "00"
               MOVE "REFUSED - CUSTOMER NOT ON MASTER"
                   TO WS-D-DISPOSITION
               GO TO 3000-EXIT
           END-IF.

           MOVE SPACES                 TO RECURRING-SCHEDULE-RECORD.
           MOVE SC-CUSTOMER-ID         TO RCS-CUSTOMER-ID.
           MOVE SC-SCHEDULE-NO         TO RCS-SCHEDULE-NO.
           MOVE SC-PROGRAM-ID          TO RCS-PROGRAM-ID.
           MOVE SC-INPUT-DATA          TO RCS-INPUT-DATA.
           MOVE SC-FREQUENCY           TO RCS-FREQUENCY.
           MOVE SC-DATE(7:2)           TO RCS-ANCHOR-DAY.
           MOVE SC-DATE                TO RCS-NEXT-DUE-DATE.
           MOVE SC-END-DATE            TO RCS-END-DATE.
           MOVE ZERO                   TO RCS-SKIP-COUNT
                                          RCS-GEN-COUNT.
           MOVE "A"                    TO RCS-STATUS.
           MOVE WS-RUN-DATE            TO RCS-STATUS-DATE.
           MOVE SC-USER-ID             TO RCS-SET-UP-BY.
           WRITE RECURRING-SCHEDULE-RECORD.

           EVALUATE WS-RECURKSD-FILE-STATUS
               WHEN "00"
                   ADD 1 TO WS-ADDED-COUNT
                   MOVE "SCHEDULE ADDED"  TO WS-D-DISPOSITION
               WHEN "22"
                   MOVE "REFUSED - SCHEDULE ALREADY ON FILE"
                       TO WS-D-DISPOSITION
               WHEN OTHER
                   SET WS-UPDATE-FAILED TO TRUE
                   MOVE "REFUSED - SCHEDULE WRITE FAILED"
                       TO WS-D-DISPOSITION
           END-EVALUATE.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A SKIP CARD PASSES BY THE SCHEDULE'S NEXT OCCURRENCE NOT *
      * ALREADY SKIPPED; SEVERAL CARDS SKIP SEVERAL OCCURRENCES. *
      *----------------------------------------------------------*
       4000-SKIP-OCCURRENCE.
           PERFORM 4100-READ-SCHEDULE
               THRU 4100-EXIT.
           IF WS-D-DISPOSITION NOT = SPACES
               GO TO 4000-EXIT
           END-IF.

           IF RCS-SKIP-COUNT = 99
               MOVE "REFUSED - SKIP LIMIT REACHED"
                   TO WS-D-DISPOSITION
               GO TO 4000-EXIT
           END-IF.

           ADD 1 TO RCS-SKIP-COUNT.
           MOVE WS-RUN-DATE            TO RCS-STATUS-DATE.
           PERFORM 4200-REWRITE-SCHEDULE
               THRU 4200-EXIT.
           IF WS-D-DISPOSITION = SPACES
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE "NEXT OCCURRENCE WILL BE SKIPPED"
                   TO WS-D-DISPOSITION
           END-IF.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONLY AN ACTIVE SCHEDULE CAN BE SKIPPED OR STOPPED.       *
      *----------------------------------------------------------*
       4100-READ-SCHEDULE.
           MOVE SC-CUSTOMER-ID         TO RCS-CUSTOMER-ID.
           MOVE SC-SCHEDULE-NO         TO RCS-SCHEDULE-NO.
           READ SCHEDULE-KSD.
           IF WS-RECURKSD-FILE-STATUS NOT = "00"
               MOVE "REFUSED - SCHEDULE NOT ON FILE"
                   TO WS-D-DISPOSITION
               GO TO 4100-EXIT
           END-IF.
           IF NOT RCS-SCHEDULE-ACTIVE
               MOVE "REFUSED - SCHEDULE NO LONGER ACTIVE"
                   TO WS-D-DISPOSITION
           END-IF.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       4200-REWRITE-SCHEDULE.
           REWRITE RECURRING-SCHEDULE-RECORD.
           IF WS-RECURKSD-FILE-STATUS NOT = "00"
               SET WS-UPDATE-FAILED    TO TRUE
               MOVE "REFUSED - SCHEDULE REWRITE FAILED"
                   TO WS-D-DISPOSITION
           END-IF.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A STOP CARD WITH NO DATE STOPS THE SCHEDULE NOW.  WITH A *
      * DATE IT BECOMES THE END DATE, SO OCCURRENCES DUE UP TO   *
      * AND INCLUDING THAT DATE ARE STILL BILLED.                *
      *----------------------------------------------------------*
       5000-STOP-SCHEDULE.
           IF SC-DATE NOT = SPACES
               IF SC-DATE IS NOT NUMERIC
                   MOVE "REFUSED - INVALID STOP DATE"
                       TO WS-D-DISPOSITION
                   GO TO 5000-EXIT
               END-IF
               IF SC-DATE < WS-RUN-DATE
                   MOVE "REFUSED - STOP DATE ALREADY PAST"
                       TO WS-D-DISPOSITION
                   GO TO 5000-EXIT
               END-IF
           END-IF.

           PERFORM 4100-READ-SCHEDULE
               THRU 4100-EXIT.
           IF WS-D-DISPOSITION NOT = SPACES
               GO TO 5000-EXIT
           END-IF.

           MOVE WS-RUN-DATE            TO RCS-STATUS-DATE.
           IF SC-DATE = SPACES
               MOVE "S"                TO RCS-STATUS
           ELSE
               MOVE SC-DATE            TO RCS-END-DATE
           END-IF.
           PERFORM 4200-REWRITE-SCHEDULE
               THRU 4200-EXIT.
           IF WS-D-DISPOSITION = SPACES
               ADD 1 TO WS-STOPPED-COUNT
               IF SC-DATE = SPACES
                   MOVE "SCHEDULE STOPPED"  TO WS-D-DISPOSITION
               ELSE
                   MOVE "SCHEDULE WILL END ON STOP DATE"
                       TO WS-D-DISPOSITION
               END-IF
           END-IF.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       6000-WRITE-AUDIT-LINE.
           MOVE "ABCRCMNT"             TO AUD-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE  TO AUD-TIMESTAMP.
           MOVE SCHEDULE-CARD-RECORD   TO AUD-INDATA.
           MOVE SPACES                 TO AUD-RESULT.
           STRING "SCHEDULE CARD BY " SC-USER-ID
               DELIMITED BY SIZE INTO AUD-RESULT.
           OPEN EXTEND AUDIT-LOG-OUT.
           IF WS-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-OUT
           END-IF.
           WRITE AUDIT-LOG-OUT-REC FROM AUDIT-LOG-LINE.
           CLOSE AUDIT-LOG-OUT.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       7000-WRITE-REPORT-LINE.
           IF RPT-LINE-COUNT >= RPT-MAX-LINES-PER-PAGE
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE SCHEDULE-REPORT-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 1100-WRITE-PAGE-HEADERS
                   THRU 1100-EXIT
           END-IF.

           WRITE SCHEDULE-REPORT-OUT-REC FROM WS-DETAIL-LINE.
           ADD 1 TO RPT-LINE-COUNT.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       9000-TERMINATE.
           MOVE RPT-PAGE-COUNT         TO RPT-F-PAGE-NO.
           WRITE SCHEDULE-REPORT-OUT-REC FROM RPT-FOOTER-LINE.

           MOVE "SCHEDULE CARDS READ...." TO RPT-FN-LABEL.
           MOVE WS-CARD-COUNT          TO RPT-FN-COUNT.
           WRITE SCHEDULE-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "SCHEDULES ADDED........" TO RPT-FN-LABEL.
           MOVE WS-ADDED-COUNT         TO RPT-FN-COUNT.
           WRITE SCHEDULE-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "SKIPS RECORDED........." TO RPT-FN-LABEL.
           MOVE WS-SKIPPED-COUNT       TO RPT-FN-COUNT.
           WRITE SCHEDULE-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "SCHEDULES STOPPED......" TO RPT-FN-LABEL.
           MOVE WS-STOPPED-COUNT       TO RPT-FN-COUNT.
           WRITE SCHEDULE-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "CARDS REFUSED.........." TO RPT-FN-LABEL.
           MOVE WS-REFUSED-COUNT       TO RPT-FN-COUNT.
           WRITE SCHEDULE-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           IF WS-FILES-OPEN
               IF WS-CARD-FILE-STATUS NOT = "35"
                   CLOSE SCHEDULE-CARD-IN
               END-IF
               CLOSE CUSTOMER-KSD
                     SCHEDULE-KSD
           END-IF.
           CLOSE SCHEDULE-REPORT-OUT.

           DISPLAY "ABCRCMNT CONTROL TOTAL - CARDS="
               WS-CARD-COUNT
               " ADDED=" WS-ADDED-COUNT
               " SKIPS=" WS-SKIPPED-COUNT
               " STOPPED=" WS-STOPPED-COUNT
               " REFUSED=" WS-REFUSED-COUNT.

           IF WS-CARD-COUNT NOT = WS-ADDED-COUNT + WS-SKIPPED-COUNT
               + WS-STOPPED-COUNT + WS-REFUSED-COUNT
               OR WS-UPDATE-FAILED
               DISPLAY
                 "ABCRCMNT **** CONTROL TOTALS OUT OF BALANCE ****"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REFUSED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
       9000-EXIT.
           EXIT.
