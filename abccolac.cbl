       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCCOLAC.
       AUTHOR. D HARLOW.
       INSTALLATION. DL100 BATCH SERVICES.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 2026-10-15  DH  NEW PROGRAM.  COLLECTIONS ACTIVITY       *
      *                 ENTRY.  AN ACTIVITY CARD NAMES THE       *
      *                 CUSTOMER WORKED, THE USERPROF ID OF THE  *
      *                 COLLECTOR, WHETHER CONTACT WAS MADE, THE *
      *                 OUTCOME CODE, THE NEXT-ACTION DATE AND A *
      *                 NOTE.  THE COLLECTOR MUST BE KNOWN AND   *
      *                 NOT LOCKED, THE CUSTOMER MUST HAVE A ROW *
      *                 ON THE KEYED COLLECTIONS ACCOUNT FILE,   *
      *                 AND THE NEXT-ACTION DATE MUST NOT BE     *
      *                 PAST.  AN ACCEPTED CARD BECOMES THE      *
      *                 ACCOUNT'S LATEST ACTIVITY, IS APPENDED   *
      *                 TO THE ACTIVITY HISTORY (COLLACT), AND   *
      *                 IS LOGGED TO THE AUDIT LOG.              *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACTIVITY-CARD-IN
               ASSIGN TO COLCARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.

           SELECT USER-PROFILE-FILE
               ASSIGN TO USERPROF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USERPROF-FILE-STATUS.

           SELECT COLLECTION-KSD
               ASSIGN TO COLLKSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLK-CUSTOMER-ID
               FILE STATUS IS WS-COLLKSD-FILE-STATUS.

           SELECT ACTIVITY-HISTORY-OUT
               ASSIGN TO COLLACT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLLACT-FILE-STATUS.

           SELECT AUDIT-LOG-OUT
               ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT ACTIVITY-REPORT-OUT
               ASSIGN TO COLACRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACTIVITY-CARD-IN
           RECORDING MODE IS F.
       01  ACTIVITY-CARD-RECORD.
           05  AC-CUSTOMER-ID          PIC X(06).
           05  FILLER                  PIC X(01).
           05  AC-USER-ID              PIC X(08).
           05  FILLER                  PIC X(01).
           05  AC-CONTACT              PIC X(01).
           05  FILLER                  PIC X(01).
           05  AC-OUTCOME              PIC X(02).
           05  FILLER                  PIC X(01).
           05  AC-NEXT-ACTION-DATE     PIC X(08).
           05  FILLER                  PIC X(01).
           05  AC-NOTE                 PIC X(40).

       FD  USER-PROFILE-FILE
           RECORDING MODE IS F.
       01  USER-PROFILE-FILE-REC       PIC X(38).

       FD  COLLECTION-KSD.
       COPY COLLKSD.

       FD  ACTIVITY-HISTORY-OUT
           RECORDING MODE IS F.
       01  ACTIVITY-HISTORY-OUT-REC    PIC X(73).

       FD  AUDIT-LOG-OUT
           RECORDING MODE IS F.
       01  AUDIT-LOG-OUT-REC           PIC X(100).

       FD  ACTIVITY-REPORT-OUT
           RECORDING MODE IS F.
       01  ACTIVITY-REPORT-OUT-REC     PIC X(132).

       WORKING-STORAGE SECTION.
       COPY AUDITREC.
       COPY RUNSTAMP.
       COPY RPTHDFT.
       COPY COLLACT.
       01  WS-CARD-FILE-STATUS         PIC X(02).
       01  WS-USERPROF-FILE-STATUS     PIC X(02).
       01  WS-COLLKSD-FILE-STATUS      PIC X(02).

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
       01  WS-ACCEPTED-COUNT           PIC 9(08) COMP VALUE ZERO.
       01  WS-REFUSED-COUNT            PIC 9(08) COMP VALUE ZERO.

       01  WS-RPT-DATE                 PIC X(10).

       01  WS-HEADER-LINE.
           05  FILLER                  PIC X(08) VALUE "CUSTOMER".
           05  FILLER                  PIC X(10) VALUE "WORKED BY".
           05  FILLER                  PIC X(09) VALUE "CONTACT".
           05  FILLER                  PIC X(04) VALUE "OC".
           05  FILLER                  PIC X(10) VALUE "NEXT ACT".
           05  FILLER                  PIC X(42) VALUE "NOTE".
           05  FILLER                  PIC X(40) VALUE "DISPOSITION".

       01  WS-DETAIL-LINE.
           05  WS-D-CUSTOMER-ID        PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-USER-ID            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-CONTACT            PIC X(01).
           05  FILLER                  PIC X(08) VALUE SPACES.
           05  WS-D-OUTCOME            PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-NEXT-ACTION-DATE   PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-NOTE               PIC X(40).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-DISPOSITION        PIC X(40).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-PROCESS-ACTIVITY-CARD
               THRU 2000-EXIT
               UNTIL WS-CARD-EOF.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           GOBACK.

      *----------------------------------------------------------*
      * THE COLLECTIONS ACCOUNT FILE IS BUILT BY THE NIGHTLY     *
      * QUEUE RUN; WITHOUT IT NO CARD CAN BE ACCEPTED.           *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT ACTIVITY-REPORT-OUT.

           MOVE FUNCTION CURRENT-DATE TO WS-RUNSTAMP-CURRENT-DATE.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:14) TO WS-RUN-ID.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:8)  TO WS-RUN-DATE.

           MOVE "COLLECTIONS ACTIVITY RECORDED" TO RPT-ST-TEXT.
           STRING WS-RUN-DATE(5:2) "/" WS-RUN-DATE(7:2) "/"
               WS-RUN-DATE(1:4)
               DELIMITED BY SIZE INTO WS-RPT-DATE.

           PERFORM 1100-WRITE-PAGE-HEADERS
               THRU 1100-EXIT.

           PERFORM 1300-LOAD-USERS
               THRU 1300-EXIT.

           OPEN I-O COLLECTION-KSD.
           IF WS-COLLKSD-FILE-STATUS NOT = "00"
               DISPLAY "ABCCOLAC **** COLLECTIONS ACCOUNT FILE NOT "
                   "AVAILABLE - STATUS " WS-COLLKSD-FILE-STATUS
                   " ****"
               SET WS-UPDATE-FAILED    TO TRUE
               SET WS-CARD-EOF         TO TRUE
               GO TO 1000-EXIT
           END-IF.

           OPEN EXTEND ACTIVITY-HISTORY-OUT.
           IF WS-COLLACT-FILE-STATUS = "35"
               OPEN OUTPUT ACTIVITY-HISTORY-OUT
           END-IF.
           SET WS-FILES-OPEN           TO TRUE.

           OPEN INPUT ACTIVITY-CARD-IN.
           IF WS-CARD-FILE-STATUS = "35"
               SET WS-CARD-EOF TO TRUE
           ELSE
               PERFORM 2100-READ-ACTIVITY-CARD
                   THRU 2100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1100-WRITE-PAGE-HEADERS.
           ADD 1 TO RPT-PAGE-COUNT.
           MOVE WS-RPT-DATE            TO RPT-DL-RUN-DATE.

           WRITE ACTIVITY-REPORT-OUT-REC FROM RPT-TITLE-LINE.
           WRITE ACTIVITY-REPORT-OUT-REC FROM RPT-SUBTITLE-LINE.
           WRITE ACTIVITY-REPORT-OUT-REC FROM RPT-DATE-LINE.
           MOVE SPACES                 TO ACTIVITY-REPORT-OUT-REC.
           WRITE ACTIVITY-REPORT-OUT-REC.
           WRITE ACTIVITY-REPORT-OUT-REC FROM WS-HEADER-LINE.
           MOVE SPACES                 TO ACTIVITY-REPORT-OUT-REC.
           WRITE ACTIVITY-REPORT-OUT-REC.

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
      * ONE ACTIVITY CARD: THE COLLECTOR, CONTACT FLAG, OUTCOME  *
      * AND NEXT-ACTION DATE ARE EDITED, THEN THE CUSTOMER MUST  *
      * HAVE A COLLECTIONS ACCOUNT.  A CARD FOR AN ACCOUNT       *
      * ALREADY RESOLVED IS STILL TAKEN, SO A CALL MADE THE DAY  *
      * THE MONEY ARRIVED IS NOT LOST FROM THE HISTORY.          *
      *----------------------------------------------------------*
       2000-PROCESS-ACTIVITY-CARD.
           ADD 1 TO WS-CARD-COUNT.
           MOVE AC-CUSTOMER-ID         TO WS-D-CUSTOMER-ID.
           MOVE AC-USER-ID             TO WS-D-USER-ID.
           MOVE AC-CONTACT             TO WS-D-CONTACT.
           MOVE AC-OUTCOME             TO WS-D-OUTCOME.
           MOVE AC-NEXT-ACTION-DATE    TO WS-D-NEXT-ACTION-DATE.
           MOVE AC-NOTE                TO WS-D-NOTE.

           MOVE AC-CONTACT             TO CLA-CONTACT.
           MOVE AC-OUTCOME             TO CLA-OUTCOME.

           PERFORM 2300-CHECK-USER
               THRU 2300-EXIT.

           EVALUATE TRUE
               WHEN NOT WS-USER-OK
                   MOVE "REFUSED - COLLECTOR NOT A KNOWN USER"
                       TO WS-D-DISPOSITION
               WHEN NOT CLA-CONTACT-VALID
                   MOVE "REFUSED - CONTACT FLAG NOT Y OR N"
                       TO WS-D-DISPOSITION
               WHEN NOT CLA-OUTCOME-VALID
                   MOVE "REFUSED - UNKNOWN OUTCOME CODE"
                       TO WS-D-DISPOSITION
               WHEN AC-NEXT-ACTION-DATE IS NOT NUMERIC
                   MOVE "REFUSED - INVALID NEXT-ACTION DATE"
                       TO WS-D-DISPOSITION
               WHEN AC-NEXT-ACTION-DATE < WS-RUN-DATE
                   MOVE "REFUSED - NEXT-ACTION DATE ALREADY PAST"
                       TO WS-D-DISPOSITION
               WHEN OTHER
                   MOVE SPACES         TO WS-D-DISPOSITION
           END-EVALUATE.
           IF WS-D-DISPOSITION NOT = SPACES
               GO TO 2000-REFUSE
           END-IF.

           MOVE AC-CUSTOMER-ID         TO CLK-CUSTOMER-ID.
           READ COLLECTION-KSD.
           IF WS-COLLKSD-FILE-STATUS NOT = "00"
               MOVE "REFUSED - CUSTOMER NOT IN COLLECTIONS"
                   TO WS-D-DISPOSITION
               GO TO 2000-REFUSE
           END-IF.

           PERFORM 3000-RECORD-ACTIVITY
               THRU 3000-EXIT.
           PERFORM 7000-WRITE-REPORT-LINE
               THRU 7000-EXIT.
           GO TO 2000-READ-NEXT.

       2000-REFUSE.
           ADD 1 TO WS-REFUSED-COUNT.
           PERFORM 7000-WRITE-REPORT-LINE
               THRU 7000-EXIT.

       2000-READ-NEXT.
           PERFORM 2100-READ-ACTIVITY-CARD
               THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2100-READ-ACTIVITY-CARD.
           READ ACTIVITY-CARD-IN
               AT END
                   SET WS-CARD-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ANY COLLECTOR MAY WORK ANY ACCOUNT - COVER FOR AN ABSENT *
      * COLLECTOR IS NORMAL - SO LONG AS THE ID IS ON USERPROF   *
      * AND NOT LOCKED OUT.                                      *
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
           IF WS-US-USER-ID(WS-USR-SUB) = AC-USER-ID
               AND AC-USER-ID NOT = SPACES
               AND WS-US-LOCKED(WS-USR-SUB) NOT = "Y"
               SET WS-USER-OK TO TRUE
           END-IF.
       2310-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE CARD BECOMES THE ACCOUNT'S LATEST ACTIVITY AND GOES  *
      * ON THE HISTORY, AND WHO RECORDED IT IS LOGGED.           *
      *----------------------------------------------------------*
       3000-RECORD-ACTIVITY.
           MOVE WS-RUN-DATE            TO CLK-LAST-ACTIVITY-DATE.
           MOVE AC-USER-ID             TO CLK-LAST-ACTIVITY-BY.
           MOVE AC-CONTACT             TO CLK-LAST-CONTACT.
           MOVE AC-OUTCOME             TO CLK-LAST-OUTCOME.
           MOVE AC-NEXT-ACTION-DATE    TO CLK-NEXT-ACTION-DATE.
           MOVE AC-NOTE                TO CLK-LAST-NOTE.
           REWRITE COLLECTION-KEYED-RECORD.
           IF WS-COLLKSD-FILE-STATUS NOT = "00"
               SET WS-UPDATE-FAILED    TO TRUE
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "REFUSED - ACCOUNT UPDATE FAILED"
                   TO WS-D-DISPOSITION
               GO TO 3000-EXIT
           END-IF.

           MOVE AC-CUSTOMER-ID         TO CLA-CUSTOMER-ID.
           MOVE WS-RUN-DATE            TO CLA-ACTIVITY-DATE.
           MOVE AC-USER-ID             TO CLA-COLLECTOR-ID.
           MOVE AC-NEXT-ACTION-DATE    TO CLA-NEXT-ACTION-DATE.
           MOVE AC-NOTE                TO CLA-NOTE.
           WRITE ACTIVITY-HISTORY-OUT-REC
               FROM COLLECTION-ACTIVITY-RECORD.
           IF WS-COLLACT-FILE-STATUS NOT = "00"
               SET WS-UPDATE-FAILED    TO TRUE
               DISPLAY "ABCCOLAC **** ACTIVITY HISTORY NOT WRITTEN - "
                   AC-CUSTOMER-ID " STATUS " WS-COLLACT-FILE-STATUS
                   " ****"
           END-IF.

           ADD 1 TO WS-ACCEPTED-COUNT.
           MOVE "ACTIVITY RECORDED"    TO WS-D-DISPOSITION.

           MOVE "ABCCOLAC"             TO AUD-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE  TO AUD-TIMESTAMP.
           MOVE ACTIVITY-CARD-RECORD   TO AUD-INDATA.
           MOVE SPACES                 TO AUD-RESULT.
           STRING "ACTIVITY BY " AC-USER-ID
               DELIMITED BY SIZE INTO AUD-RESULT.
           OPEN EXTEND AUDIT-LOG-OUT.
           IF WS-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-OUT
           END-IF.
           WRITE AUDIT-LOG-OUT-REC FROM AUDIT-LOG-LINE.
           CLOSE AUDIT-LOG-OUT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       7000-WRITE-REPORT-LINE.
           IF RPT-LINE-COUNT >= RPT-MAX-LINES-PER-PAGE
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE ACTIVITY-REPORT-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 1100-WRITE-PAGE-HEADERS
                   THRU 1100-EXIT
           END-IF.

           WRITE ACTIVITY-REPORT-OUT-REC FROM WS-DETAIL-LINE.
           ADD 1 TO RPT-LINE-COUNT.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       9000-TERMINATE.
           MOVE RPT-PAGE-COUNT         TO RPT-F-PAGE-NO.
           WRITE ACTIVITY-REPORT-OUT-REC FROM RPT-FOOTER-LINE.

           MOVE "ACTIVITY CARDS READ...." TO RPT-FN-LABEL.
           MOVE WS-CARD-COUNT          TO RPT-FN-COUNT.
           WRITE ACTIVITY-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "ACTIVITIES RECORDED...." TO RPT-FN-LABEL.
           MOVE WS-ACCEPTED-COUNT      TO RPT-FN-COUNT.
           WRITE ACTIVITY-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "CARDS REFUSED.........." TO RPT-FN-LABEL.
           MOVE WS-REFUSED-COUNT       TO RPT-FN-COUNT.
           WRITE ACTIVITY-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           IF WS-FILES-OPEN
               IF WS-CARD-FILE-STATUS NOT = "35"
                   CLOSE ACTIVITY-CARD-IN
               END-IF
               CLOSE COLLECTION-KSD
                     ACTIVITY-HISTORY-OUT
           END-IF.
           CLOSE ACTIVITY-REPORT-OUT.

           DISPLAY "ABCCOLAC CONTROL TOTAL - CARDS="
               WS-CARD-COUNT
               " RECORDED=" WS-ACCEPTED-COUNT
               " REFUSED=" WS-REFUSED-COUNT.

           IF WS-CARD-COUNT NOT =
               WS-ACCEPTED-COUNT + WS-REFUSED-COUNT
               OR WS-UPDATE-FAILED
               DISPLAY
                 "ABCCOLAC **** CONTROL TOTALS OUT OF BALANCE ****"
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
