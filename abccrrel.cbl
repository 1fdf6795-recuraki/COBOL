       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCCRREL.
       AUTHOR. D HARLOW.
       INSTALLATION. DL100 BATCH SERVICES.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 2026-10-15  DH  NEW PROGRAM.  CREDIT-HOLD RELEASE.  A    *
      *                 RELEASE CARD NAMES A CUSTOMER AND THE    *
      *                 RELEASING CREDIT OFFICER'S USERPROF ID.  *
      *                 THE OFFICER MUST BE KNOWN, NOT LOCKED,   *
      *                 AND IN THE CREDIT DEPARTMENT (CRED).  AN *
      *                 ACCEPTED CARD CLEARS THE HOLD ON THE     *
      *                 KEYED CUSTOMER MASTER, LOGS THE RELEASE  *
      *                 TO THE AUDIT LOG, AND HANDS THE          *
      *                 CUSTOMER'S HELD ABC127A FEE TRANSACTIONS *
      *                 BACK TO THE DISPATCHER'S RELEASE FEED    *
      *                 FOR THE NEXT RUN.  EVERY OTHER HELD      *
      *                 TRANSACTION IS CARRIED TO THE NEW HELD   *
      *                 FILE.                                    *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELEASE-CARD-IN
               ASSIGN TO CRRELCRD
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

           SELECT FEE-HELD-IN
               ASSIGN TO FEEHELDI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEHELD-FILE-STATUS.

           SELECT FEE-HELD-OUT
               ASSIGN TO FEEHELDO
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FEE-RELEASE-OUT
               ASSIGN TO FEERLSE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLSE-FILE-STATUS.

           SELECT AUDIT-LOG-OUT
               ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT RELEASE-REPORT-OUT
               ASSIGN TO CRRELRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RELEASE-CARD-IN
           RECORDING MODE IS F.
       01  RELEASE-CARD-RECORD.
           05  RL-CUSTOMER-ID          PIC X(06).
           05  FILLER                  PIC X(01).
           05  RL-USER-ID              PIC X(08).

       FD  USER-PROFILE-FILE
           RECORDING MODE IS F.
       01  USER-PROFILE-FILE-REC       PIC X(38).

       FD  CUSTOMER-KSD.
       COPY CUSTKSD.

       FD  FEE-HELD-IN
           RECORDING MODE IS F.
       01  FEE-HELD-IN-REC             PIC X(128).

       FD  FEE-HELD-OUT
           RECORDING MODE IS F.
       01  FEE-HELD-OUT-REC            PIC X(128).

       FD  FEE-RELEASE-OUT
           RECORDING MODE IS F.
       01  FEE-RELEASE-OUT-REC.
           05  FR-PROGRAM-ID           PIC X(08).
           05  FR-INPUT-DATA           PIC X(100).

       FD  AUDIT-LOG-OUT
           RECORDING MODE IS F.
       01  AUDIT-LOG-OUT-REC           PIC X(100).

       FD  RELEASE-REPORT-OUT
           RECORDING MODE IS F.
       01  RELEASE-REPORT-OUT-REC      PIC X(132).

       WORKING-STORAGE SECTION.
       COPY FEEHELD.
       COPY AUDITREC.
       COPY RUNSTAMP.
       COPY RPTHDFT.
       01  WS-CARD-FILE-STATUS         PIC X(02).
       01  WS-USERPROF-FILE-STATUS     PIC X(02).
       01  WS-CUSTKSD-FILE-STATUS      PIC X(02).
       01  WS-RLSE-FILE-STATUS         PIC X(02).

       01  WS-CARD-EOF-SW              PIC X(01) VALUE "N".
           88  WS-CARD-EOF                     VALUE "Y".
       01  WS-USERPROF-EOF-SW          PIC X(01) VALUE "N".
           88  WS-USERPROF-EOF                 VALUE "Y".
       01  WS-HELD-EOF-SW              PIC X(01) VALUE "N".
           88  WS-HELD-EOF                     VALUE "Y".
       01  WS-UPDATE-FAILED-SW         PIC X(01) VALUE "N".
           88  WS-UPDATE-FAILED                VALUE "Y".
       01  WS-MASTER-OPEN-SW           PIC X(01) VALUE "N".
           88  WS-MASTER-OPEN                  VALUE "Y".

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
               10  WS-US-DEPARTMENT    PIC X(04).

       01  WS-USR-SUB                  PIC 9(03) COMP VALUE ZERO.
       01  WS-USER-OK-SW               PIC X(01) VALUE "N".
           88  WS-USER-OK                      VALUE "Y".

      *----------------------------------------------------------*
      * THE DEPARTMENT WHOSE OFFICERS MAY RELEASE A CREDIT HOLD. *
      *----------------------------------------------------------*
       01  WS-CREDIT-DEPARTMENT        PIC X(04) VALUE "CRED".

      *----------------------------------------------------------*
      * CUSTOMERS RELEASED BY THIS RUN'S CARDS - THEIR HELD      *
      * TRANSACTIONS GO BACK TO THE DISPATCHER.                  *
      *----------------------------------------------------------*
       01  WS-RELEASED-TABLE.
           05  WS-REL-COUNT            PIC 9(03) COMP VALUE ZERO.
           05  WS-REL-CUSTOMER-ID      PIC X(06) OCCURS 200 TIMES.

       01  WS-REL-SUB                  PIC 9(03) COMP VALUE ZERO.
       01  WS-REL-FOUND-SW             PIC X(01) VALUE "N".
           88  WS-REL-FOUND                    VALUE "Y".

       01  WS-CARD-COUNT               PIC 9(08) COMP VALUE ZERO.
       01  WS-RELEASED-COUNT           PIC 9(08) COMP VALUE ZERO.
       01  WS-REFUSED-COUNT            PIC 9(08) COMP VALUE ZERO.
       01  WS-HELD-READ-COUNT          PIC 9(08) COMP VALUE ZERO.
       01  WS-TRANS-RELEASED-COUNT     PIC 9(08) COMP VALUE ZERO.
       01  WS-TRANS-KEPT-COUNT         PIC 9(08) COMP VALUE ZERO.

       01  WS-RPT-DATE                 PIC X(10).

       01  WS-DETAIL-LINE.
           05  WS-D-CUSTOMER-ID        PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-USER-ID            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-DISPOSITION        PIC X(44).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-PROCESS-RELEASE-CARD
               THRU 2000-EXIT
               UNTIL WS-CARD-EOF.

           PERFORM 4000-SPLIT-HELD-FILE
               THRU 4000-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           GOBACK.

      *----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT RELEASE-REPORT-OUT.

           MOVE FUNCTION CURRENT-DATE TO WS-RUNSTAMP-CURRENT-DATE.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:14) TO WS-RUN-ID.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:8)  TO WS-RUN-DATE.

           MOVE "CREDIT HOLD RELEASES" TO RPT-ST-TEXT.
           STRING WS-RUN-DATE(5:2) "/" WS-RUN-DATE(7:2) "/"
               WS-RUN-DATE(1:4)
               DELIMITED BY SIZE INTO WS-RPT-DATE.

           PERFORM 1100-WRITE-PAGE-HEADERS
               THRU 1100-EXIT.

           PERFORM 1300-LOAD-USERS
               THRU 1300-EXIT.

           OPEN I-O CUSTOMER-KSD.
           IF WS-CUSTKSD-FILE-STATUS NOT = "00"
               DISPLAY "ABCCRREL **** CUSTOMER MASTER NOT AVAILABLE "
                   "- STATUS " WS-CUSTKSD-FILE-STATUS " ****"
               SET WS-UPDATE-FAILED    TO TRUE
               SET WS-CARD-EOF         TO TRUE
               GO TO 1000-EXIT
           END-IF.
           SET WS-MASTER-OPEN          TO TRUE.

           OPEN INPUT RELEASE-CARD-IN.
           IF WS-CARD-FILE-STATUS = "35"
               SET WS-CARD-EOF TO TRUE
           ELSE
               PERFORM 2100-READ-RELEASE-CARD
                   THRU 2100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1100-WRITE-PAGE-HEADERS.
           ADD 1 TO RPT-PAGE-COUNT.
           MOVE WS-RPT-DATE            TO RPT-DL-RUN-DATE.

           WRITE RELEASE-REPORT-OUT-REC FROM RPT-TITLE-LINE.
           WRITE RELEASE-REPORT-OUT-REC FROM RPT-SUBTITLE-LINE.
           WRITE RELEASE-REPORT-OUT-REC FROM RPT-DATE-LINE.
           MOVE SPACES                 TO RELEASE-REPORT-OUT-REC.
           WRITE RELEASE-REPORT-OUT-REC.

           MOVE 4                      TO RPT-LINE-COUNT.
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
                       MOVE UP-DEPARTMENT
                           TO WS-US-DEPARTMENT(WS-USR-COUNT)
                   END-IF
           END-READ.
       1310-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE RELEASE CARD: THE OFFICER IS AUTHORIZED, THEN THE    *
      * CUSTOMER MUST BE ON THE MASTER AND ACTUALLY ON HOLD.     *
      *----------------------------------------------------------*
       2000-PROCESS-RELEASE-CARD.
           ADD 1 TO WS-CARD-COUNT.
           MOVE RL-CUSTOMER-ID         TO WS-D-CUSTOMER-ID.
           MOVE RL-USER-ID             TO WS-D-USER-ID.

           PERFORM 2300-CHECK-USER
               THRU 2300-EXIT.
           IF NOT WS-USER-OK
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "REFUSED - NOT AN AUTHORIZED CREDIT OFFICER"
                   TO WS-D-DISPOSITION
               PERFORM 7000-WRITE-REPORT-LINE
                   THRU 7000-EXIT
               GO TO 2000-READ-NEXT
           END-IF.

           MOVE RL-CUSTOMER-ID         TO CMK-CUSTOMER-ID.
           READ CUSTOMER-KSD.
           IF WS-CUSTKSD-FILE-STATUS NOT = "00"
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "REFUSED - CUSTOMER NOT ON MASTER"
                   TO WS-D-DISPOSITION
               PERFORM 7000-WRITE-REPORT-LINE
                   THRU 7000-EXIT
               GO TO 2000-READ-NEXT
           END-IF.

           IF NOT CMK-CREDIT-HELD
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "REFUSED - CUSTOMER NOT ON CREDIT HOLD"
                   TO WS-D-DISPOSITION
               PERFORM 7000-WRITE-REPORT-LINE
                   THRU 7000-EXIT
               GO TO 2000-READ-NEXT
           END-IF.

           PERFORM 3000-RELEASE-HOLD
               THRU 3000-EXIT.
           PERFORM 7000-WRITE-REPORT-LINE
               THRU 7000-EXIT.

       2000-READ-NEXT.
           PERFORM 2100-READ-RELEASE-CARD
               THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2100-READ-RELEASE-CARD.
           READ RELEASE-CARD-IN
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
           IF WS-US-USER-ID(WS-USR-SUB) = RL-USER-ID
               AND WS-US-LOCKED(WS-USR-SUB) NOT = "Y"
               AND WS-US-DEPARTMENT(WS-USR-SUB) =
                   WS-CREDIT-DEPARTMENT
               SET WS-USER-OK TO TRUE
           END-IF.
       2310-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CLEARS THE HOLD, LOGS WHO RELEASED IT, AND REMEMBERS THE *
      * CUSTOMER SO ITS HELD TRANSACTIONS ARE HANDED BACK.       *
      *----------------------------------------------------------*
       3000-RELEASE-HOLD.
           MOVE SPACE                  TO CMK-CREDIT-HOLD.
           REWRITE CUSTOMER-KEYED-RECORD.
           IF WS-CUSTKSD-FILE-STATUS NOT = "00"
               SET WS-UPDATE-FAILED    TO TRUE
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "REFUSED - MASTER REWRITE FAILED"
                   TO WS-D-DISPOSITION
               GO TO 3000-EXIT
           END-IF.

           ADD 1 TO WS-RELEASED-COUNT.
           MOVE "HOLD RELEASED"        TO WS-D-DISPOSITION.

           IF WS-REL-COUNT < 200
               ADD 1 TO WS-REL-COUNT
               MOVE RL-CUSTOMER-ID
                   TO WS-REL-CUSTOMER-ID(WS-REL-COUNT)
           ELSE
               DISPLAY "ABCCRREL **** RELEASE TABLE FULL - HELD "
                   "TRANSACTIONS FOR " RL-CUSTOMER-ID
                   " STAY HELD ****"
               MOVE "HOLD RELEASED - TRANSACTIONS STAY HELD"
                   TO WS-D-DISPOSITION
               SET WS-UPDATE-FAILED    TO TRUE
           END-IF.

           MOVE "ABCCRREL"             TO AUD-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE  TO AUD-TIMESTAMP.
           MOVE RELEASE-CARD-RECORD    TO AUD-INDATA.
           MOVE SPACES                 TO AUD-RESULT.
           STRING "HOLD RELEASED BY " RL-USER-ID
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
      * PASSES THE HELD FILE ONCE: A RELEASED CUSTOMER'S         *
      * TRANSACTIONS GO TO THE RELEASE FEED IN DISPATCHER LAYOUT *
      * (APPENDED, SO TWO RELEASE RUNS IN ONE DAY BOTH REACH THE *
      * NEXT CYCLE); EVERYTHING ELSE IS COPIED TO THE NEW HELD   *
      * FILE THAT REPLACES THIS ONE.                             *
      *----------------------------------------------------------*
       4000-SPLIT-HELD-FILE.
           OPEN OUTPUT FEE-HELD-OUT.

           OPEN INPUT FEE-HELD-IN.
           IF WS-FEEHELD-FILE-STATUS = "35"
               SET WS-HELD-EOF TO TRUE
           ELSE
               PERFORM 4100-READ-HELD
                   THRU 4100-EXIT
           END-IF.

           PERFORM 4200-ROUTE-HELD-TRANSACTION
               THRU 4200-EXIT
               UNTIL WS-HELD-EOF.

           IF WS-FEEHELD-FILE-STATUS NOT = "35"
               CLOSE FEE-HELD-IN
           END-IF.
           CLOSE FEE-HELD-OUT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       4100-READ-HELD.
           READ FEE-HELD-IN INTO FEE-HELD-RECORD
               AT END
                   SET WS-HELD-EOF TO TRUE
           END-READ.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       4200-ROUTE-HELD-TRANSACTION.
           ADD 1 TO WS-HELD-READ-COUNT.

           MOVE "N" TO WS-REL-FOUND-SW.
           PERFORM 4210-SCAN-RELEASED
               THRU 4210-EXIT
               VARYING WS-REL-SUB FROM 1 BY 1
               UNTIL WS-REL-SUB > WS-REL-COUNT
               OR WS-REL-FOUND.

           IF WS-REL-FOUND
               MOVE "ABC127A"          TO FR-PROGRAM-ID
               MOVE FH-TRANSACTION     TO FR-INPUT-DATA
               OPEN EXTEND FEE-RELEASE-OUT
               IF WS-RLSE-FILE-STATUS = "35"
                   OPEN OUTPUT FEE-RELEASE-OUT
               END-IF
               WRITE FEE-RELEASE-OUT-REC
               CLOSE FEE-RELEASE-OUT
               ADD 1 TO WS-TRANS-RELEASED-COUNT
           ELSE
               WRITE FEE-HELD-OUT-REC FROM FEE-HELD-RECORD
               ADD 1 TO WS-TRANS-KEPT-COUNT
           END-IF.

           PERFORM 4100-READ-HELD
               THRU 4100-EXIT.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------*
       4210-SCAN-RELEASED.
           IF WS-REL-CUSTOMER-ID(WS-REL-SUB) = FH-CUSTOMER-ID
               SET WS-REL-FOUND TO TRUE
           END-IF.
       4210-EXIT.
           EXIT.

      *----------------------------------------------------------*
       7000-WRITE-REPORT-LINE.
           IF RPT-LINE-COUNT >= RPT-MAX-LINES-PER-PAGE
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE RELEASE-REPORT-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 1100-WRITE-PAGE-HEADERS
                   THRU 1100-EXIT
           END-IF.

           WRITE RELEASE-REPORT-OUT-REC FROM WS-DETAIL-LINE.
           ADD 1 TO RPT-LINE-COUNT.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       9000-TERMINATE.
           MOVE RPT-PAGE-COUNT         TO RPT-F-PAGE-NO.
           WRITE RELEASE-REPORT-OUT-REC FROM RPT-FOOTER-LINE.

           MOVE "RELEASE CARDS READ....." TO RPT-FN-LABEL.
           MOVE WS-CARD-COUNT          TO RPT-FN-COUNT.
           WRITE RELEASE-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "HOLDS RELEASED........." TO RPT-FN-LABEL.
           MOVE WS-RELEASED-COUNT      TO RPT-FN-COUNT.
           WRITE RELEASE-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "CARDS REFUSED.........." TO RPT-FN-LABEL.
           MOVE WS-REFUSED-COUNT       TO RPT-FN-COUNT.
           WRITE RELEASE-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "TRANSACTIONS RELEASED.." TO RPT-FN-LABEL.
           MOVE WS-TRANS-RELEASED-COUNT TO RPT-FN-COUNT.
           WRITE RELEASE-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "TRANSACTIONS STILL HELD" TO RPT-FN-LABEL.
           MOVE WS-TRANS-KEPT-COUNT    TO RPT-FN-COUNT.
           WRITE RELEASE-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           IF WS-MASTER-OPEN
               IF WS-CARD-FILE-STATUS NOT = "35"
                   CLOSE RELEASE-CARD-IN
               END-IF
               CLOSE CUSTOMER-KSD
           END-IF.
           CLOSE RELEASE-REPORT-OUT.

           DISPLAY "ABCCRREL CONTROL TOTAL - CARDS="
               WS-CARD-COUNT
               " RELEASED=" WS-RELEASED-COUNT
               " REFUSED=" WS-REFUSED-COUNT
               " HELD-READ=" WS-HELD-READ-COUNT
               " TRANS-RELEASED=" WS-TRANS-RELEASED-COUNT
               " STILL-HELD=" WS-TRANS-KEPT-COUNT.

           IF WS-CARD-COUNT NOT =
               WS-RELEASED-COUNT + WS-REFUSED-COUNT
               OR WS-HELD-READ-COUNT NOT =
               WS-TRANS-RELEASED-COUNT + WS-TRANS-KEPT-COUNT
               OR WS-UPDATE-FAILED
               DISPLAY
                 "ABCCRREL **** CONTROL TOTALS OUT OF BALANCE ****"
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
