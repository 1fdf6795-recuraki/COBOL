       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCPTPEN.
       AUTHOR. D HARLOW.
       INSTALLATION. DL100 BATCH SERVICES.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 2026-10-15  DH  NEW PROGRAM.  PROMISE-TO-PAY ENTRY.  A   *
      *                 PROMISE CARD NAMES A PAST-DUE CUSTOMER,  *
      *                 THE AMOUNT PROMISED, THE DATE IT IS      *
      *                 PROMISED BY, AND THE USERPROF ID OF THE  *
      *                 COLLECTOR WHO TOOK IT.  THE COLLECTOR    *
      *                 MUST BE KNOWN AND NOT LOCKED, THE        *
      *                 CUSTOMER MUST BE ON THE KEYED MASTER     *
      *                 WITH NO OTHER PROMISE OPEN, AND THE DATE *
      *                 MUST NOT BE PAST.  AN ACCEPTED CARD GOES *
      *                 ON THE KEYED PROMISE REGISTER OPEN AND   *
      *                 IS LOGGED TO THE AUDIT LOG.              *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMISE-CARD-IN
               ASSIGN TO PTPCARD
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

           SELECT PROMISE-KSD
               ASSIGN TO PROMKSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PROMISE-KEY
               FILE STATUS IS WS-PROMKSD-FILE-STATUS.

           SELECT AUDIT-LOG-OUT
               ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT PROMISE-REPORT-OUT
               ASSIGN TO PTPERPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PROMISE-CARD-IN
           RECORDING MODE IS F.
       01  PROMISE-CARD-RECORD.
           05  PC-CUSTOMER-ID          PIC X(06).
           05  FILLER                  PIC X(01).
           05  PC-AMOUNT               PIC X(11).
           05  PC-AMOUNT-N             REDEFINES PC-AMOUNT
                                       PIC 9(09)V99.
           05  FILLER                  PIC X(01).
           05  PC-PROMISED-DATE        PIC X(08).
           05  FILLER                  PIC X(01).
           05  PC-USER-ID              PIC X(08).

       FD  USER-PROFILE-FILE
           RECORDING MODE IS F.
       01  USER-PROFILE-FILE-REC       PIC X(38).

       FD  CUSTOMER-KSD.
       COPY CUSTKSD.

       FD  PROMISE-KSD.
       COPY PROMKSD.

       FD  AUDIT-LOG-OUT
           RECORDING MODE IS F.
       01  AUDIT-LOG-OUT-REC           PIC X(100).

       FD  PROMISE-REPORT-OUT
           RECORDING MODE IS F.
       01  PROMISE-REPORT-OUT-REC      PIC X(132).

       WORKING-STORAGE SECTION.
       COPY AUDITREC.
       COPY RUNSTAMP.
       COPY RPTHDFT.
       01  WS-CARD-FILE-STATUS         PIC X(02).
       01  WS-USERPROF-FILE-STATUS     PIC X(02).
       01  WS-CUSTKSD-FILE-STATUS      PIC X(02).
       01  WS-PROMKSD-FILE-STATUS      PIC X(02).

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

       01  WS-BROWSE-EOF-SW            PIC X(01) VALUE "N".
           88  WS-BROWSE-EOF                   VALUE "Y".
       01  WS-OPEN-PROMISE-SW          PIC X(01) VALUE "N".
           88  WS-OPEN-PROMISE-FOUND           VALUE "Y".

       01  WS-CARD-COUNT               PIC 9(08) COMP VALUE ZERO.
       01  WS-ACCEPTED-COUNT           PIC 9(08) COMP VALUE ZERO.
       01  WS-REFUSED-COUNT            PIC 9(08) COMP VALUE ZERO.

       01  WS-RPT-DATE                 PIC X(10).

       01  WS-HEADER-LINE.
           05  FILLER                  PIC X(08) VALUE "CUSTOMER".
           05  FILLER                  PIC X(15) VALUE
               "       PROMISED".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "BY DATE".
           05  FILLER                  PIC X(10) VALUE "TAKEN BY".
           05  FILLER                  PIC X(44) VALUE "DISPOSITION".

       01  WS-DETAIL-LINE.
           05  WS-D-CUSTOMER-ID        PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-AMOUNT             PIC X(15).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-PROMISED-DATE      PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-USER-ID            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-DISPOSITION        PIC X(44).

       01  WS-EDIT-AMOUNT              PIC -(11)9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-PROCESS-PROMISE-CARD
               THRU 2000-EXIT
               UNTIL WS-CARD-EOF.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           GOBACK.

      *----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT PROMISE-REPORT-OUT.

           MOVE FUNCTION CURRENT-DATE TO WS-RUNSTAMP-CURRENT-DATE.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:14) TO WS-RUN-ID.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:8)  TO WS-RUN-DATE.

           MOVE "PROMISES TO PAY REGISTERED" TO RPT-ST-TEXT.
           STRING WS-RUN-DATE(5:2) "/" WS-RUN-DATE(7:2) "/"
               WS-RUN-DATE(1:4)
               DELIMITED BY SIZE INTO WS-RPT-DATE.

           PERFORM 1100-WRITE-PAGE-HEADERS
               THRU 1100-EXIT.

           PERFORM 1300-LOAD-USERS
               THRU 1300-EXIT.

           OPEN INPUT CUSTOMER-KSD.
           IF WS-CUSTKSD-FILE-STATUS NOT = "00"
               DISPLAY "ABCPTPEN **** CUSTOMER MASTER NOT AVAILABLE "
                   "- STATUS " WS-CUSTKSD-FILE-STATUS " ****"
               SET WS-UPDATE-FAILED    TO TRUE
               SET WS-CARD-EOF         TO TRUE
               GO TO 1000-EXIT
           END-IF.

           PERFORM 1400-OPEN-PROMISES
               THRU 1400-EXIT.
           SET WS-FILES-OPEN           TO TRUE.

           OPEN INPUT PROMISE-CARD-IN.
           IF WS-CARD-FILE-STATUS = "35"
               SET WS-CARD-EOF TO TRUE
           ELSE
               PERFORM 2100-READ-PROMISE-CARD
                   THRU 2100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1100-WRITE-PAGE-HEADERS.
           ADD 1 TO RPT-PAGE-COUNT.
           MOVE WS-RPT-DATE            TO RPT-DL-RUN-DATE.

           WRITE PROMISE-REPORT-OUT-REC FROM RPT-TITLE-LINE.
           WRITE PROMISE-REPORT-OUT-REC FROM RPT-SUBTITLE-LINE.
           WRITE PROMISE-REPORT-OUT-REC FROM RPT-DATE-LINE.
           MOVE SPACES                 TO PROMISE-REPORT-OUT-REC.
           WRITE PROMISE-REPORT-OUT-REC.
           WRITE PROMISE-REPORT-OUT-REC FROM WS-HEADER-LINE.
           MOVE SPACES                 TO PROMISE-REPORT-OUT-REC.
           WRITE PROMISE-REPORT-OUT-REC.

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
      * OPENS THE KEYED PROMISE REGISTER FOR UPDATE IN PLACE,    *
      * CREATING IT EMPTY ON ITS VERY FIRST USE.                 *
      *----------------------------------------------------------*
       1400-OPEN-PROMISES.
           OPEN I-O PROMISE-KSD.
           IF WS-PROMKSD-FILE-STATUS = "35"
               OPEN OUTPUT PROMISE-KSD
               CLOSE PROMISE-KSD
               OPEN I-O PROMISE-KSD
           END-IF.
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE PROMISE CARD: THE TAKER, THE AMOUNT AND THE DATE ARE *
      * EDITED, THEN THE CUSTOMER MUST BE ON THE MASTER WITH NO  *
      * PROMISE ALREADY OPEN.                                    *
      *----------------------------------------------------------*
       2000-PROCESS-PROMISE-CARD.
           ADD 1 TO WS-CARD-COUNT.
           MOVE PC-CUSTOMER-ID         TO WS-D-CUSTOMER-ID.
           MOVE PC-PROMISED-DATE       TO WS-D-PROMISED-DATE.
           MOVE PC-USER-ID             TO WS-D-USER-ID.
           IF PC-AMOUNT IS NUMERIC
               MOVE PC-AMOUNT-N        TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT     TO WS-D-AMOUNT
           ELSE
               MOVE PC-AMOUNT          TO WS-D-AMOUNT
           END-IF.

           PERFORM 2300-CHECK-USER
               THRU 2300-EXIT.

           EVALUATE TRUE
               WHEN NOT WS-USER-OK
                   MOVE "REFUSED - TAKER NOT A KNOWN ACTIVE USER"
                       TO WS-D-DISPOSITION
               WHEN PC-AMOUNT IS NOT NUMERIC
                   MOVE "REFUSED - INVALID PROMISED AMOUNT"
                       TO WS-D-DISPOSITION
               WHEN PC-AMOUNT-N = ZERO
                   MOVE "REFUSED - INVALID PROMISED AMOUNT"
                       TO WS-D-DISPOSITION
               WHEN PC-PROMISED-DATE IS NOT NUMERIC
                   MOVE "REFUSED - INVALID PROMISED DATE"
                       TO WS-D-DISPOSITION
               WHEN PC-PROMISED-DATE < WS-RUN-DATE
                   MOVE "REFUSED - PROMISED DATE ALREADY PAST"
                       TO WS-D-DISPOSITION
               WHEN OTHER
                   MOVE SPACES         TO WS-D-DISPOSITION
           END-EVALUATE.
           IF WS-D-DISPOSITION NOT = SPACES
               GO TO 2000-REFUSE
           END-IF.

           MOVE PC-CUSTOMER-ID         TO CMK-CUSTOMER-ID.
           READ CUSTOMER-KSD.
           IF WS-CUSTKSD-FILE-STATUS NOT = "00"
               MOVE "REFUSED - CUSTOMER NOT ON MASTER"
                   TO WS-D-DISPOSITION
               GO TO 2000-REFUSE
           END-IF.

           PERFORM 2500-FIND-OPEN-PROMISE
               THRU 2500-EXIT.
           IF WS-OPEN-PROMISE-FOUND
               MOVE "REFUSED - A PROMISE IS ALREADY OPEN"
                   TO WS-D-DISPOSITION
               GO TO 2000-REFUSE
           END-IF.

           PERFORM 3000-REGISTER-PROMISE
               THRU 3000-EXIT.
           PERFORM 7000-WRITE-REPORT-LINE
               THRU 7000-EXIT.
           GO TO 2000-READ-NEXT.

       2000-REFUSE.
           ADD 1 TO WS-REFUSED-COUNT.
           PERFORM 7000-WRITE-REPORT-LINE
               THRU 7000-EXIT.

       2000-READ-NEXT.
           PERFORM 2100-READ-PROMISE-CARD
               THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2100-READ-PROMISE-CARD.
           READ PROMISE-CARD-IN
               AT END
                   SET WS-CARD-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ANY COLLECTOR MAY TAKE A PROMISE, SO LONG AS THE ID IS   *
      * ON USERPROF AND NOT LOCKED OUT.                          *
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
           IF WS-US-USER-ID(WS-USR-SUB) = PC-USER-ID
               AND PC-USER-ID NOT = SPACES
               AND WS-US-LOCKED(WS-USR-SUB) NOT = "Y"
               SET WS-USER-OK TO TRUE
           END-IF.
       2310-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * BROWSES THE CARD CUSTOMER'S PROMISES FOR ONE STILL OPEN. *
      *----------------------------------------------------------*
       2500-FIND-OPEN-PROMISE.
           MOVE "N"                    TO WS-OPEN-PROMISE-SW.
           MOVE "N"                    TO WS-BROWSE-EOF-SW.
           MOVE PC-CUSTOMER-ID         TO PM-CUSTOMER-ID.
           MOVE LOW-VALUES             TO PM-TAKEN-DATE.
           START PROMISE-KSD
               KEY IS NOT LESS THAN PM-PROMISE-KEY
               INVALID KEY
                   SET WS-BROWSE-EOF TO TRUE
           END-START.

           PERFORM 2510-SCAN-ONE-PROMISE
               THRU 2510-EXIT
               UNTIL WS-BROWSE-EOF
               OR WS-OPEN-PROMISE-FOUND.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2510-SCAN-ONE-PROMISE.
           READ PROMISE-KSD NEXT RECORD
               AT END
                   SET WS-BROWSE-EOF TO TRUE
           END-READ.

           IF WS-BROWSE-EOF
               GO TO 2510-EXIT
           END-IF.
           IF PM-CUSTOMER-ID NOT = PC-CUSTOMER-ID
               SET WS-BROWSE-EOF TO TRUE
               GO TO 2510-EXIT
           END-IF.
           IF PM-PROMISE-OPEN
               SET WS-OPEN-PROMISE-FOUND TO TRUE
           END-IF.
       2510-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * WRITES THE NEW PROMISE OPEN, KEYED ON TODAY'S DATE, AND  *
      * LOGS WHO TOOK IT.                                        *
      *----------------------------------------------------------*
       3000-REGISTER-PROMISE.
           MOVE SPACES                 TO PROMISE-KEYED-RECORD.
           MOVE PC-CUSTOMER-ID         TO PM-CUSTOMER-ID.
           MOVE WS-RUN-DATE            TO PM-TAKEN-DATE.
           MOVE PC-AMOUNT-N            TO PM-PROMISED-AMOUNT.
           MOVE PC-PROMISED-DATE       TO PM-PROMISED-DATE.
           MOVE PC-USER-ID             TO PM-TAKEN-BY.
           MOVE ZERO                   TO PM-PAID-AMOUNT.
           MOVE SPACES                 TO PM-LAST-PAY-DATE.
           MOVE "O"                    TO PM-STATUS.
           MOVE WS-RUN-DATE            TO PM-STATUS-DATE.
           WRITE PROMISE-KEYED-RECORD.

           EVALUATE WS-PROMKSD-FILE-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "22"
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE "REFUSED - PROMISE ALREADY TAKEN TODAY"
                       TO WS-D-DISPOSITION
                   GO TO 3000-EXIT
               WHEN OTHER
                   SET WS-UPDATE-FAILED TO TRUE
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE "REFUSED - REGISTER WRITE FAILED"
                       TO WS-D-DISPOSITION
                   GO TO 3000-EXIT
           END-EVALUATE.

           ADD 1 TO WS-ACCEPTED-COUNT.
           MOVE "PROMISE REGISTERED"   TO WS-D-DISPOSITION.

           MOVE "ABCPTPEN"             TO AUD-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE  TO AUD-TIMESTAMP.
           MOVE PROMISE-CARD-RECORD    TO AUD-INDATA.
           MOVE SPACES                 TO AUD-RESULT.
           STRING "PROMISE TAKEN BY " PC-USER-ID
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
               WRITE PROMISE-REPORT-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 1100-WRITE-PAGE-HEADERS
                   THRU 1100-EXIT
           END-IF.

           WRITE PROMISE-REPORT-OUT-REC FROM WS-DETAIL-LINE.
           ADD 1 TO RPT-LINE-COUNT.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       9000-TERMINATE.
           MOVE RPT-PAGE-COUNT         TO RPT-F-PAGE-NO.
           WRITE PROMISE-REPORT-OUT-REC FROM RPT-FOOTER-LINE.

           MOVE "PROMISE CARDS READ....." TO RPT-FN-LABEL.
           MOVE WS-CARD-COUNT          TO RPT-FN-COUNT.
           WRITE PROMISE-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "PROMISES REGISTERED...." TO RPT-FN-LABEL.
           MOVE WS-ACCEPTED-COUNT      TO RPT-FN-COUNT.
           WRITE PROMISE-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "CARDS REFUSED.........." TO RPT-FN-LABEL.
           MOVE WS-REFUSED-COUNT       TO RPT-FN-COUNT.
           WRITE PROMISE-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           IF WS-FILES-OPEN
               IF WS-CARD-FILE-STATUS NOT = "35"
                   CLOSE PROMISE-CARD-IN
               END-IF
               CLOSE CUSTOMER-KSD
                     PROMISE-KSD
           END-IF.
           CLOSE PROMISE-REPORT-OUT.

           DISPLAY "ABCPTPEN CONTROL TOTAL - CARDS="
               WS-CARD-COUNT
               " REGISTERED=" WS-ACCEPTED-COUNT
               " REFUSED=" WS-REFUSED-COUNT.

           IF WS-CARD-COUNT NOT =
               WS-ACCEPTED-COUNT + WS-REFUSED-COUNT
               OR WS-UPDATE-FAILED
               DISPLAY
                 "ABCPTPEN **** CONTROL TOTALS OUT OF BALANCE ****"
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
