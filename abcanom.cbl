       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCANOM.
       AUTHOR. D HARLOW.
       INSTALLATION. DL100 BATCH SERVICES.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 2026-10-15  DH  NEW PROGRAM.  TRANSACTION ANOMALY CHECK. *
      *                 KEEPS A ROLLING HISTORY OF STATEMENT-    *
      *                 EXTRACT AMOUNTS PER CUSTOMER AND         *
      *                 CALCULATOR OVER THE WNDW RATE ROW'S      *
      *                 WINDOW (90 DAYS SHIPPED).  EACH NIGHT,   *
      *                 BEFORE THE GL FEED IS RELEASED, EVERY    *
      *                 EXTRACT LINE IS JUDGED AGAINST ITS       *
      *                 CUSTOMER'S BAND FROM THAT HISTORY - THE  *
      *                 MEAN PLUS OR MINUS K STANDARD            *
      *                 DEVIATIONS, K FROM THE BAND RATE ROW -   *
      *                 AND A LINE OUTSIDE IT IS FLAGGED OPEN ON *
      *                 THE ANOMALY REGISTER.  A REVIEWER CLEARS *
      *                 A FLAG WITH A CARD (JOB ANOMCLR); THE    *
      *                 REVIEWER MUST BE A KNOWN USERPROF ID     *
      *                 THAT IS NOT LOCKED, AND EVERY CARD LANDS *
      *                 ON THE SUITE AUDIT LOG.  ABCALERT RAISES *
      *                 EVERY FLAG STILL OPEN FROM AN EARLIER    *
      *                 NIGHT ON THE ALERT FEED.                 *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANOM-CARD-IN
               ASSIGN TO ANOMCARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.

           SELECT USER-PROFILE-FILE
               ASSIGN TO USERPROF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USERPROF-FILE-STATUS.

           SELECT RATE-TAB
               ASSIGN TO RATECTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATECTL-FILE-STATUS.

           SELECT REGISTER-IN
               ASSIGN TO ANOMREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANOMREG-FILE-STATUS.

           SELECT REGISTER-OUT
               ASSIGN TO ANOMNEW
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HISTORY-IN
               ASSIGN TO ANOMHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANOMHIST-FILE-STATUS.

           SELECT HISTORY-OUT
               ASSIGN TO ANOMHNEW
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STMT-EXTRACT-IN
               ASSIGN TO STMTEXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-FILE-STATUS.

           SELECT AUDIT-LOG-OUT
               ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT ANOM-REPORT-OUT
               ASSIGN TO ANOMRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ANOM-CARD-IN
           RECORDING MODE IS F.
       01  ANOM-CARD-RECORD.
           05  AC-FLAG-ID              PIC X(12).
           05  FILLER                  PIC X(01).
           05  AC-USER-ID              PIC X(08).
           05  FILLER                  PIC X(01).
           05  AC-CLEAR-NOTE           PIC X(30).
           05  FILLER                  PIC X(28).

       FD  USER-PROFILE-FILE
           RECORDING MODE IS F.
       01  USER-PROFILE-FILE-REC       PIC X(38).

       FD  RATE-TAB
           RECORDING MODE IS F.
       01  RATE-TAB-REC                PIC X(52).

       FD  REGISTER-IN
           RECORDING MODE IS F.
       01  REGISTER-IN-REC             PIC X(160).

       FD  REGISTER-OUT
           RECORDING MODE IS F.
       01  REGISTER-OUT-REC            PIC X(160).

       FD  HISTORY-IN
           RECORDING MODE IS F.
       01  HISTORY-IN-REC              PIC X(35).

       FD  HISTORY-OUT
           RECORDING MODE IS F.
       01  HISTORY-OUT-REC             PIC X(35).

       FD  STMT-EXTRACT-IN
           RECORDING MODE IS F.
       01  STMT-EXTRACT-IN-REC         PIC X(65).

       FD  AUDIT-LOG-OUT
           RECORDING MODE IS F.
       01  AUDIT-LOG-OUT-REC           PIC X(100).

       FD  ANOM-REPORT-OUT
           RECORDING MODE IS F.
       01  ANOM-REPORT-OUT-REC         PIC X(132).

       WORKING-STORAGE SECTION.
       COPY ANOMREC.
       COPY STMTREC.
       COPY RATECTL.
       COPY AUDITREC.
       COPY RUNSTAMP.
       COPY RPTHDFT.
       01  WS-CARD-FILE-STATUS         PIC X(02).
       01  WS-USERPROF-FILE-STATUS     PIC X(02).
       01  WS-RATECTL-FILE-STATUS      PIC X(02).

       01  WS-CARD-EOF-SW              PIC X(01) VALUE "N".
           88  WS-CARD-EOF                     VALUE "Y".
       01  WS-USERPROF-EOF-SW          PIC X(01) VALUE "N".
           88  WS-USERPROF-EOF                 VALUE "Y".
       01  WS-RATECTL-EOF-SW           PIC X(01) VALUE "N".
           88  WS-RATECTL-EOF                  VALUE "Y".
       01  WS-REGISTER-EOF-SW          PIC X(01) VALUE "N".
           88  WS-REGISTER-EOF                 VALUE "Y".
       01  WS-HISTORY-EOF-SW           PIC X(01) VALUE "N".
           88  WS-HISTORY-EOF                  VALUE "Y".
       01  WS-STMT-EOF-SW              PIC X(01) VALUE "N".
           88  WS-STMT-EOF                     VALUE "Y".
       01  WS-TABLE-FULL-SW            PIC X(01) VALUE "N".
           88  WS-TABLE-FULL                   VALUE "Y".
       01  WS-GROUP-FULL-SW            PIC X(01) VALUE "N".
           88  WS-GROUP-FULL                   VALUE "Y".

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

      *----------------------------------------------------------*
      * THE REGISTER, HELD WHILE THE CLEARANCE CARDS ARE         *
      * APPLIED.  WS-LAST-SEQ IS THE HIGHEST SEQUENCE ALREADY    *
      * USED FOR A FLAG RAISED ON THE RUN DATE, SO A SECOND RUN  *
      * ON THE SAME DATE CARRIES ON FROM IT.                     *
      *----------------------------------------------------------*
       01  WS-REGISTER-TABLE.
           05  WS-REG-COUNT            PIC 9(04) COMP VALUE ZERO.
           05  WS-REG-ENTRY            OCCURS 2000 TIMES.
               10  WS-RG-RECORD        PIC X(160).

       01  WS-REG-SUB                  PIC 9(04) COMP VALUE ZERO.
       01  WS-REG-MATCH                PIC 9(04) COMP VALUE ZERO.
       01  WS-LAST-SEQ                 PIC 9(04) COMP VALUE ZERO.

      *----------------------------------------------------------*
      * ONE ENTRY PER CUSTOMER AND CALCULATOR ON THE HISTORY.    *
      * THE SUMS ARE HELD WIDE ENOUGH FOR A FULL WINDOW OF       *
      * NIGHTS; A GROUP WHOSE SUMS STILL WILL NOT FIT IS MARKED  *
      * AND ITS LINES ARE NOT JUDGED.                            *
      *----------------------------------------------------------*
       01  ANOM-STAT-TABLE.
           05  AST-ENTRY-COUNT         PIC 9(04) COMP VALUE ZERO.
           05  AST-ENTRY               OCCURS 3000 TIMES.
               10  AST-GROUP-KEY       PIC X(14).
               10  AST-COUNT           PIC 9(08) COMP.
               10  AST-SUM             PIC S9(17)V99 COMP-3.
               10  AST-SUM-SQUARES     PIC 9(27)V9(04) COMP-3.
               10  AST-MEAN            PIC S9(15)V99 COMP-3.
               10  AST-VARIANCE        PIC 9(29)V99 COMP-3.
               10  AST-STD-DEV         PIC 9(15)V99 COMP-3.
               10  AST-BAND-LOW        PIC S9(15)V99 COMP-3.
               10  AST-BAND-HIGH       PIC S9(15)V99 COMP-3.
               10  AST-OVERFLOW-SW     PIC X(01).
                   88  AST-OVERFLOW            VALUE "Y".
       01  AST-LOOKUP-SUB              PIC 9(04) COMP VALUE ZERO.
       01  AST-MATCH-SUB               PIC 9(04) COMP VALUE ZERO.
       01  WS-FIND-GROUP-KEY           PIC X(14).
       01  WS-SQUARE                   PIC 9(22)V9(04) COMP-3
                                       VALUE ZERO.
       01  WS-BAND-WIDTH               PIC 9(17)V99 COMP-3
                                       VALUE ZERO.

      *----------------------------------------------------------*
      * SQUARE ROOT BY NEWTON'S METHOD: EACH GUESS IS AVERAGED   *
      * WITH THE VARIANCE DIVIDED BY IT UNTIL TWO GUESSES AGREE  *
      * TO WITHIN A CENT.                                        *
      *----------------------------------------------------------*
       01  WS-SQRT-GUESS               PIC 9(29)V99 COMP-3
                                       VALUE ZERO.
       01  WS-SQRT-NEXT                PIC 9(29)V99 COMP-3
                                       VALUE ZERO.
       01  WS-SQRT-CHANGE              PIC S9(29)V99 COMP-3
                                       VALUE ZERO.
       01  WS-SQRT-PASSES              PIC 9(04) COMP VALUE ZERO.
       01  WS-SQRT-DONE-SW             PIC X(01) VALUE "N".
           88  WS-SQRT-DONE                    VALUE "Y".

      *----------------------------------------------------------*
      * FROM THE PROGRAM'S RATE ROWS: WNDW VALUE-1 IS THE DAYS   *
      * OF HISTORY KEPT (AND THE DAYS A CLEARED FLAG STAYS ON    *
      * THE REGISTER); BAND VALUE-1 IS K IN HUNDREDTHS OF A      *
      * STANDARD DEVIATION AND VALUE-2 THE FEWEST HISTORY LINES  *
      * A GROUP MUST HAVE BEFORE ITS LINES ARE JUDGED.           *
      *----------------------------------------------------------*
       01  WS-WINDOW-DAYS              PIC 9(05) COMP VALUE 90.
       01  WS-BAND-K                   PIC 9(05) COMP VALUE 300.
       01  WS-MIN-HISTORY              PIC 9(05) COMP VALUE 5.

       01  WS-DATE-NUM                 PIC 9(08) VALUE ZERO.
       01  WS-TODAY-INTEGER            PIC 9(08) COMP VALUE ZERO.
       01  WS-ROW-INTEGER              PIC 9(08) COMP VALUE ZERO.
       01  WS-CUTOFF-INTEGER           PIC 9(08) COMP VALUE ZERO.

       01  WS-CARD-COUNT               PIC 9(08) COMP VALUE ZERO.
       01  WS-CLEARED-COUNT            PIC 9(08) COMP VALUE ZERO.
       01  WS-REFUSED-COUNT            PIC 9(08) COMP VALUE ZERO.
       01  WS-REGISTER-READ-COUNT      PIC 9(08) COMP VALUE ZERO.
       01  WS-PURGED-COUNT             PIC 9(08) COMP VALUE ZERO.
       01  WS-WRITTEN-COUNT            PIC 9(08) COMP VALUE ZERO.
       01  WS-OPEN-COUNT               PIC 9(08) COMP VALUE ZERO.
       01  WS-HISTORY-READ-COUNT       PIC 9(08) COMP VALUE ZERO.
       01  WS-EXPIRED-COUNT            PIC 9(08) COMP VALUE ZERO.
       01  WS-HISTORY-WRITTEN-COUNT    PIC 9(08) COMP VALUE ZERO.
       01  WS-EXTRACT-READ-COUNT       PIC 9(08) COMP VALUE ZERO.
       01  WS-IN-BAND-COUNT            PIC 9(08) COMP VALUE ZERO.
       01  WS-UNJUDGED-COUNT           PIC 9(08) COMP VALUE ZERO.
       01  WS-FLAGGED-COUNT            PIC 9(08) COMP VALUE ZERO.

       01  WS-RPT-DATE                 PIC X(10).

       01  WS-ANOM-HEADER.
           05  FILLER                  PIC X(14) VALUE "FLAG ID".
           05  FILLER                  PIC X(08) VALUE "CUST ID".
           05  FILLER                  PIC X(10) VALUE "PROGRAM".
           05  FILLER                  PIC X(16) VALUE
               "         AMOUNT".
           05  FILLER                  PIC X(16) VALUE
               "           MEAN".
           05  FILLER                  PIC X(16) VALUE
               "       BAND LOW".
           05  FILLER                  PIC X(16) VALUE
               "      BAND HIGH".
           05  FILLER                  PIC X(07) VALUE " HIST".
           05  FILLER                  PIC X(29) VALUE
               "DISPOSITION".

       01  WS-ANOM-LINE.
           05  WS-A-FLAG-ID            PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-A-CUSTOMER-ID        PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-A-PROGRAM            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-A-AMOUNT             PIC -(11)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-A-MEAN               PIC -(11)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-A-BAND-LOW           PIC -(11)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-A-BAND-HIGH          PIC -(11)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-A-HISTORY            PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-A-DISPOSITION        PIC X(29).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-PROCESS-CLEAR-CARD
               THRU 2000-EXIT
               UNTIL WS-CARD-EOF.

           PERFORM 3000-LOAD-HISTORY
               THRU 3000-EXIT.

           PERFORM 3500-COMPUTE-GROUP-BAND
               THRU 3500-EXIT
               VARYING AST-LOOKUP-SUB FROM 1 BY 1
               UNTIL AST-LOOKUP-SUB > AST-ENTRY-COUNT.

           PERFORM 4000-CARRY-REGISTER
               THRU 4000-EXIT.

           PERFORM 5000-JUDGE-EXTRACT
               THRU 5000-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           GOBACK.

      *----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT ANOM-REPORT-OUT.

           MOVE FUNCTION CURRENT-DATE TO WS-RUNSTAMP-CURRENT-DATE.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:14) TO WS-RUN-ID.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:8)  TO WS-RUN-DATE.

           MOVE WS-RUN-DATE            TO WS-DATE-NUM.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

           MOVE "ANOMALY CLEARANCE CARDS" TO RPT-ST-TEXT.
           STRING WS-RUN-DATE(5:2) "/" WS-RUN-DATE(7:2) "/"
               WS-RUN-DATE(1:4)
               DELIMITED BY SIZE INTO WS-RPT-DATE.

           PERFORM 1100-WRITE-PAGE-HEADERS
               THRU 1100-EXIT.

           PERFORM 1200-LOAD-LIMITS
               THRU 1200-EXIT.
           IF WS-TODAY-INTEGER > WS-WINDOW-DAYS
               COMPUTE WS-CUTOFF-INTEGER =
                   WS-TODAY-INTEGER - WS-WINDOW-DAYS
           END-IF.

           PERFORM 1300-LOAD-USERS
               THRU 1300-EXIT.

           PERFORM 1400-LOAD-REGISTER
               THRU 1400-EXIT.

           OPEN INPUT ANOM-CARD-IN.
           IF WS-CARD-FILE-STATUS = "35"
               SET WS-CARD-EOF TO TRUE
           ELSE
               PERFORM 2100-READ-CLEAR-CARD
                   THRU 2100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1100-WRITE-PAGE-HEADERS.
           ADD 1 TO RPT-PAGE-COUNT.
           MOVE WS-RPT-DATE            TO RPT-DL-RUN-DATE.

           WRITE ANOM-REPORT-OUT-REC FROM RPT-TITLE-LINE.
           WRITE ANOM-REPORT-OUT-REC FROM RPT-SUBTITLE-LINE.
           WRITE ANOM-REPORT-OUT-REC FROM RPT-DATE-LINE.
           MOVE SPACES                 TO ANOM-REPORT-OUT-REC.
           WRITE ANOM-REPORT-OUT-REC.
           WRITE ANOM-REPORT-OUT-REC FROM WS-ANOM-HEADER.
           MOVE SPACES                 TO ANOM-REPORT-OUT-REC.
           WRITE ANOM-REPORT-OUT-REC.
           MOVE 6                      TO RPT-LINE-COUNT.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE WINDOW AND BAND FROM THE WNDW AND BAND ROWS IN FORCE *
      * ON THE RUN DATE.  THE SHIPPED DEFAULTS ARE 90 DAYS, K OF *
      * 3.00 AND A HISTORY OF AT LEAST 5 LINES.                  *
      *----------------------------------------------------------*
       1200-LOAD-LIMITS.
           OPEN INPUT RATE-TAB.
           IF WS-RATECTL-FILE-STATUS = "35"
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1210-SCAN-RATE-ROW
               THRU 1210-EXIT
               UNTIL WS-RATECTL-EOF.
           CLOSE RATE-TAB.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1210-SCAN-RATE-ROW.
           READ RATE-TAB INTO RATE-CONTROL-RECORD
               AT END
                   SET WS-RATECTL-EOF TO TRUE
                   GO TO 1210-EXIT
           END-READ.

           IF RC-PROGRAM-ID NOT = "ABCANOM"
               GO TO 1210-EXIT
           END-IF.
           IF RC-EFF-FROM-DATE NOT = SPACES
               AND RC-EFF-FROM-DATE > WS-RUN-DATE
               GO TO 1210-EXIT
           END-IF.
           IF RC-EFF-TO-DATE NOT = SPACES
               AND RC-EFF-TO-DATE < WS-RUN-DATE
               GO TO 1210-EXIT
           END-IF.

           IF RC-RULE-CODE = "WNDW"
               AND RC-VALUE-1 > ZERO
               MOVE RC-VALUE-1         TO WS-WINDOW-DAYS
           END-IF.
           IF RC-RULE-CODE = "BAND"
               IF RC-VALUE-1 > ZERO
                   MOVE RC-VALUE-1     TO WS-BAND-K
               END-IF
               IF RC-VALUE-2 > ZERO
                   MOVE RC-VALUE-2     TO WS-MIN-HISTORY
               END-IF
           END-IF.
       1210-EXIT.
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
      * LOADS THE REGISTER.  A REGISTER TOO BIG FOR THE TABLE    *
      * REFUSES EVERY CARD AND IS COPIED FORWARD WHOLE, SO NO    *
      * FLAG CAN BE LOST FROM THE CARRY-FORWARD.                 *
      *----------------------------------------------------------*
       1400-LOAD-REGISTER.
           OPEN INPUT REGISTER-IN.
           IF WS-ANOMREG-FILE-STATUS = "35"
               SET WS-REGISTER-EOF TO TRUE
               GO TO 1400-EXIT
           END-IF.
           PERFORM 1410-LOAD-ONE-ROW
               THRU 1410-EXIT
               UNTIL WS-REGISTER-EOF.
           CLOSE REGISTER-IN.
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1410-LOAD-ONE-ROW.
           READ REGISTER-IN INTO ANOMALY-FLAG-RECORD
               AT END
                   SET WS-REGISTER-EOF TO TRUE
                   GO TO 1410-EXIT
           END-READ.

           ADD 1 TO WS-REGISTER-READ-COUNT.
           IF AF-FLAG-DATE = WS-RUN-DATE
               AND AF-FLAG-SEQ IS NUMERIC
               AND AF-FLAG-SEQ > WS-LAST-SEQ
               MOVE AF-FLAG-SEQ        TO WS-LAST-SEQ
           END-IF.
           IF WS-REG-COUNT < 2000
               ADD 1 TO WS-REG-COUNT
               MOVE ANOMALY-FLAG-RECORD
                   TO WS-RG-RECORD(WS-REG-COUNT)
           ELSE
               SET WS-TABLE-FULL TO TRUE
           END-IF.
       1410-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE CLEARANCE CARD: THE FLAG ID, THE REVIEWER'S USERPROF *
      * ID AND A NOTE OF WHY THE LINE IS IN ORDER.  ONLY AN OPEN *
      * FLAG CAN BE CLEARED, AND THE NOTE IS REQUIRED.           *
      *----------------------------------------------------------*
       2000-PROCESS-CLEAR-CARD.
           ADD 1 TO WS-CARD-COUNT.
           MOVE SPACES                 TO WS-ANOM-LINE.
           MOVE AC-FLAG-ID             TO WS-A-FLAG-ID.

           IF WS-TABLE-FULL
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "REFUSED - REGISTER OVER LIMIT"
                   TO WS-A-DISPOSITION
               GO TO 2000-WRITE
           END-IF.

           PERFORM 2200-FIND-REGISTER-ROW
               THRU 2200-EXIT.
           IF WS-REG-MATCH = ZERO
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "REFUSED - NO SUCH FLAG"
                   TO WS-A-DISPOSITION
               GO TO 2000-WRITE
           END-IF.
           MOVE WS-RG-RECORD(WS-REG-MATCH) TO ANOMALY-FLAG-RECORD.
           PERFORM 7100-FORMAT-FLAG-LINE
               THRU 7100-EXIT.

           PERFORM 2300-CHECK-USER
               THRU 2300-EXIT.
           IF NOT WS-USER-OK
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "REFUSED - NOT A VALID USER"
                   TO WS-A-DISPOSITION
               GO TO 2000-WRITE
           END-IF.
           IF AF-CLEARED
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "REFUSED - ALREADY CLEARED"
                   TO WS-A-DISPOSITION
               GO TO 2000-WRITE
           END-IF.
           IF AC-CLEAR-NOTE = SPACES
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "REFUSED - NO CLEARANCE NOTE"
                   TO WS-A-DISPOSITION
               GO TO 2000-WRITE
           END-IF.

           SET AF-CLEARED              TO TRUE.
           MOVE AC-USER-ID             TO AF-CLEARED-BY.
           MOVE WS-RUN-DATE            TO AF-CLEARED-DATE.
           MOVE AC-CLEAR-NOTE          TO AF-CLEAR-NOTE.
           MOVE ANOMALY-FLAG-RECORD    TO WS-RG-RECORD(WS-REG-MATCH).
           ADD 1 TO WS-CLEARED-COUNT.
           MOVE "CLEARED"              TO WS-A-DISPOSITION.

       2000-WRITE.
           PERFORM 7000-WRITE-REPORT-LINE
               THRU 7000-EXIT.
           PERFORM 8000-WRITE-AUDIT-LOG
               THRU 8000-EXIT.
           PERFORM 2100-READ-CLEAR-CARD
               THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2100-READ-CLEAR-CARD.
           READ ANOM-CARD-IN
               AT END
                   SET WS-CARD-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2200-FIND-REGISTER-ROW.
           MOVE ZERO TO WS-REG-MATCH.
           PERFORM 2210-SCAN-REGISTER-ROW
               THRU 2210-EXIT
               VARYING WS-REG-SUB FROM 1 BY 1
               UNTIL WS-REG-SUB > WS-REG-COUNT
               OR WS-REG-MATCH NOT = ZERO.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2210-SCAN-REGISTER-ROW.
           IF WS-RG-RECORD(WS-REG-SUB)(1:12) = AC-FLAG-ID
               MOVE WS-REG-SUB TO WS-REG-MATCH
           END-IF.
       2210-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2300-CHECK-USER.
           MOVE "N" TO WS-USER-OK-SW.
           IF AC-USER-ID = SPACES
               GO TO 2300-EXIT
           END-IF.
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
               AND WS-US-LOCKED(WS-USR-SUB) NOT = "Y"
               SET WS-USER-OK TO TRUE
           END-IF.
       2310-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * READS THE HISTORY, DROPS EVERY LINE OLDER THAN THE       *
      * WINDOW, AND ADDS EACH LINE KEPT TO ITS CUSTOMER AND      *
      * CALCULATOR GROUP.  THE LINES KEPT START THE NEW HISTORY; *
      * TONIGHT'S EXTRACT LINES ARE ADDED AFTER THEY ARE JUDGED, *
      * SO A LINE IS NEVER PART OF THE BAND IT IS JUDGED BY.     *
      *----------------------------------------------------------*
       3000-LOAD-HISTORY.
           OPEN OUTPUT HISTORY-OUT.
           OPEN INPUT HISTORY-IN.
           IF WS-ANOMHIST-FILE-STATUS = "35"
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-KEEP-HISTORY-LINE
               THRU 3100-EXIT
               UNTIL WS-HISTORY-EOF.
           CLOSE HISTORY-IN.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3100-KEEP-HISTORY-LINE.
           READ HISTORY-IN INTO ANOMALY-HISTORY-RECORD
               AT END
                   SET WS-HISTORY-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           ADD 1 TO WS-HISTORY-READ-COUNT.

           IF AH-RUN-DATE IS NOT NUMERIC
               ADD 1 TO WS-EXPIRED-COUNT
               GO TO 3100-EXIT
           END-IF.
           MOVE AH-RUN-DATE            TO WS-DATE-NUM.
           COMPUTE WS-ROW-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           IF WS-ROW-INTEGER NOT > WS-CUTOFF-INTEGER
               ADD 1 TO WS-EXPIRED-COUNT
               GO TO 3100-EXIT
           END-IF.

           WRITE HISTORY-OUT-REC FROM ANOMALY-HISTORY-RECORD.
           ADD 1 TO WS-HISTORY-WRITTEN-COUNT.

           MOVE AH-CUSTOMER-ID         TO WS-FIND-GROUP-KEY(1:6).
           MOVE AH-SOURCE-PROGRAM      TO WS-FIND-GROUP-KEY(7:8).
           PERFORM 3200-FIND-GROUP
               THRU 3200-EXIT.
           IF AST-MATCH-SUB = ZERO
               PERFORM 3300-ADD-GROUP
                   THRU 3300-EXIT
           END-IF.
           IF AST-MATCH-SUB = ZERO
               GO TO 3100-EXIT
           END-IF.

           ADD 1 TO AST-COUNT(AST-MATCH-SUB).
           ADD AH-AMOUNT TO AST-SUM(AST-MATCH-SUB)
               ON SIZE ERROR
                   SET AST-OVERFLOW(AST-MATCH-SUB) TO TRUE
           END-ADD.
           COMPUTE WS-SQUARE = AH-AMOUNT * AH-AMOUNT.
           ADD WS-SQUARE TO AST-SUM-SQUARES(AST-MATCH-SUB)
               ON SIZE ERROR
                   SET AST-OVERFLOW(AST-MATCH-SUB) TO TRUE
           END-ADD.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3200-FIND-GROUP.
           MOVE ZERO                   TO AST-MATCH-SUB.
           PERFORM 3210-SCAN-GROUP
               THRU 3210-EXIT
               VARYING AST-LOOKUP-SUB FROM 1 BY 1
               UNTIL AST-LOOKUP-SUB > AST-ENTRY-COUNT
               OR AST-MATCH-SUB > ZERO.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3210-SCAN-GROUP.
           IF AST-GROUP-KEY(AST-LOOKUP-SUB) = WS-FIND-GROUP-KEY
               MOVE AST-LOOKUP-SUB     TO AST-MATCH-SUB
           END-IF.
       3210-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3300-ADD-GROUP.
           IF AST-ENTRY-COUNT NOT < 3000
               IF NOT WS-GROUP-FULL
                   DISPLAY "ABCANOM **** GROUP TABLE FULL - "
                       "LATER GROUPS NOT JUDGED ****"
                   SET WS-GROUP-FULL   TO TRUE
               END-IF
               GO TO 3300-EXIT
           END-IF.

           ADD 1 TO AST-ENTRY-COUNT.
           MOVE AST-ENTRY-COUNT        TO AST-MATCH-SUB.
           MOVE WS-FIND-GROUP-KEY TO AST-GROUP-KEY(AST-MATCH-SUB).
           MOVE ZERO          TO AST-COUNT(AST-MATCH-SUB)
                                 AST-SUM(AST-MATCH-SUB)
                                 AST-SUM-SQUARES(AST-MATCH-SUB)
                                 AST-MEAN(AST-MATCH-SUB)
                                 AST-VARIANCE(AST-MATCH-SUB)
                                 AST-STD-DEV(AST-MATCH-SUB)
                                 AST-BAND-LOW(AST-MATCH-SUB)
                                 AST-BAND-HIGH(AST-MATCH-SUB).
           MOVE "N"           TO AST-OVERFLOW-SW(AST-MATCH-SUB).
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE GROUP'S BAND.  THE VARIANCE IS THE POPULATION        *
      * VARIANCE OF THE GROUP, WORKED FROM THE TWO SUMS IN ONE   *
      * COMPUTE; THE BAND IS THE MEAN PLUS OR MINUS K STANDARD   *
      * DEVIATIONS.                                              *
      *----------------------------------------------------------*
       3500-COMPUTE-GROUP-BAND.
           IF AST-OVERFLOW(AST-LOOKUP-SUB)
               GO TO 3500-EXIT
           END-IF.

           COMPUTE AST-MEAN(AST-LOOKUP-SUB) ROUNDED =
               AST-SUM(AST-LOOKUP-SUB) / AST-COUNT(AST-LOOKUP-SUB)
               ON SIZE ERROR
                   SET AST-OVERFLOW(AST-LOOKUP-SUB) TO TRUE
                   GO TO 3500-EXIT
           END-COMPUTE.

           COMPUTE AST-VARIANCE(AST-LOOKUP-SUB) ROUNDED =
               (AST-SUM-SQUARES(AST-LOOKUP-SUB)
                 - (AST-SUM(AST-LOOKUP-SUB)
                    * AST-SUM(AST-LOOKUP-SUB))
                   / AST-COUNT(AST-LOOKUP-SUB))
               / AST-COUNT(AST-LOOKUP-SUB)
               ON SIZE ERROR
                   SET AST-OVERFLOW(AST-LOOKUP-SUB) TO TRUE
                   GO TO 3500-EXIT
           END-COMPUTE.

           MOVE ZERO                   TO WS-SQRT-GUESS.
           IF AST-VARIANCE(AST-LOOKUP-SUB) > ZERO
               PERFORM 3600-SQUARE-ROOT
                   THRU 3600-EXIT
           END-IF.
           COMPUTE AST-STD-DEV(AST-LOOKUP-SUB) ROUNDED =
               WS-SQRT-GUESS
               ON SIZE ERROR
                   SET AST-OVERFLOW(AST-LOOKUP-SUB) TO TRUE
                   GO TO 3500-EXIT
           END-COMPUTE.

           COMPUTE WS-BAND-WIDTH ROUNDED =
               AST-STD-DEV(AST-LOOKUP-SUB) * WS-BAND-K / 100.
           COMPUTE AST-BAND-LOW(AST-LOOKUP-SUB) =
               AST-MEAN(AST-LOOKUP-SUB) - WS-BAND-WIDTH
               ON SIZE ERROR
                   SET AST-OVERFLOW(AST-LOOKUP-SUB) TO TRUE
           END-COMPUTE.
           COMPUTE AST-BAND-HIGH(AST-LOOKUP-SUB) =
               AST-MEAN(AST-LOOKUP-SUB) + WS-BAND-WIDTH
               ON SIZE ERROR
                   SET AST-OVERFLOW(AST-LOOKUP-SUB) TO TRUE
           END-COMPUTE.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * SQUARE ROOT OF THE CURRENT GROUP'S VARIANCE INTO         *
      * WS-SQRT-GUESS.  THE FIRST GUESS IS HALF THE VARIANCE     *
      * PLUS ONE, WHICH IS NEVER BELOW THE ROOT, SO THE GUESSES  *
      * FALL STEADILY TO IT.                                     *
      *----------------------------------------------------------*
       3600-SQUARE-ROOT.
           COMPUTE WS-SQRT-GUESS =
               AST-VARIANCE(AST-LOOKUP-SUB) / 2 + 1.
           MOVE ZERO                   TO WS-SQRT-PASSES.
           MOVE "N"                    TO WS-SQRT-DONE-SW.
           PERFORM 3610-NEWTON-STEP
               THRU 3610-EXIT
               UNTIL WS-SQRT-DONE
               OR WS-SQRT-PASSES > 500.
       3600-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3610-NEWTON-STEP.
           ADD 1 TO WS-SQRT-PASSES.
           COMPUTE WS-SQRT-NEXT ROUNDED =
               (WS-SQRT-GUESS
                 + AST-VARIANCE(AST-LOOKUP-SUB) / WS-SQRT-GUESS)
               / 2.
           COMPUTE WS-SQRT-CHANGE = WS-SQRT-GUESS - WS-SQRT-NEXT.
           IF WS-SQRT-CHANGE NOT > 0.01
               SET WS-SQRT-DONE        TO TRUE
           END-IF.
           IF WS-SQRT-NEXT < WS-SQRT-GUESS
               MOVE WS-SQRT-NEXT       TO WS-SQRT-GUESS
           END-IF.
       3610-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * WRITES THE REGISTER FORWARD WITH TONIGHT'S CLEARANCES    *
      * APPLIED AND LISTS EVERY FLAG STILL OPEN.  A CLEARED FLAG *
      * IS KEPT FOR THE WINDOW AFTER IT WAS CLEARED AND THEN     *
      * DROPPED.  WHEN THE REGISTER WAS TOO BIG FOR THE TABLE IT *
      * IS COPIED FORWARD WHOLE.  THE NEW REGISTER IS LEFT OPEN  *
      * FOR TONIGHT'S NEW FLAGS.                                 *
      *----------------------------------------------------------*
       4000-CARRY-REGISTER.
           OPEN OUTPUT REGISTER-OUT.

           MOVE "ANOMALY FLAGS AWAITING CLEARANCE" TO RPT-ST-TEXT.
           MOVE RPT-PAGE-COUNT         TO RPT-F-PAGE-NO.
           WRITE ANOM-REPORT-OUT-REC FROM RPT-FOOTER-LINE.
           PERFORM 1100-WRITE-PAGE-HEADERS
               THRU 1100-EXIT.

           IF WS-TABLE-FULL
               PERFORM 4300-COPY-REGISTER
                   THRU 4300-EXIT
           ELSE
               PERFORM 4100-CARRY-ONE-ROW
                   THRU 4100-EXIT
                   VARYING WS-REG-SUB FROM 1 BY 1
                   UNTIL WS-REG-SUB > WS-REG-COUNT
           END-IF.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       4100-CARRY-ONE-ROW.
           MOVE WS-RG-RECORD(WS-REG-SUB) TO ANOMALY-FLAG-RECORD.

           IF AF-CLEARED
               IF AF-CLEARED-DATE IS NOT NUMERIC
                   MOVE ZERO           TO WS-ROW-INTEGER
               ELSE
                   MOVE AF-CLEARED-DATE TO WS-DATE-NUM
                   COMPUTE WS-ROW-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               END-IF
               IF WS-ROW-INTEGER NOT > WS-CUTOFF-INTEGER
                   ADD 1 TO WS-PURGED-COUNT
                   GO TO 4100-EXIT
               END-IF
           END-IF.

           WRITE REGISTER-OUT-REC FROM ANOMALY-FLAG-RECORD.
           ADD 1 TO WS-WRITTEN-COUNT.
           IF AF-CLEARED
               GO TO 4100-EXIT
           END-IF.

           ADD 1 TO WS-OPEN-COUNT.
           MOVE SPACES                 TO WS-ANOM-LINE.
           PERFORM 7100-FORMAT-FLAG-LINE
               THRU 7100-EXIT.
           IF AF-FLAG-DATE < WS-RUN-DATE
               MOVE "OPEN - ON ALERT FEED" TO WS-A-DISPOSITION
           ELSE
               MOVE "OPEN"             TO WS-A-DISPOSITION
           END-IF.
           PERFORM 7000-WRITE-REPORT-LINE
               THRU 7000-EXIT.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * OVERFLOW PATH: THE REGISTER IS COPIED TO THE NEW ONE     *
      * RECORD FOR RECORD, UNCHANGED.                            *
      *----------------------------------------------------------*
       4300-COPY-REGISTER.
           DISPLAY "ABCANOM **** REGISTER EXCEEDS 2000 ROWS "
               "- NO CARD APPLIED, FILE COPIED FORWARD ****".
           MOVE "N" TO WS-REGISTER-EOF-SW.
           OPEN INPUT REGISTER-IN.
           PERFORM 4310-COPY-ONE-ROW
               THRU 4310-EXIT
               UNTIL WS-REGISTER-EOF.
           CLOSE REGISTER-IN.
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------*
       4310-COPY-ONE-ROW.
           READ REGISTER-IN INTO ANOMALY-FLAG-RECORD
               AT END
                   SET WS-REGISTER-EOF TO TRUE
               NOT AT END
                   WRITE REGISTER-OUT-REC FROM ANOMALY-FLAG-RECORD
                   ADD 1 TO WS-WRITTEN-COUNT
                   IF AF-OPEN
                       ADD 1 TO WS-OPEN-COUNT
                   END-IF
           END-READ.
       4310-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * JUDGES TONIGHT'S EXTRACT.  A LINE WHOSE GROUP HAS AT     *
      * LEAST THE MINIMUM HISTORY AND WHOSE AMOUNT FALLS OUTSIDE *
      * THE GROUP'S BAND IS FLAGGED OPEN ON THE NEW REGISTER.    *
      * EVERY LINE, FLAGGED OR NOT, JOINS THE NEW HISTORY UNDER  *
      * THE RUN DATE.                                            *
      *----------------------------------------------------------*
       5000-JUDGE-EXTRACT.
           MOVE "NEW ANOMALY FLAGS"    TO RPT-ST-TEXT.
           MOVE RPT-PAGE-COUNT         TO RPT-F-PAGE-NO.
           WRITE ANOM-REPORT-OUT-REC FROM RPT-FOOTER-LINE.
           PERFORM 1100-WRITE-PAGE-HEADERS
               THRU 1100-EXIT.

           OPEN INPUT STMT-EXTRACT-IN.
           IF WS-STMT-FILE-STATUS = "35"
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5100-JUDGE-ONE-LINE
               THRU 5100-EXIT
               UNTIL WS-STMT-EOF.
           CLOSE STMT-EXTRACT-IN.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       5100-JUDGE-ONE-LINE.
           READ STMT-EXTRACT-IN INTO STMT-EXTRACT-RECORD
               AT END
                   SET WS-STMT-EOF TO TRUE
                   GO TO 5100-EXIT
           END-READ.
           ADD 1 TO WS-EXTRACT-READ-COUNT.

           MOVE SX-CUSTOMER-ID         TO AH-CUSTOMER-ID.
           MOVE SX-SOURCE-PROGRAM      TO AH-SOURCE-PROGRAM.
           MOVE WS-RUN-DATE            TO AH-RUN-DATE.
           MOVE SX-AMOUNT              TO AH-AMOUNT.
           WRITE HISTORY-OUT-REC FROM ANOMALY-HISTORY-RECORD.
           ADD 1 TO WS-HISTORY-WRITTEN-COUNT.

           MOVE SX-CUSTOMER-ID         TO WS-FIND-GROUP-KEY(1:6).
           MOVE SX-SOURCE-PROGRAM      TO WS-FIND-GROUP-KEY(7:8).
           PERFORM 3200-FIND-GROUP
               THRU 3200-EXIT.
           IF AST-MATCH-SUB = ZERO
               ADD 1 TO WS-UNJUDGED-COUNT
               GO TO 5100-EXIT
           END-IF.
           IF AST-OVERFLOW(AST-MATCH-SUB)
               OR AST-COUNT(AST-MATCH-SUB) < WS-MIN-HISTORY
               ADD 1 TO WS-UNJUDGED-COUNT
               GO TO 5100-EXIT
           END-IF.
           IF SX-AMOUNT NOT < AST-BAND-LOW(AST-MATCH-SUB)
               AND SX-AMOUNT NOT > AST-BAND-HIGH(AST-MATCH-SUB)
               ADD 1 TO WS-IN-BAND-COUNT
               GO TO 5100-EXIT
           END-IF.

           PERFORM 5200-RAISE-FLAG
               THRU 5200-EXIT.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       5200-RAISE-FLAG.
           ADD 1 TO WS-LAST-SEQ.
           MOVE SPACES                 TO ANOMALY-FLAG-RECORD.
           MOVE WS-RUN-DATE            TO AF-FLAG-DATE.
           MOVE WS-LAST-SEQ            TO AF-FLAG-SEQ.
           MOVE SX-CUSTOMER-ID         TO AF-CUSTOMER-ID.
           MOVE SX-SOURCE-PROGRAM      TO AF-SOURCE-PROGRAM.
           MOVE SX-CHARGE-DESC         TO AF-CHARGE-DESC.
           MOVE SX-TRACE-ID            TO AF-TRACE-ID.
           MOVE SX-AMOUNT              TO AF-AMOUNT.
           MOVE AST-MEAN(AST-MATCH-SUB)      TO AF-MEAN.
           MOVE AST-BAND-LOW(AST-MATCH-SUB)  TO AF-BAND-LOW.
           MOVE AST-BAND-HIGH(AST-MATCH-SUB) TO AF-BAND-HIGH.
           MOVE AST-COUNT(AST-MATCH-SUB)     TO AF-HISTORY-COUNT.
           SET AF-OPEN                 TO TRUE.

           WRITE REGISTER-OUT-REC FROM ANOMALY-FLAG-RECORD.
           ADD 1 TO WS-WRITTEN-COUNT.
           ADD 1 TO WS-FLAGGED-COUNT.

           MOVE SPACES                 TO WS-ANOM-LINE.
           PERFORM 7100-FORMAT-FLAG-LINE
               THRU 7100-EXIT.
           IF SX-AMOUNT > AST-BAND-HIGH(AST-MATCH-SUB)
               MOVE "FLAGGED - ABOVE BAND" TO WS-A-DISPOSITION
           ELSE
               MOVE "FLAGGED - BELOW BAND" TO WS-A-DISPOSITION
           END-IF.
           PERFORM 7000-WRITE-REPORT-LINE
               THRU 7000-EXIT.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------*
       7000-WRITE-REPORT-LINE.
           IF RPT-LINE-COUNT >= RPT-MAX-LINES-PER-PAGE
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE ANOM-REPORT-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 1100-WRITE-PAGE-HEADERS
                   THRU 1100-EXIT
           END-IF.

           WRITE ANOM-REPORT-OUT-REC FROM WS-ANOM-LINE.
           ADD 1 TO RPT-LINE-COUNT.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       7100-FORMAT-FLAG-LINE.
           MOVE AF-FLAG-ID             TO WS-A-FLAG-ID.
           MOVE AF-CUSTOMER-ID         TO WS-A-CUSTOMER-ID.
           MOVE AF-SOURCE-PROGRAM      TO WS-A-PROGRAM.
           MOVE AF-AMOUNT              TO WS-A-AMOUNT.
           MOVE AF-MEAN                TO WS-A-MEAN.
           MOVE AF-BAND-LOW            TO WS-A-BAND-LOW.
           MOVE AF-BAND-HIGH           TO WS-A-BAND-HIGH.
           MOVE AF-HISTORY-COUNT       TO WS-A-HISTORY.
       7100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE AUDIT LINE PER CARD PROCESSED, ACCEPTED OR REFUSED.  *
      *----------------------------------------------------------*
       8000-WRITE-AUDIT-LOG.
           MOVE "ABCANOM"              TO AUD-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE  TO AUD-TIMESTAMP.
           MOVE ANOM-CARD-RECORD(1:40) TO AUD-INDATA.
           MOVE WS-A-DISPOSITION(1:25) TO AUD-RESULT.

           OPEN EXTEND AUDIT-LOG-OUT.
           IF WS-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-OUT
           END-IF.
           WRITE AUDIT-LOG-OUT-REC FROM AUDIT-LOG-LINE.
           CLOSE AUDIT-LOG-OUT.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       9000-TERMINATE.
           CLOSE REGISTER-OUT
                 HISTORY-OUT.

           MOVE RPT-PAGE-COUNT         TO RPT-F-PAGE-NO.
           WRITE ANOM-REPORT-OUT-REC FROM RPT-FOOTER-LINE.

           MOVE "CLEARANCE CARDS READ..." TO RPT-FN-LABEL.
           MOVE WS-CARD-COUNT          TO RPT-FN-COUNT.
           WRITE ANOM-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "FLAGS CLEARED.........." TO RPT-FN-LABEL.
           MOVE WS-CLEARED-COUNT       TO RPT-FN-COUNT.
           WRITE ANOM-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "CARDS REFUSED.........." TO RPT-FN-LABEL.
           MOVE WS-REFUSED-COUNT       TO RPT-FN-COUNT.
           WRITE ANOM-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "HISTORY LINES READ....." TO RPT-FN-LABEL.
           MOVE WS-HISTORY-READ-COUNT  TO RPT-FN-COUNT.
           WRITE ANOM-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "HISTORY LINES EXPIRED.." TO RPT-FN-LABEL.
           MOVE WS-EXPIRED-COUNT       TO RPT-FN-COUNT.
           WRITE ANOM-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "EXTRACT LINES READ....." TO RPT-FN-LABEL.
           MOVE WS-EXTRACT-READ-COUNT  TO RPT-FN-COUNT.
           WRITE ANOM-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "WITHIN BAND............" TO RPT-FN-LABEL.
           MOVE WS-IN-BAND-COUNT       TO RPT-FN-COUNT.
           WRITE ANOM-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "TOO LITTLE HISTORY....." TO RPT-FN-LABEL.
           MOVE WS-UNJUDGED-COUNT      TO RPT-FN-COUNT.
           WRITE ANOM-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "NEW FLAGS RAISED......." TO RPT-FN-LABEL.
           MOVE WS-FLAGGED-COUNT       TO RPT-FN-COUNT.
           WRITE ANOM-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "HISTORY LINES WRITTEN.." TO RPT-FN-LABEL.
           MOVE WS-HISTORY-WRITTEN-COUNT TO RPT-FN-COUNT.
           WRITE ANOM-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "REGISTER ROWS READ....." TO RPT-FN-LABEL.
           MOVE WS-REGISTER-READ-COUNT TO RPT-FN-COUNT.
           WRITE ANOM-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "CLEARED FLAGS RETIRED.." TO RPT-FN-LABEL.
           MOVE WS-PURGED-COUNT        TO RPT-FN-COUNT.
           WRITE ANOM-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "REGISTER ROWS WRITTEN.." TO RPT-FN-LABEL.
           MOVE WS-WRITTEN-COUNT       TO RPT-FN-COUNT.
           WRITE ANOM-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "EARLIER FLAGS OPEN....." TO RPT-FN-LABEL.
           MOVE WS-OPEN-COUNT          TO RPT-FN-COUNT.
           WRITE ANOM-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           IF WS-CARD-FILE-STATUS NOT = "35"
               CLOSE ANOM-CARD-IN
           END-IF.
           CLOSE ANOM-REPORT-OUT.

           DISPLAY "ABCANOM CONTROL TOTAL - CARDS="
               WS-CARD-COUNT
               " CLEARED=" WS-CLEARED-COUNT
               " REFUSED=" WS-REFUSED-COUNT
               " HIST-READ=" WS-HISTORY-READ-COUNT
               " EXPIRED=" WS-EXPIRED-COUNT
               " EXTRACT=" WS-EXTRACT-READ-COUNT
               " IN-BAND=" WS-IN-BAND-COUNT
               " UNJUDGED=" WS-UNJUDGED-COUNT
               " FLAGGED=" WS-FLAGGED-COUNT
               " REG-READ=" WS-REGISTER-READ-COUNT
               " RETIRED=" WS-PURGED-COUNT
               " WRITTEN=" WS-WRITTEN-COUNT.

           IF WS-CARD-COUNT NOT = WS-CLEARED-COUNT
               + WS-REFUSED-COUNT
               OR WS-EXTRACT-READ-COUNT NOT = WS-IN-BAND-COUNT
               + WS-UNJUDGED-COUNT + WS-FLAGGED-COUNT
               OR WS-HISTORY-READ-COUNT + WS-EXTRACT-READ-COUNT
               NOT = WS-HISTORY-WRITTEN-COUNT + WS-EXPIRED-COUNT
               OR WS-REGISTER-READ-COUNT + WS-FLAGGED-COUNT
               NOT = WS-WRITTEN-COUNT + WS-PURGED-COUNT
               DISPLAY
                 "ABCANOM **** CONTROL TOTALS OUT OF BALANCE ****"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-FLAGGED-COUNT > ZERO
                   OR WS-REFUSED-COUNT > ZERO
                   OR WS-GROUP-FULL
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
       9000-EXIT.
           EXIT.
