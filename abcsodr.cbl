       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCSODR.
       AUTHOR. D HARLOW.
       INSTALLATION. DL100 BATCH SERVICES.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 2026-10-15  DH  NEW PROGRAM.  QUARTERLY SEGREGATION-OF-  *
      *                 DUTIES CONFLICT REPORT.  EVERY USER'S    *
      *                 FUNCTIONS ARE GATHERED FROM TWO PLACES:  *
      *                 THE USER PROFILE (PRIV ROLE AND THE MENU *
      *                 CALCULATORS AUTHORIZED) AND ACTUAL       *
      *                 ACTIVITY IN THE QUARTER - CONTROL-TABLE  *
      *                 PROPOSALS, DECISIONS AND APPLIES,        *
      *                 PAYMENT APPROVALS, HOLD RELEASES AND     *
      *                 PAYEE BANK CHANGES ON THE AUDIT LOG,     *
      *                 OVERRIDES ON THE OVERRIDE REGISTER AND   *
      *                 WRITE-OFF APPROVALS ON THE WRITE-OFF     *
      *                 REGISTER.  EACH USER IS TESTED AGAINST   *
      *                 EVERY PAIR OF INCOMPATIBLE FUNCTIONS ON  *
      *                 THE SODRULE TABLE AND EVERY CONFLICT IS  *
      *                 LISTED WITH THE PROFILE GRANT OR THE     *
      *                 TRANSACTIONS THAT SUPPORT EACH SIDE OF   *
      *                 IT.  NOTHING IS UPDATED, SO THE JOB MAY  *
      *                 BE RERUN.                                *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOD-CARD-IN
               ASSIGN TO SODCARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.

           SELECT SOD-RULE-IN
               ASSIGN TO SODRULE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SODRULE-FILE-STATUS.

           SELECT USER-PROFILE-FILE
               ASSIGN TO USERPROF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USERPROF-FILE-STATUS.

           SELECT AUDIT-LOG-IN
               ASSIGN TO AUDITALL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT OVERRIDE-REGISTER-IN
               ASSIGN TO OVRDREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVRDREG-FILE-STATUS.

           SELECT WRITEOFF-REGISTER-IN
               ASSIGN TO WOREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WOREG-FILE-STATUS.

           SELECT SOD-REPORT-OUT
               ASSIGN TO SODRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SOD-CARD-IN
           RECORDING MODE IS F.
       01  SOD-CARD-RECORD.
           05  SC-QUARTER              PIC X(06).
           05  FILLER                  PIC X(74).

       FD  SOD-RULE-IN
           RECORDING MODE IS F.
       01  SOD-RULE-IN-REC             PIC X(63).

       FD  USER-PROFILE-FILE
           RECORDING MODE IS F.
       01  USER-PROFILE-FILE-REC       PIC X(38).

       FD  AUDIT-LOG-IN
           RECORDING MODE IS F.
       01  AUDIT-LOG-IN-REC            PIC X(100).

       FD  OVERRIDE-REGISTER-IN
           RECORDING MODE IS F.
       01  OVERRIDE-REGISTER-IN-REC    PIC X(83).

       FD  WRITEOFF-REGISTER-IN
           RECORDING MODE IS F.
       01  WRITEOFF-REGISTER-IN-REC    PIC X(76).

       FD  SOD-REPORT-OUT
           RECORDING MODE IS F.
       01  SOD-REPORT-OUT-REC          PIC X(132).

       WORKING-STORAGE SECTION.
       COPY SODRULE.
       COPY AUDITREC.
       COPY RUNSTAMP.
       COPY RPTHDFT.
       01  WS-CARD-FILE-STATUS         PIC X(02).
       01  WS-USERPROF-FILE-STATUS     PIC X(02).
       01  WS-OVRDREG-FILE-STATUS      PIC X(02).
       01  WS-WOREG-FILE-STATUS        PIC X(02).

       01  WS-USERPROF-EOF-SW          PIC X(01) VALUE "N".
           88  WS-USERPROF-EOF                 VALUE "Y".
       01  WS-AUDIT-EOF-SW             PIC X(01) VALUE "N".
           88  WS-AUDIT-EOF                    VALUE "Y".
       01  WS-OVRDREG-EOF-SW           PIC X(01) VALUE "N".
           88  WS-OVRDREG-EOF                  VALUE "Y".
       01  WS-WOREG-EOF-SW             PIC X(01) VALUE "N".
           88  WS-WOREG-EOF                    VALUE "Y".
       01  WS-CARD-BAD-SW              PIC X(01) VALUE "N".
           88  WS-CARD-BAD                     VALUE "Y".
       01  WS-TABLE-FULL-SW            PIC X(01) VALUE "N".
           88  WS-TABLE-FULL                   VALUE "Y".

       01  USER-PROFILE-RECORD.
           05  UP-USER-ID              PIC X(08).
           05  UP-PASSWORD             PIC X(08).
           05  UP-ROLE                 PIC X(04).
           05  UP-LOCKED               PIC X(01).
           05  UP-AUTH-FLAGS           PIC X(13).
           05  UP-AUTH-FLAG REDEFINES UP-AUTH-FLAGS
                                       PIC X(01) OCCURS 13 TIMES.
           05  UP-DEPARTMENT           PIC X(04).

       01  OVERRIDE-REGISTER-RECORD.
           05  OR-RUN-DATE             PIC X(08).
           05  OR-SOURCE               PIC X(08).
           05  OR-SEQUENCE             PIC 9(05).
           05  OR-REASON-CODE          PIC X(02).
           05  OR-USER-ID              PIC X(08).
           05  OR-APPROVER-2-ID        PIC X(08).
           05  OR-RECORD-TEXT          PIC X(40).
           05  FILLER                  PIC X(04).

       01  WRITEOFF-REGISTER-RECORD.
           05  WR-RUN-DATE             PIC X(08).
           05  WR-SOURCE               PIC X(08).
           05  WR-SEQUENCE             PIC 9(05).
           05  WR-PROGRAM-ID           PIC X(08).
           05  WR-AMOUNT               PIC 9(09)V99.
           05  WR-APPROVER-ID          PIC X(08).
           05  WR-APPROVER-2-ID        PIC X(08).
           05  WR-REASON               PIC X(20).

      *----------------------------------------------------------*
      * THE QUARTER REPORTED: AN OPTIONAL CARD (YYYYQN IN        *
      * COLUMNS 1-6), OTHERWISE THE LAST COMPLETE QUARTER BEFORE *
      * THE RUN DATE.  ACTIVITY DATED FROM WS-PERIOD-FROM TO     *
      * WS-PERIOD-TO INCLUSIVE IS COUNTED.                       *
      *----------------------------------------------------------*
       01  WS-QUARTER                  PIC X(06) VALUE SPACES.
       01  WS-QUARTER-PARTS REDEFINES WS-QUARTER.
           05  WS-QT-YEAR              PIC X(04).
           05  WS-QT-LETTER            PIC X(01).
           05  WS-QT-NUMBER            PIC X(01).
       01  WS-QT-YEAR-NUM              PIC 9(04) VALUE ZERO.
       01  WS-QT-NUM                   PIC 9(01) VALUE ZERO.
       01  WS-RUN-DATE-NUM             PIC 9(08).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE-NUM.
           05  WS-RD-YEAR              PIC 9(04).
           05  WS-RD-MONTH             PIC 9(02).
           05  WS-RD-DAY               PIC 9(02).

       01  WS-QUARTER-BOUNDS.
           05  FILLER                  PIC X(08) VALUE "01010331".
           05  FILLER                  PIC X(08) VALUE "04010630".
           05  FILLER                  PIC X(08) VALUE "07010930".
           05  FILLER                  PIC X(08) VALUE "10011231".
       01  WS-QUARTER-BOUND-TABLE REDEFINES WS-QUARTER-BOUNDS.
           05  WS-QB-ENTRY             OCCURS 4 TIMES.
               10  WS-QB-FROM          PIC X(04).
               10  WS-QB-TO            PIC X(04).

       01  WS-PERIOD-FROM              PIC X(08) VALUE SPACES.
       01  WS-PERIOD-TO                PIC X(08) VALUE SPACES.

      *----------------------------------------------------------*
      * EVERY USER SEEN ON THE PROFILE FILE OR IN THE PERIOD'S   *
      * ACTIVITY, WITH THE FUNCTIONS THE USER HOLDS.  A FUNCTION *
      * IS HELD BY PROFILE (WS-UF-PROFILE) AND/OR BY ACTIVITY    *
      * (WS-UF-ACTIVITY-COUNT TRANSACTIONS IN THE PERIOD).  A    *
      * USER WITH ACTIVITY BUT NO PROFILE ROW IS FLAGGED.        *
      *----------------------------------------------------------*
       01  WS-USER-TABLE.
           05  WS-SU-COUNT             PIC 9(03) COMP VALUE ZERO.
           05  WS-SU-ENTRY             OCCURS 100 TIMES.
               10  WS-SU-USER-ID       PIC X(08).
               10  WS-SU-ON-PROFILE-SW PIC X(01).
                   88  WS-SU-ON-PROFILE        VALUE "Y".
               10  WS-SU-FUNC-COUNT    PIC 9(02) COMP.
               10  WS-SU-FUNCTION      OCCURS 30 TIMES.
                   15  WS-UF-CODE      PIC X(08).
                   15  WS-UF-PROFILE-SW
                                       PIC X(01).
                       88  WS-UF-PROFILE       VALUE "Y".
                   15  WS-UF-ACTIVITY-COUNT
                                       PIC 9(05) COMP.

       01  WS-SU-SUB                   PIC 9(03) COMP VALUE ZERO.
       01  WS-SU-MATCH                 PIC 9(03) COMP VALUE ZERO.
       01  WS-UF-SUB                   PIC 9(02) COMP VALUE ZERO.
       01  WS-UF-MATCH                 PIC 9(02) COMP VALUE ZERO.
       01  WS-FLAG-SUB                 PIC 9(02) COMP VALUE ZERO.
       01  WS-FLAG-NUMBER              PIC 9(02).

      *----------------------------------------------------------*
      * THE SUPPORTING TRANSACTIONS: ONE ENTRY PER PIECE OF      *
      * ACTIVITY COUNTED, SO A CONFLICT CAN BE LISTED WITH WHAT  *
      * THE USER ACTUALLY DID.                                   *
      *----------------------------------------------------------*
       01  WS-EVIDENCE-TABLE.
           05  WS-EV-COUNT             PIC 9(04) COMP VALUE ZERO.
           05  WS-EV-ENTRY             OCCURS 2000 TIMES.
               10  WS-EV-USER-ID       PIC X(08).
               10  WS-EV-FUNCTION      PIC X(08).
               10  WS-EV-DATE          PIC X(08).
               10  WS-EV-SOURCE        PIC X(08).
               10  WS-EV-DETAIL        PIC X(40).

       01  WS-EV-SUB                   PIC 9(04) COMP VALUE ZERO.

      *----------------------------------------------------------*
      * ONE PIECE OF ACTIVITY OR ONE PROFILE GRANT, AS FOUND.    *
      *----------------------------------------------------------*
       01  WS-ACTIVITY.
           05  WS-ACT-USER-ID          PIC X(08).
           05  WS-ACT-FUNCTION         PIC X(08).
           05  WS-ACT-DATE             PIC X(08).
           05  WS-ACT-SOURCE           PIC X(08).
           05  WS-ACT-DETAIL           PIC X(40).

       01  WS-MENU-FUNCTION.
           05  FILLER                  PIC X(04) VALUE "MENU".
           05  WS-MF-NUMBER            PIC 9(02).
           05  FILLER                  PIC X(02) VALUE SPACES.

       01  WS-ED-AMOUNT                PIC Z(08)9.99.

      *----------------------------------------------------------*
      * THE TWO SIDES OF THE RULE BEING TESTED.                  *
      *----------------------------------------------------------*
       01  WS-SIDE-FUNCTION            PIC X(08).
       01  WS-SIDE-HELD-SW             PIC X(01).
           88  WS-SIDE-HELD                    VALUE "Y".
       01  WS-SIDE-PROFILE-SW          PIC X(01).
           88  WS-SIDE-PROFILE                 VALUE "Y".
       01  WS-SIDE-ACTIVITY-SW         PIC X(01).
           88  WS-SIDE-ACTIVITY                VALUE "Y".
       01  WS-A-HELD-SW                PIC X(01).
           88  WS-A-HELD                       VALUE "Y".
       01  WS-A-ACTIVITY-SW            PIC X(01).
           88  WS-A-ACTIVITY                   VALUE "Y".

       01  WS-AUDIT-READ-COUNT         PIC 9(08) COMP VALUE ZERO.
       01  WS-OVRD-READ-COUNT          PIC 9(08) COMP VALUE ZERO.
       01  WS-WOFF-READ-COUNT          PIC 9(08) COMP VALUE ZERO.
       01  WS-ACTIVITY-COUNT           PIC 9(08) COMP VALUE ZERO.
       01  WS-CONFLICT-COUNT           PIC 9(08) COMP VALUE ZERO.
       01  WS-ACTIVE-CONFLICT-COUNT    PIC 9(08) COMP VALUE ZERO.
       01  WS-USER-CONFLICT-COUNT      PIC 9(08) COMP VALUE ZERO.
       01  WS-CONFLICTED-USER-COUNT    PIC 9(08) COMP VALUE ZERO.
       01  WS-NO-PROFILE-COUNT         PIC 9(08) COMP VALUE ZERO.
       01  WS-DROPPED-COUNT            PIC 9(08) COMP VALUE ZERO.

       01  WS-RPT-DATE                 PIC X(10).

       01  WS-PERIOD-LINE.
           05  FILLER                  PIC X(08) VALUE "QUARTER ".
           05  WS-P-QUARTER            PIC X(06).
           05  FILLER                  PIC X(18)
               VALUE " - ACTIVITY DATED ".
           05  WS-P-FROM               PIC X(08).
           05  FILLER                  PIC X(06) VALUE " THRU ".
           05  WS-P-TO                 PIC X(08).
           05  FILLER                  PIC X(78) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER                  PIC X(10) VALUE "USER".
           05  FILLER                  PIC X(06) VALUE "RULE".
           05  FILLER                  PIC X(20) VALUE "FUNCTIONS".
           05  FILLER                  PIC X(10) VALUE "BASIS".
           05  FILLER                  PIC X(86)
               VALUE "CONFLICT / SUPPORTING TRANSACTIONS".

       01  WS-CONFLICT-LINE.
           05  WS-C-USER-ID            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-C-RULE-ID            PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-C-FUNCTION-A         PIC X(08).
           05  WS-C-SLASH              PIC X(01).
           05  WS-C-FUNCTION-B         PIC X(08).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-C-BASIS              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-C-DESCRIPTION        PIC X(40).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-C-NOTE               PIC X(44).

       01  WS-SUPPORT-LINE.
           05  FILLER                  PIC X(16) VALUE SPACES.
           05  WS-S-FUNCTION           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-S-DATE               PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-S-SOURCE             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-S-DETAIL             PIC X(40).
           05  FILLER                  PIC X(46) VALUE SPACES.

       01  WS-PRINT-LINE               PIC X(132).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-SCAN-AUDIT-LOG
               THRU 2000-EXIT.

           PERFORM 3000-SCAN-OVERRIDES
               THRU 3000-EXIT.

           PERFORM 4000-SCAN-WRITEOFFS
               THRU 4000-EXIT.

           PERFORM 5000-TEST-USER
               THRU 5000-EXIT
               VARYING WS-SU-SUB FROM 1 BY 1
               UNTIL WS-SU-SUB > WS-SU-COUNT.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           GOBACK.

      *----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT SOD-REPORT-OUT.

           MOVE FUNCTION CURRENT-DATE TO WS-RUNSTAMP-CURRENT-DATE.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:14) TO WS-RUN-ID.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:8)  TO WS-RUN-DATE.

           PERFORM 1200-READ-QUARTER-CARD
               THRU 1200-EXIT.

           MOVE "SEGREGATION-OF-DUTIES CONFLICTS" TO RPT-ST-TEXT.
           STRING WS-RUN-DATE(5:2) "/" WS-RUN-DATE(7:2) "/"
               WS-RUN-DATE(1:4)
               DELIMITED BY SIZE INTO WS-RPT-DATE.

           PERFORM 1100-WRITE-PAGE-HEADERS
               THRU 1100-EXIT.

           IF WS-CARD-BAD
               GO TO 1000-EXIT
           END-IF.

           PERFORM 1300-LOAD-RULES
               THRU 1300-EXIT.

           PERFORM 1400-LOAD-PROFILES
               THRU 1400-EXIT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1100-WRITE-PAGE-HEADERS.
           ADD 1 TO RPT-PAGE-COUNT.
           MOVE WS-RPT-DATE            TO RPT-DL-RUN-DATE.

           WRITE SOD-REPORT-OUT-REC FROM RPT-TITLE-LINE.
           WRITE SOD-REPORT-OUT-REC FROM RPT-SUBTITLE-LINE.
           WRITE SOD-REPORT-OUT-REC FROM RPT-DATE-LINE.
           MOVE WS-QUARTER             TO WS-P-QUARTER.
           MOVE WS-PERIOD-FROM         TO WS-P-FROM.
           MOVE WS-PERIOD-TO           TO WS-P-TO.
           WRITE SOD-REPORT-OUT-REC FROM WS-PERIOD-LINE.
           MOVE SPACES                 TO SOD-REPORT-OUT-REC.
           WRITE SOD-REPORT-OUT-REC.
           WRITE SOD-REPORT-OUT-REC FROM WS-COLUMN-LINE.

           MOVE 6                      TO RPT-LINE-COUNT.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * AN OPTIONAL CARD NAMES THE QUARTER TO REPORT (YYYYQN),   *
      * SO A PRIOR QUARTER CAN BE REVIEWED AGAIN.  WITHOUT ONE   *
      * THE LAST COMPLETE QUARTER IS TAKEN.  A CARD THAT IS NOT  *
      * A VALID QUARTER FAILS THE STEP WITHOUT REPORTING.        *
      *----------------------------------------------------------*
       1200-READ-QUARTER-CARD.
           OPEN INPUT SOD-CARD-IN.
           IF WS-CARD-FILE-STATUS NOT = "35"
               READ SOD-CARD-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SC-QUARTER NOT = SPACES
                           MOVE SC-QUARTER TO WS-QUARTER
                       END-IF
               END-READ
               CLOSE SOD-CARD-IN
           END-IF.

           IF WS-QUARTER = SPACES
               MOVE WS-RUN-DATE        TO WS-RUN-DATE-NUM
               COMPUTE WS-QT-NUM = (WS-RD-MONTH - 1) / 3
               MOVE WS-RD-YEAR         TO WS-QT-YEAR-NUM
               IF WS-QT-NUM = ZERO
                   MOVE 4              TO WS-QT-NUM
                   SUBTRACT 1 FROM WS-QT-YEAR-NUM
               END-IF
               MOVE WS-QT-YEAR-NUM     TO WS-QT-YEAR
               MOVE "Q"                TO WS-QT-LETTER
               MOVE WS-QT-NUM          TO WS-QT-NUMBER
           END-IF.

           IF WS-QT-YEAR IS NOT NUMERIC
               OR WS-QT-LETTER NOT = "Q"
               OR WS-QT-NUMBER < "1" OR WS-QT-NUMBER > "4"
               SET WS-CARD-BAD TO TRUE
               GO TO 1200-EXIT
           END-IF.
           MOVE WS-QT-NUMBER           TO WS-QT-NUM.
           STRING WS-QT-YEAR WS-QB-FROM(WS-QT-NUM)
               DELIMITED BY SIZE INTO WS-PERIOD-FROM.
           STRING WS-QT-YEAR WS-QB-TO(WS-QT-NUM)
               DELIMITED BY SIZE INTO WS-PERIOD-TO.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1300-LOAD-RULES.
           OPEN INPUT SOD-RULE-IN.
           IF WS-SODRULE-FILE-STATUS = "35"
               DISPLAY "ABCSODR  **** NO SODRULE TABLE - NOTHING "
                   "TO TEST ****"
               GO TO 1300-EXIT
           END-IF.
           PERFORM 1310-LOAD-ONE-RULE
               THRU 1310-EXIT
               UNTIL WS-SODRULE-EOF.
           CLOSE SOD-RULE-IN.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1310-LOAD-ONE-RULE.
           READ SOD-RULE-IN INTO SOD-RULE-RECORD
               AT END
                   SET WS-SODRULE-EOF TO TRUE
                   GO TO 1310-EXIT
           END-READ.
           IF SR-FUNCTION-A = SPACES OR SR-FUNCTION-B = SPACES
               GO TO 1310-EXIT
           END-IF.
           IF SRT-ENTRY-COUNT NOT < 50
               DISPLAY "ABCSODR  **** RULE TABLE FULL - RULE "
                   SR-RULE-ID " NOT TESTED ****"
               SET WS-TABLE-FULL TO TRUE
               ADD 1 TO WS-DROPPED-COUNT
               GO TO 1310-EXIT
           END-IF.
           ADD 1 TO SRT-ENTRY-COUNT.
           MOVE SR-RULE-ID     TO SRT-RULE-ID(SRT-ENTRY-COUNT).
           MOVE SR-FUNCTION-A  TO SRT-FUNCTION-A(SRT-ENTRY-COUNT).
           MOVE SR-FUNCTION-B  TO SRT-FUNCTION-B(SRT-ENTRY-COUNT).
           MOVE SR-DESCRIPTION TO SRT-DESCRIPTION(SRT-ENTRY-COUNT).
       1310-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE PROFILE GRANTS: THE PRIV ROLE, AND ONE MENUNN        *
      * FUNCTION FOR EACH MENU CALCULATOR THE USER IS AUTHORIZED *
      * TO RUN, IN ABCMENU ORDER.                                *
      *----------------------------------------------------------*
       1400-LOAD-PROFILES.
           OPEN INPUT USER-PROFILE-FILE.
           IF WS-USERPROF-FILE-STATUS = "35"
               GO TO 1400-EXIT
           END-IF.
           PERFORM 1410-LOAD-ONE-PROFILE
               THRU 1410-EXIT
               UNTIL WS-USERPROF-EOF.
           CLOSE USER-PROFILE-FILE.
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1410-LOAD-ONE-PROFILE.
           READ USER-PROFILE-FILE INTO USER-PROFILE-RECORD
               AT END
                   SET WS-USERPROF-EOF TO TRUE
                   GO TO 1410-EXIT
           END-READ.

           MOVE UP-USER-ID             TO WS-ACT-USER-ID.
           PERFORM 6000-FIND-USER
               THRU 6000-EXIT.
           IF WS-SU-MATCH = ZERO
               GO TO 1410-EXIT
           END-IF.
           SET WS-SU-ON-PROFILE(WS-SU-MATCH) TO TRUE.

           IF UP-ROLE = "PRIV"
               MOVE "PRIVDATA"         TO WS-ACT-FUNCTION
               PERFORM 1450-GRANT-FUNCTION
                   THRU 1450-EXIT
           END-IF.

           PERFORM 1420-GRANT-MENU-FLAG
               THRU 1420-EXIT
               VARYING WS-FLAG-SUB FROM 1 BY 1
               UNTIL WS-FLAG-SUB > 13.
       1410-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1420-GRANT-MENU-FLAG.
           IF UP-AUTH-FLAG(WS-FLAG-SUB) NOT = "Y"
               GO TO 1420-EXIT
           END-IF.
           MOVE WS-FLAG-SUB            TO WS-MF-NUMBER.
           MOVE WS-MENU-FUNCTION       TO WS-ACT-FUNCTION.
           PERFORM 1450-GRANT-FUNCTION
               THRU 1450-EXIT.
       1420-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1450-GRANT-FUNCTION.
           PERFORM 6100-FIND-FUNCTION
               THRU 6100-EXIT.
           IF WS-UF-MATCH = ZERO
               GO TO 1450-EXIT
           END-IF.
           SET WS-UF-PROFILE(WS-SU-MATCH, WS-UF-MATCH) TO TRUE.
       1450-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE AUDIT LOG AND ITS ARCHIVES (AUDITALL).  ONLY LINES   *
      * DATED IN THE QUARTER, FROM THE PROGRAMS THAT RECORD A    *
      * DUTY, AND NOT REFUSED, COUNT AS ACTIVITY.                *
      *----------------------------------------------------------*
       2000-SCAN-AUDIT-LOG.
           IF WS-CARD-BAD
               GO TO 2000-EXIT
           END-IF.

           OPEN INPUT AUDIT-LOG-IN.
           IF WS-AUDIT-FILE-STATUS = "35"
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-READ-AUDIT-LINE
               THRU 2100-EXIT
               UNTIL WS-AUDIT-EOF.
           CLOSE AUDIT-LOG-IN.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2100-READ-AUDIT-LINE.
           READ AUDIT-LOG-IN INTO AUDIT-LOG-LINE
               AT END
                   SET WS-AUDIT-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO WS-AUDIT-READ-COUNT.

           IF AUD-TIMESTAMP(1:8) < WS-PERIOD-FROM
               OR AUD-TIMESTAMP(1:8) > WS-PERIOD-TO
               GO TO 2100-EXIT
           END-IF.
           IF AUD-RESULT(1:7) = "REFUSED"
               GO TO 2100-EXIT
           END-IF.

           MOVE SPACES                 TO WS-ACTIVITY.
           EVALUATE AUD-PROGRAM-ID
               WHEN "ABCCTLCH"
                   MOVE AUD-INDATA(9:8) TO WS-ACT-USER-ID
                   EVALUATE AUD-INDATA(1:8)
                       WHEN "PROPOSE "
                           MOVE "CTLPROP"  TO WS-ACT-FUNCTION
                       WHEN "APPROVE "
                       WHEN "REJECT  "
                           MOVE "CTLAPPR"  TO WS-ACT-FUNCTION
                       WHEN "APPLY   "
                           MOVE "CTLAPPLY" TO WS-ACT-FUNCTION
                   END-EVALUATE
               WHEN "ABCREAPR"
                   MOVE AUD-INDATA(9:8) TO WS-ACT-USER-ID
                   IF AUD-INDATA(1:8) = "APPROVE "
                       OR AUD-INDATA(1:8) = "REJECT  "
                       MOVE "PAYAPPR"   TO WS-ACT-FUNCTION
                   END-IF
               WHEN "ABCPHELD"
                   IF AUD-RESULT(1:12) = "RELEASED BY "
                       MOVE AUD-RESULT(13:8) TO WS-ACT-USER-ID
                       MOVE "PHLDREL"   TO WS-ACT-FUNCTION
                   END-IF
               WHEN "ABCCRREL"
                   IF AUD-RESULT(1:17) = "HOLD RELEASED BY "
                       MOVE AUD-INDATA(8:8) TO WS-ACT-USER-ID
                       MOVE "CRHLDREL"  TO WS-ACT-FUNCTION
                   END-IF
               WHEN "ABCEFT  "
                   IF AUD-RESULT(1:15) = "BANK CHANGE BY "
                       MOVE AUD-RESULT(16:8) TO WS-ACT-USER-ID
                       MOVE "BANKMANT"  TO WS-ACT-FUNCTION
                   END-IF
           END-EVALUATE.

           IF WS-ACT-FUNCTION = SPACES
               OR WS-ACT-USER-ID = SPACES
               GO TO 2100-EXIT
           END-IF.
           MOVE AUD-TIMESTAMP(1:8)     TO WS-ACT-DATE.
           MOVE AUD-PROGRAM-ID         TO WS-ACT-SOURCE.
           MOVE AUD-INDATA             TO WS-ACT-DETAIL.
           PERFORM 6200-RECORD-ACTIVITY
               THRU 6200-EXIT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE OVERRIDE REGISTER: THE SUPERVISOR WHO KEYED EACH     *
      * OVERRIDE, AND THE SECOND APPROVER WHERE ONE WAS NEEDED.  *
      *----------------------------------------------------------*
       3000-SCAN-OVERRIDES.
           IF WS-CARD-BAD
               GO TO 3000-EXIT
           END-IF.

           OPEN INPUT OVERRIDE-REGISTER-IN.
           IF WS-OVRDREG-FILE-STATUS = "35"
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-READ-OVERRIDE
               THRU 3100-EXIT
               UNTIL WS-OVRDREG-EOF.
           CLOSE OVERRIDE-REGISTER-IN.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3100-READ-OVERRIDE.
           READ OVERRIDE-REGISTER-IN INTO OVERRIDE-REGISTER-RECORD
               AT END
                   SET WS-OVRDREG-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           ADD 1 TO WS-OVRD-READ-COUNT.

           IF OR-RUN-DATE < WS-PERIOD-FROM
               OR OR-RUN-DATE > WS-PERIOD-TO
               GO TO 3100-EXIT
           END-IF.

           MOVE SPACES                 TO WS-ACTIVITY.
           MOVE OR-RUN-DATE            TO WS-ACT-DATE.
           MOVE "OVRDREG"              TO WS-ACT-SOURCE.
           STRING OR-SOURCE " " OR-SEQUENCE " " OR-REASON-CODE " "
               OR-RECORD-TEXT
               DELIMITED BY SIZE INTO WS-ACT-DETAIL.

           IF OR-USER-ID NOT = SPACES
               MOVE OR-USER-ID         TO WS-ACT-USER-ID
               MOVE "OVERRIDE"         TO WS-ACT-FUNCTION
               PERFORM 6200-RECORD-ACTIVITY
                   THRU 6200-EXIT
           END-IF.
           IF OR-APPROVER-2-ID NOT = SPACES
               MOVE OR-APPROVER-2-ID   TO WS-ACT-USER-ID
               MOVE "OVRAPPR"          TO WS-ACT-FUNCTION
               PERFORM 6200-RECORD-ACTIVITY
                   THRU 6200-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE WRITE-OFF REGISTER: BOTH APPROVERS OF EACH WRITE-OFF *
      * HOLD THE WRITE-OFF APPROVAL FUNCTION.                    *
      *----------------------------------------------------------*
       4000-SCAN-WRITEOFFS.
           IF WS-CARD-BAD
               GO TO 4000-EXIT
           END-IF.

           OPEN INPUT WRITEOFF-REGISTER-IN.
           IF WS-WOREG-FILE-STATUS = "35"
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-READ-WRITEOFF
               THRU 4100-EXIT
               UNTIL WS-WOREG-EOF.
           CLOSE WRITEOFF-REGISTER-IN.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       4100-READ-WRITEOFF.
           READ WRITEOFF-REGISTER-IN INTO WRITEOFF-REGISTER-RECORD
               AT END
                   SET WS-WOREG-EOF TO TRUE
                   GO TO 4100-EXIT
           END-READ.
           ADD 1 TO WS-WOFF-READ-COUNT.

           IF WR-RUN-DATE < WS-PERIOD-FROM
               OR WR-RUN-DATE > WS-PERIOD-TO
               GO TO 4100-EXIT
           END-IF.

           MOVE SPACES                 TO WS-ACTIVITY.
           MOVE WR-RUN-DATE            TO WS-ACT-DATE.
           MOVE "WOREG"                TO WS-ACT-SOURCE.
           MOVE "WOAPPR"               TO WS-ACT-FUNCTION.
           MOVE WR-AMOUNT              TO WS-ED-AMOUNT.
           STRING WR-PROGRAM-ID " " WR-SEQUENCE " " WS-ED-AMOUNT " "
               WR-REASON
               DELIMITED BY SIZE INTO WS-ACT-DETAIL.

           IF WR-APPROVER-ID NOT = SPACES
               MOVE WR-APPROVER-ID     TO WS-ACT-USER-ID
               PERFORM 6200-RECORD-ACTIVITY
                   THRU 6200-EXIT
           END-IF.
           IF WR-APPROVER-2-ID NOT = SPACES
               AND WR-APPROVER-2-ID NOT = WR-APPROVER-ID
               MOVE WR-APPROVER-2-ID   TO WS-ACT-USER-ID
               PERFORM 6200-RECORD-ACTIVITY
                   THRU 6200-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * TESTS THE USER AT WS-SU-SUB AGAINST EVERY RULE.          *
      *----------------------------------------------------------*
       5000-TEST-USER.
           MOVE ZERO                   TO WS-USER-CONFLICT-COUNT.
           PERFORM 5100-TEST-RULE
               THRU 5100-EXIT
               VARYING SRT-SUB FROM 1 BY 1
               UNTIL SRT-SUB > SRT-ENTRY-COUNT.
           IF WS-USER-CONFLICT-COUNT > ZERO
               ADD 1 TO WS-CONFLICTED-USER-COUNT
               IF NOT WS-SU-ON-PROFILE(WS-SU-SUB)
                   ADD 1 TO WS-NO-PROFILE-COUNT
               END-IF
           END-IF.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A CONFLICT IS BOTH FUNCTIONS OF THE RULE HELD BY THE ONE *
      * USER, EACH BY PROFILE OR BY ACTIVITY.  THE BASIS SAYS    *
      * WHETHER THE USER ACTUALLY EXERCISED BOTH (ACTIVITY),     *
      * NEITHER (PROFILE) OR ONE (MIXED).                        *
      *----------------------------------------------------------*
       5100-TEST-RULE.
           MOVE SRT-FUNCTION-A(SRT-SUB) TO WS-SIDE-FUNCTION.
           PERFORM 5200-CHECK-SIDE
               THRU 5200-EXIT.
           IF NOT WS-SIDE-HELD
               GO TO 5100-EXIT
           END-IF.
           MOVE WS-SIDE-HELD-SW        TO WS-A-HELD-SW.
           MOVE WS-SIDE-ACTIVITY-SW    TO WS-A-ACTIVITY-SW.

           MOVE SRT-FUNCTION-B(SRT-SUB) TO WS-SIDE-FUNCTION.
           PERFORM 5200-CHECK-SIDE
               THRU 5200-EXIT.
           IF NOT WS-SIDE-HELD
               GO TO 5100-EXIT
           END-IF.

           ADD 1 TO WS-CONFLICT-COUNT.
           ADD 1 TO WS-USER-CONFLICT-COUNT.
           MOVE SPACES                 TO WS-CONFLICT-LINE.
           MOVE WS-SU-USER-ID(WS-SU-SUB) TO WS-C-USER-ID.
           MOVE SRT-RULE-ID(SRT-SUB)   TO WS-C-RULE-ID.
           MOVE SRT-FUNCTION-A(SRT-SUB) TO WS-C-FUNCTION-A.
           MOVE "/"                    TO WS-C-SLASH.
           MOVE SRT-FUNCTION-B(SRT-SUB) TO WS-C-FUNCTION-B.
           MOVE SRT-DESCRIPTION(SRT-SUB) TO WS-C-DESCRIPTION.
           IF WS-A-ACTIVITY AND WS-SIDE-ACTIVITY
               MOVE "ACTIVITY"         TO WS-C-BASIS
               ADD 1 TO WS-ACTIVE-CONFLICT-COUNT
           ELSE
               IF WS-A-ACTIVITY OR WS-SIDE-ACTIVITY
                   MOVE "MIXED"        TO WS-C-BASIS
               ELSE
                   MOVE "PROFILE"      TO WS-C-BASIS
               END-IF
           END-IF.
           IF NOT WS-SU-ON-PROFILE(WS-SU-SUB)
               MOVE "USER NOT ON USERPROF" TO WS-C-NOTE
           END-IF.
           MOVE WS-CONFLICT-LINE       TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE
               THRU 7000-EXIT.

           MOVE SRT-FUNCTION-A(SRT-SUB) TO WS-SIDE-FUNCTION.
           PERFORM 5300-LIST-SIDE
               THRU 5300-EXIT.
           MOVE SRT-FUNCTION-B(SRT-SUB) TO WS-SIDE-FUNCTION.
           PERFORM 5300-LIST-SIDE
               THRU 5300-EXIT.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * SETS WS-SIDE-HELD, -PROFILE AND -ACTIVITY FOR FUNCTION   *
      * WS-SIDE-FUNCTION OF THE USER AT WS-SU-SUB.               *
      *----------------------------------------------------------*
       5200-CHECK-SIDE.
           MOVE "N"                    TO WS-SIDE-HELD-SW
                                          WS-SIDE-PROFILE-SW
                                          WS-SIDE-ACTIVITY-SW.
           MOVE ZERO                   TO WS-UF-MATCH.
           PERFORM 5210-SCAN-FUNCTION
               THRU 5210-EXIT
               VARYING WS-UF-SUB FROM 1 BY 1
               UNTIL WS-UF-SUB > WS-SU-FUNC-COUNT(WS-SU-SUB)
                  OR WS-UF-MATCH > ZERO.
           IF WS-UF-MATCH = ZERO
               GO TO 5200-EXIT
           END-IF.
           IF WS-UF-PROFILE(WS-SU-SUB, WS-UF-MATCH)
               SET WS-SIDE-PROFILE     TO TRUE
               SET WS-SIDE-HELD        TO TRUE
           END-IF.
           IF WS-UF-ACTIVITY-COUNT(WS-SU-SUB, WS-UF-MATCH) > ZERO
               SET WS-SIDE-ACTIVITY    TO TRUE
               SET WS-SIDE-HELD        TO TRUE
           END-IF.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------*
       5210-SCAN-FUNCTION.
           IF WS-UF-CODE(WS-SU-SUB, WS-UF-SUB) = WS-SIDE-FUNCTION
               MOVE WS-UF-SUB          TO WS-UF-MATCH
           END-IF.
       5210-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LISTS THE SUPPORT FOR ONE SIDE OF A CONFLICT: THE        *
      * PROFILE GRANT IF THERE IS ONE, THEN EVERY TRANSACTION IN *
      * THE QUARTER.                                             *
      *----------------------------------------------------------*
       5300-LIST-SIDE.
           PERFORM 5200-CHECK-SIDE
               THRU 5200-EXIT.
           IF WS-SIDE-PROFILE
               MOVE SPACES             TO WS-SUPPORT-LINE
               MOVE WS-SIDE-FUNCTION   TO WS-S-FUNCTION
               MOVE "USERPROF"         TO WS-S-SOURCE
               MOVE "GRANTED BY USER PROFILE" TO WS-S-DETAIL
               MOVE WS-SUPPORT-LINE    TO WS-PRINT-LINE
               PERFORM 7000-WRITE-REPORT-LINE
                   THRU 7000-EXIT
           END-IF.
           IF WS-SIDE-ACTIVITY
               PERFORM 5310-LIST-EVIDENCE
                   THRU 5310-EXIT
                   VARYING WS-EV-SUB FROM 1 BY 1
                   UNTIL WS-EV-SUB > WS-EV-COUNT
           END-IF.
       5300-EXIT.
           EXIT.

      *----------------------------------------------------------*
       5310-LIST-EVIDENCE.
           IF WS-EV-USER-ID(WS-EV-SUB) NOT = WS-SU-USER-ID(WS-SU-SUB)
               OR WS-EV-FUNCTION(WS-EV-SUB) NOT = WS-SIDE-FUNCTION
               GO TO 5310-EXIT
           END-IF.
           MOVE SPACES                 TO WS-SUPPORT-LINE.
           MOVE WS-EV-FUNCTION(WS-EV-SUB) TO WS-S-FUNCTION.
           MOVE WS-EV-DATE(WS-EV-SUB)  TO WS-S-DATE.
           MOVE WS-EV-SOURCE(WS-EV-SUB) TO WS-S-SOURCE.
           MOVE WS-EV-DETAIL(WS-EV-SUB) TO WS-S-DETAIL.
           MOVE WS-SUPPORT-LINE        TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE
               THRU 7000-EXIT.
       5310-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * FINDS THE USER IN WS-ACT-USER-ID, ADDING THE USER IF NEW.*
      * WS-SU-MATCH IS ZERO WHEN THE TABLE IS FULL.              *
      *----------------------------------------------------------*
       6000-FIND-USER.
           MOVE ZERO                   TO WS-SU-MATCH.
           PERFORM 6010-SCAN-USER
               THRU 6010-EXIT
               VARYING WS-SU-SUB FROM 1 BY 1
               UNTIL WS-SU-SUB > WS-SU-COUNT
                  OR WS-SU-MATCH > ZERO.
           IF WS-SU-MATCH > ZERO
               GO TO 6000-EXIT
           END-IF.
           IF WS-SU-COUNT NOT < 100
               SET WS-TABLE-FULL TO TRUE
               ADD 1 TO WS-DROPPED-COUNT
               GO TO 6000-EXIT
           END-IF.
           ADD 1 TO WS-SU-COUNT.
           MOVE WS-SU-COUNT            TO WS-SU-MATCH.
           MOVE WS-ACT-USER-ID         TO WS-SU-USER-ID(WS-SU-MATCH).
           MOVE "N"                TO WS-SU-ON-PROFILE-SW(WS-SU-MATCH).
           MOVE ZERO               TO WS-SU-FUNC-COUNT(WS-SU-MATCH).
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       6010-SCAN-USER.
           IF WS-SU-USER-ID(WS-SU-SUB) = WS-ACT-USER-ID
               MOVE WS-SU-SUB          TO WS-SU-MATCH
           END-IF.
       6010-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * FINDS FUNCTION WS-ACT-FUNCTION FOR THE USER AT           *
      * WS-SU-MATCH, ADDING IT IF NEW.  WS-UF-MATCH IS ZERO WHEN *
      * THE USER'S FUNCTION LIST IS FULL.                        *
      *----------------------------------------------------------*
       6100-FIND-FUNCTION.
           MOVE ZERO                   TO WS-UF-MATCH.
           PERFORM 6110-SCAN-FUNCTION
               THRU 6110-EXIT
               VARYING WS-UF-SUB FROM 1 BY 1
               UNTIL WS-UF-SUB > WS-SU-FUNC-COUNT(WS-SU-MATCH)
                  OR WS-UF-MATCH > ZERO.
           IF WS-UF-MATCH > ZERO
               GO TO 6100-EXIT
           END-IF.
           IF WS-SU-FUNC-COUNT(WS-SU-MATCH) NOT < 30
               SET WS-TABLE-FULL TO TRUE
               ADD 1 TO WS-DROPPED-COUNT
               GO TO 6100-EXIT
           END-IF.
           ADD 1 TO WS-SU-FUNC-COUNT(WS-SU-MATCH).
           MOVE WS-SU-FUNC-COUNT(WS-SU-MATCH) TO WS-UF-MATCH.
           MOVE WS-ACT-FUNCTION
               TO WS-UF-CODE(WS-SU-MATCH, WS-UF-MATCH).
           MOVE "N" TO WS-UF-PROFILE-SW(WS-SU-MATCH, WS-UF-MATCH).
           MOVE ZERO
               TO WS-UF-ACTIVITY-COUNT(WS-SU-MATCH, WS-UF-MATCH).
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       6110-SCAN-FUNCTION.
           IF WS-UF-CODE(WS-SU-MATCH, WS-UF-SUB) = WS-ACT-FUNCTION
               MOVE WS-UF-SUB          TO WS-UF-MATCH
           END-IF.
       6110-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * COUNTS THE ACTIVITY IN WS-ACTIVITY AGAINST ITS USER AND  *
      * KEEPS IT AS A SUPPORTING TRANSACTION.                    *
      *----------------------------------------------------------*
       6200-RECORD-ACTIVITY.
           ADD 1 TO WS-ACTIVITY-COUNT.
           PERFORM 6000-FIND-USER
               THRU 6000-EXIT.
           IF WS-SU-MATCH = ZERO
               GO TO 6200-EXIT
           END-IF.
           PERFORM 6100-FIND-FUNCTION
               THRU 6100-EXIT.
           IF WS-UF-MATCH = ZERO
               GO TO 6200-EXIT
           END-IF.
           ADD 1 TO WS-UF-ACTIVITY-COUNT(WS-SU-MATCH, WS-UF-MATCH).

           IF WS-EV-COUNT NOT < 2000
               SET WS-TABLE-FULL TO TRUE
               ADD 1 TO WS-DROPPED-COUNT
               GO TO 6200-EXIT
           END-IF.
           ADD 1 TO WS-EV-COUNT.
           MOVE WS-ACT-USER-ID         TO WS-EV-USER-ID(WS-EV-COUNT).
           MOVE WS-ACT-FUNCTION        TO WS-EV-FUNCTION(WS-EV-COUNT).
           MOVE WS-ACT-DATE            TO WS-EV-DATE(WS-EV-COUNT).
           MOVE WS-ACT-SOURCE          TO WS-EV-SOURCE(WS-EV-COUNT).
           MOVE WS-ACT-DETAIL          TO WS-EV-DETAIL(WS-EV-COUNT).
       6200-EXIT.
           EXIT.

      *----------------------------------------------------------*
       7000-WRITE-REPORT-LINE.
           IF RPT-LINE-COUNT >= RPT-MAX-LINES-PER-PAGE
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE SOD-REPORT-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 1100-WRITE-PAGE-HEADERS
                   THRU 1100-EXIT
           END-IF.

           WRITE SOD-REPORT-OUT-REC FROM WS-PRINT-LINE.
           ADD 1 TO RPT-LINE-COUNT.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       9000-TERMINATE.
           MOVE RPT-PAGE-COUNT         TO RPT-F-PAGE-NO.
           WRITE SOD-REPORT-OUT-REC FROM RPT-FOOTER-LINE.

           MOVE "RULES TESTED..........." TO RPT-FN-LABEL.
           MOVE SRT-ENTRY-COUNT        TO RPT-FN-COUNT.
           WRITE SOD-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "USERS REVIEWED........." TO RPT-FN-LABEL.
           MOVE WS-SU-COUNT            TO RPT-FN-COUNT.
           WRITE SOD-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "AUDIT LINES READ......." TO RPT-FN-LABEL.
           MOVE WS-AUDIT-READ-COUNT    TO RPT-FN-COUNT.
           WRITE SOD-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "OVERRIDE ROWS READ....." TO RPT-FN-LABEL.
           MOVE WS-OVRD-READ-COUNT     TO RPT-FN-COUNT.
           WRITE SOD-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "WRITE-OFF ROWS READ...." TO RPT-FN-LABEL.
           MOVE WS-WOFF-READ-COUNT     TO RPT-FN-COUNT.
           WRITE SOD-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "ACTIVITY IN QUARTER...." TO RPT-FN-LABEL.
           MOVE WS-ACTIVITY-COUNT      TO RPT-FN-COUNT.
           WRITE SOD-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "CONFLICTS FOUND........" TO RPT-FN-LABEL.
           MOVE WS-CONFLICT-COUNT      TO RPT-FN-COUNT.
           WRITE SOD-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "CONFLICTS EXERCISED...." TO RPT-FN-LABEL.
           MOVE WS-ACTIVE-CONFLICT-COUNT TO RPT-FN-COUNT.
           WRITE SOD-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "USERS IN CONFLICT......" TO RPT-FN-LABEL.
           MOVE WS-CONFLICTED-USER-COUNT TO RPT-FN-COUNT.
           WRITE SOD-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "OF THEM NOT ON USERPROF" TO RPT-FN-LABEL.
           MOVE WS-NO-PROFILE-COUNT    TO RPT-FN-COUNT.
           WRITE SOD-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "ITEMS NOT TABLED......." TO RPT-FN-LABEL.
           MOVE WS-DROPPED-COUNT       TO RPT-FN-COUNT.
           WRITE SOD-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           CLOSE SOD-REPORT-OUT.

           DISPLAY "ABCSODR CONTROL TOTAL - QUARTER=" WS-QUARTER
               " USERS=" WS-SU-COUNT
               " ACTIVITY=" WS-ACTIVITY-COUNT
               " CONFLICTS=" WS-CONFLICT-COUNT
               " EXERCISED=" WS-ACTIVE-CONFLICT-COUNT.

           IF WS-CARD-BAD
               DISPLAY "ABCSODR  **** SOD CARD QUARTER "
                   WS-QUARTER " IS NOT A VALID YYYYQN ****"
               MOVE 8 TO RETURN-CODE
               GO TO 9000-EXIT
           END-IF.
           IF WS-TABLE-FULL
               DISPLAY "ABCSODR  **** TABLE FULL - "
                   WS-DROPPED-COUNT " ITEMS NOT TESTED ****"
               MOVE 8 TO RETURN-CODE
               GO TO 9000-EXIT
           END-IF.
           IF WS-CONFLICT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
