       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCRCERT.
       AUTHOR. D HARLOW.
       INSTALLATION. DL100 BATCH SERVICES.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 2026-10-15  DH  NEW PROGRAM.  RECONCILIATION SIGN-OFF.   *
      *                 KEEPS THE CERTIFICATION REGISTER FOR THE *
      *                 NIGHTLY ABC152A SUSPENSE AND ABC154A     *
      *                 MATCH REPORTS: EACH NIGHT'S RUN IS ADDED *
      *                 FROM ITS PROGRAM-TOTALS LINE WITH ITS    *
      *                 REJECT COUNT AS THE OPEN ITEMS.  A       *
      *                 PREPARER COMMENTS ON EVERY OPEN ITEM AND *
      *                 SIGNS; A DIFFERENT USER THEN REVIEWS AND *
      *                 CERTIFIES.  EVERY SIGNER MUST BE A KNOWN *
      *                 USERPROF ID THAT IS NOT LOCKED.  A       *
      *                 RECONCILIATION STILL UNCERTIFIED PAST    *
      *                 THE ESCL RATE ROW'S LIMIT IN BUSINESS    *
      *                 DAYS IS MARKED FOR ESCALATION, WHICH     *
      *                 ABCALERT PAGES ON.  EVERY CARD LANDS ON  *
      *                 THE SUITE AUDIT LOG.                     *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERT-CARD-IN
               ASSIGN TO RCERTCRD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.

           SELECT USER-PROFILE-FILE
               ASSIGN TO USERPROF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USERPROF-FILE-STATUS.

           SELECT REGISTER-IN
               ASSIGN TO RCERTREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECNCERT-FILE-STATUS.

           SELECT REGISTER-OUT
               ASSIGN TO RCERTNEW
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COMMENT-FILE
               ASSIGN TO RECNCMNT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECNCMNT-FILE-STATUS.

           SELECT PGM-TOTALS-IN
               ASSIGN TO PGMTOTAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PGMTOTAL-FILE-STATUS.

           SELECT CALENDAR-MASTER-IN
               ASSIGN TO CALMAST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALMAST-FILE-STATUS.

           SELECT RATE-TAB
               ASSIGN TO RATECTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATECTL-FILE-STATUS.

           SELECT AUDIT-LOG-OUT
               ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT CERT-REPORT-OUT
               ASSIGN TO RCERTRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CERT-CARD-IN
           RECORDING MODE IS F.
       01  CERT-CARD-RECORD.
           05  CR-VERB                 PIC X(08).
           05  CR-USER-ID              PIC X(08).
           05  CR-RECON-ID             PIC X(08).
           05  CR-BUSINESS-DATE        PIC X(08).
           05  CR-ITEM-REF             PIC X(14).
           05  CR-COMMENT-TEXT         PIC X(34).

       FD  USER-PROFILE-FILE
           RECORDING MODE IS F.
       01  USER-PROFILE-FILE-REC       PIC X(38).

       FD  REGISTER-IN
           RECORDING MODE IS F.
       01  REGISTER-IN-REC             PIC X(89).

       FD  REGISTER-OUT
           RECORDING MODE IS F.
       01  REGISTER-OUT-REC            PIC X(89).

       FD  COMMENT-FILE
           RECORDING MODE IS F.
       01  COMMENT-FILE-REC            PIC X(80).

       FD  PGM-TOTALS-IN
           RECORDING MODE IS F.
       01  PGM-TOTALS-IN-REC           PIC X(100).

       FD  CALENDAR-MASTER-IN
           RECORDING MODE IS F.
       01  CALENDAR-MASTER-IN-REC      PIC X(17).

       FD  RATE-TAB
           RECORDING MODE IS F.
       01  RATE-TAB-REC                PIC X(52).

       FD  AUDIT-LOG-OUT
           RECORDING MODE IS F.
       01  AUDIT-LOG-OUT-REC           PIC X(100).

       FD  CERT-REPORT-OUT
           RECORDING MODE IS F.
       01  CERT-REPORT-OUT-REC         PIC X(132).

       WORKING-STORAGE SECTION.
       COPY RECNCERT.
       COPY PGMTOTAL.
       COPY CALMAST.
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
       01  WS-REGISTER-EOF-SW          PIC X(01) VALUE "N".
           88  WS-REGISTER-EOF                 VALUE "Y".
       01  WS-COMMENT-EOF-SW           PIC X(01) VALUE "N".
           88  WS-COMMENT-EOF                  VALUE "Y".
       01  WS-PGMTOTAL-EOF-SW          PIC X(01) VALUE "N".
           88  WS-PGMTOTAL-EOF                 VALUE "Y".
       01  WS-RATECTL-EOF-SW           PIC X(01) VALUE "N".
           88  WS-RATECTL-EOF                  VALUE "Y".
       01  WS-TABLE-FULL-SW            PIC X(01) VALUE "N".
           88  WS-TABLE-FULL                   VALUE "Y".
       01  WS-SECTION-SW               PIC X(01) VALUE "D".
           88  WS-DECISION-SECTION             VALUE "D".
           88  WS-OUTSTANDING-SECTION          VALUE "A".

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
      * THE REGISTER, HELD WHILE THE CARDS ARE APPLIED.  A ROW   *
      * MARKED D IS A CERTIFIED ROW PAST THE RETENTION PERIOD    *
      * AND IS NOT CARRIED TO THE NEW REGISTER.                  *
      *----------------------------------------------------------*
       01  WS-REGISTER-TABLE.
           05  WS-REG-COUNT            PIC 9(04) COMP VALUE ZERO.
           05  WS-REG-ENTRY            OCCURS 2000 TIMES.
               10  WS-RG-DROP          PIC X(01).
               10  WS-RG-RECORD        PIC X(89).

       01  WS-REG-SUB                  PIC 9(04) COMP VALUE ZERO.
       01  WS-REG-MATCH                PIC 9(04) COMP VALUE ZERO.
       01  WS-FIND-RECON-ID            PIC X(08).
       01  WS-FIND-BUSINESS-DATE       PIC X(08).

      *----------------------------------------------------------*
      * THE ITEMS ALREADY COMMENTED ON FOR RECONCILIATIONS STILL *
      * OPEN, SO A SECOND COMMENT ON THE SAME ITEM IS KEPT BUT   *
      * NOT COUNTED TWICE TOWARD THE PREPARER'S SIGN-OFF.        *
      *----------------------------------------------------------*
       01  WS-COMMENTED-TABLE.
           05  WS-CMT-COUNT            PIC 9(04) COMP VALUE ZERO.
           05  WS-CMT-KEY              PIC X(30)
                                       OCCURS 2000 TIMES.
       01  WS-CMT-SUB                  PIC 9(04) COMP VALUE ZERO.
       01  WS-CMT-FIND-KEY             PIC X(30).
       01  WS-CMT-FOUND-SW             PIC X(01) VALUE "N".
           88  WS-CMT-FOUND                    VALUE "Y".

      *----------------------------------------------------------*
      * BUSINESS DATES FROM THE CALENDAR MASTER AFTER THE OLDEST *
      * UNCERTIFIED ROW, UP TO THE RUN DATE, FOR COUNTING HOW    *
      * MANY BUSINESS DAYS A RECONCILIATION HAS GONE UNSIGNED.   *
      * WITH NO CALENDAR ON FILE WHOLE DAYS ARE COUNTED.         *
      *----------------------------------------------------------*
       01  WS-BUSDAY-TABLE.
           05  WS-BUSDAY-COUNT         PIC 9(04) COMP VALUE ZERO.
           05  WS-BUSDAY-DATE          OCCURS 500 TIMES
                                       PIC X(08).
       01  WS-BUSDAY-SUB               PIC 9(04) COMP VALUE ZERO.
       01  WS-OLDEST-OPEN-DATE         PIC X(08) VALUE HIGH-VALUES.
       01  WS-DAYS-UNSIGNED            PIC 9(05) COMP VALUE ZERO.

      *----------------------------------------------------------*
      * FROM THE PROGRAM'S ESCL RATE ROW: VALUE-1 IS THE         *
      * BUSINESS DAYS A RECONCILIATION MAY STAND UNCERTIFIED     *
      * BEFORE IT ESCALATES, VALUE-2 THE CALENDAR DAYS A         *
      * CERTIFIED ROW IS KEPT ON THE REGISTER.                   *
      *----------------------------------------------------------*
       01  WS-ESCALATE-DAYS            PIC 9(05) COMP VALUE 3.
       01  WS-RETAIN-DAYS              PIC 9(05) COMP VALUE 400.

       01  WS-RUN-TIME                 PIC X(06).
       01  WS-DATE-NUM                 PIC 9(08) VALUE ZERO.
       01  WS-TODAY-INTEGER            PIC 9(08) COMP VALUE ZERO.
       01  WS-ROW-INTEGER              PIC 9(08) COMP VALUE ZERO.
       01  WS-CUTOFF-INTEGER           PIC 9(08) COMP VALUE ZERO.

       01  WS-CARD-COUNT               PIC 9(08) COMP VALUE ZERO.
       01  WS-COMMENTED-COUNT          PIC 9(08) COMP VALUE ZERO.
       01  WS-PREPARED-COUNT           PIC 9(08) COMP VALUE ZERO.
       01  WS-CERTIFIED-COUNT          PIC 9(08) COMP VALUE ZERO.
       01  WS-REFUSED-COUNT            PIC 9(08) COMP VALUE ZERO.
       01  WS-REGISTER-READ-COUNT      PIC 9(08) COMP VALUE ZERO.
       01  WS-ADDED-COUNT              PIC 9(08) COMP VALUE ZERO.
       01  WS-REOPENED-COUNT           PIC 9(08) COMP VALUE ZERO.
       01  WS-PURGED-COUNT             PIC 9(08) COMP VALUE ZERO.
       01  WS-WRITTEN-COUNT            PIC 9(08) COMP VALUE ZERO.
       01  WS-OUTSTANDING-COUNT        PIC 9(08) COMP VALUE ZERO.
       01  WS-ESCALATED-COUNT          PIC 9(08) COMP VALUE ZERO.
       01  WS-UNCOMMENTED              PIC 9(05) VALUE ZERO.

       01  WS-RPT-DATE                 PIC X(10).

       01  WS-DECISION-HEADER.
           05  FILLER                  PIC X(10) VALUE "RECON".
           05  FILLER                  PIC X(10) VALUE "BUS DATE".
           05  FILLER                  PIC X(10) VALUE "USER".
           05  FILLER                  PIC X(10) VALUE "VERB".
           05  FILLER                  PIC X(16) VALUE "ITEM".
           05  FILLER                  PIC X(44) VALUE
               "DISPOSITION".

       01  WS-DECISION-LINE.
           05  WS-D-RECON-ID           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-BUSINESS-DATE      PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-USER-ID            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-VERB               PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-ITEM-REF           PIC X(14).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-DISPOSITION        PIC X(44).

       01  WS-OUTSTANDING-HEADER.
           05  FILLER                  PIC X(10) VALUE "RECON".
           05  FILLER                  PIC X(10) VALUE "BUS DATE".
           05  FILLER                  PIC X(10) VALUE "STATUS".
           05  FILLER                  PIC X(08) VALUE "  OPEN".
           05  FILLER                  PIC X(10) VALUE "  COMMENTS".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "PREPARER".
           05  FILLER                  PIC X(10) VALUE "  BUS DAYS".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "ESCALATION".

       01  WS-OUTSTANDING-LINE.
           05  WS-O-RECON-ID           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-O-BUSINESS-DATE      PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-O-STATUS             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-O-OPEN-ITEMS         PIC ZZZZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-O-COMMENTS           PIC ZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-O-PREPARER-ID        PIC X(08).
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  WS-O-DAYS               PIC ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-O-ESCALATION         PIC X(10).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-PROCESS-CERT-CARD
               THRU 2000-EXIT
               UNTIL WS-CARD-EOF.

           PERFORM 4000-CARRY-REGISTER
               THRU 4000-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           GOBACK.

      *----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT CERT-REPORT-OUT.

           MOVE FUNCTION CURRENT-DATE TO WS-RUNSTAMP-CURRENT-DATE.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:14) TO WS-RUN-ID.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:8)  TO WS-RUN-DATE.
           MOVE WS-RUNSTAMP-CURRENT-DATE(9:6)  TO WS-RUN-TIME.

           MOVE WS-RUN-DATE            TO WS-DATE-NUM.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

           MOVE "RECONCILIATION SIGN-OFF" TO RPT-ST-TEXT.
           STRING WS-RUN-DATE(5:2) "/" WS-RUN-DATE(7:2) "/"
               WS-RUN-DATE(1:4)
               DELIMITED BY SIZE INTO WS-RPT-DATE.

           PERFORM 1100-WRITE-PAGE-HEADERS
               THRU 1100-EXIT.

           PERFORM 1200-LOAD-LIMITS
               THRU 1200-EXIT.
           IF WS-TODAY-INTEGER > WS-RETAIN-DAYS
               COMPUTE WS-CUTOFF-INTEGER =
                   WS-TODAY-INTEGER - WS-RETAIN-DAYS
           END-IF.

           PERFORM 1300-LOAD-USERS
               THRU 1300-EXIT.

           PERFORM 1400-LOAD-REGISTER
               THRU 1400-EXIT.

           IF NOT WS-TABLE-FULL
               PERFORM 1500-REGISTER-NEW-RUNS
                   THRU 1500-EXIT
               PERFORM 1600-LOAD-COMMENTED-ITEMS
                   THRU 1600-EXIT
           END-IF.

           OPEN INPUT CERT-CARD-IN.
           IF WS-CARD-FILE-STATUS = "35"
               SET WS-CARD-EOF TO TRUE
           ELSE
               PERFORM 2100-READ-CERT-CARD
                   THRU 2100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1100-WRITE-PAGE-HEADERS.
           ADD 1 TO RPT-PAGE-COUNT.
           MOVE WS-RPT-DATE            TO RPT-DL-RUN-DATE.

           WRITE CERT-REPORT-OUT-REC FROM RPT-TITLE-LINE.
           WRITE CERT-REPORT-OUT-REC FROM RPT-SUBTITLE-LINE.
           WRITE CERT-REPORT-OUT-REC FROM RPT-DATE-LINE.
           MOVE SPACES                 TO CERT-REPORT-OUT-REC.
           WRITE CERT-REPORT-OUT-REC.
           IF WS-OUTSTANDING-SECTION
               WRITE CERT-REPORT-OUT-REC FROM WS-OUTSTANDING-HEADER
           ELSE
               WRITE CERT-REPORT-OUT-REC FROM WS-DECISION-HEADER
           END-IF.
           MOVE SPACES                 TO CERT-REPORT-OUT-REC.
           WRITE CERT-REPORT-OUT-REC.
           MOVE 6                      TO RPT-LINE-COUNT.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE ESCALATION LIMIT AND RETENTION PERIOD FROM THE ESCL  *
      * ROW IN FORCE ON THE RUN DATE.  THE SHIPPED DEFAULTS ARE  *
      * 3 BUSINESS DAYS AND 400 DAYS.                            *
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
               NOT AT END
                   IF RC-PROGRAM-ID = "ABCRCERT"
                       AND RC-RULE-CODE = "ESCL"
                       AND (RC-EFF-FROM-DATE = SPACES
                           OR RC-EFF-FROM-DATE <= WS-RUN-DATE)
                       AND (RC-EFF-TO-DATE = SPACES
                           OR RC-EFF-TO-DATE >= WS-RUN-DATE)
                       IF RC-VALUE-1 > ZERO
                           MOVE RC-VALUE-1 TO WS-ESCALATE-DAYS
                       END-IF
                       IF RC-VALUE-2 > ZERO
                           MOVE RC-VALUE-2 TO WS-RETAIN-DAYS
                       END-IF
                   END-IF
           END-READ.
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
      * STOPS THE RUN BEFORE ANY CARD IS APPLIED, SO NO ROW CAN  *
      * BE LOST FROM THE CARRY-FORWARD.                          *
      *----------------------------------------------------------*
       1400-LOAD-REGISTER.
           OPEN INPUT REGISTER-IN.
           IF WS-RECNCERT-FILE-STATUS = "35"
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
           READ REGISTER-IN INTO RECON-CERT-RECORD
               AT END
                   SET WS-REGISTER-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REGISTER-READ-COUNT
                   IF WS-REG-COUNT < 2000
                       ADD 1 TO WS-REG-COUNT
                       MOVE "N"
                           TO WS-RG-DROP(WS-REG-COUNT)
                       MOVE RECON-CERT-RECORD
                           TO WS-RG-RECORD(WS-REG-COUNT)
                   ELSE
                       SET WS-TABLE-FULL TO TRUE
                   END-IF
           END-READ.
       1410-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ADDS EACH RECONCILIATION RUN ON THE PROGRAM-TOTALS FILE  *
      * THAT IS NOT YET ON THE REGISTER.  A RERUN OF A NIGHT     *
      * ALREADY ON FILE REPLACES ITS OPEN-ITEM COUNT, AND IF     *
      * ONLY THE PREPARER HAD SIGNED, REOPENS IT FOR A FRESH     *
      * SIGN-OFF; A CERTIFIED NIGHT IS LEFT AS CERTIFIED.  RUNS  *
      * OLDER THAN THE RETENTION PERIOD ARE IGNORED.             *
      *----------------------------------------------------------*
       1500-REGISTER-NEW-RUNS.
           OPEN INPUT PGM-TOTALS-IN.
           IF WS-PGMTOTAL-FILE-STATUS = "35"
               GO TO 1500-EXIT
           END-IF.
           PERFORM 1510-SCAN-TOTALS-LINE
               THRU 1510-EXIT
               UNTIL WS-PGMTOTAL-EOF.
           CLOSE PGM-TOTALS-IN.
       1500-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1510-SCAN-TOTALS-LINE.
           READ PGM-TOTALS-IN INTO PGM-TOTAL-LINE
               AT END
                   SET WS-PGMTOTAL-EOF TO TRUE
                   GO TO 1510-EXIT
           END-READ.

           IF PGT-PROGRAM-ID NOT = "ABC152A" AND "ABC154A"
               GO TO 1510-EXIT
           END-IF.
           IF PGT-RUN-DATE IS NOT NUMERIC
               GO TO 1510-EXIT
           END-IF.
           MOVE PGT-RUN-DATE           TO WS-DATE-NUM.
           COMPUTE WS-ROW-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           IF WS-ROW-INTEGER < WS-CUTOFF-INTEGER
               GO TO 1510-EXIT
           END-IF.

           MOVE PGT-PROGRAM-ID         TO WS-FIND-RECON-ID.
           MOVE PGT-RUN-DATE           TO WS-FIND-BUSINESS-DATE.
           PERFORM 2200-FIND-REGISTER-ROW
               THRU 2200-EXIT.

           IF WS-REG-MATCH = ZERO
               IF WS-REG-COUNT < 2000
                   MOVE SPACES         TO RECON-CERT-RECORD
                   MOVE PGT-PROGRAM-ID TO RN-RECON-ID
                   MOVE PGT-RUN-DATE   TO RN-BUSINESS-DATE
                   SET RN-OPEN         TO TRUE
                   MOVE PGT-REJECT-COUNT TO RN-OPEN-ITEMS
                   MOVE ZERO           TO RN-COMMENT-COUNT
                                          RN-DAYS-UNSIGNED
                   MOVE PGT-RUN-ID     TO RN-RECON-RUN-ID
                   MOVE "N"            TO RN-ESCALATED
                   ADD 1 TO WS-REG-COUNT
                   MOVE "N"            TO WS-RG-DROP(WS-REG-COUNT)
                   MOVE RECON-CERT-RECORD
                       TO WS-RG-RECORD(WS-REG-COUNT)
                   ADD 1 TO WS-ADDED-COUNT
               ELSE
                   DISPLAY "ABCRCERT **** REGISTER FULL - "
                       PGT-PROGRAM-ID " " PGT-RUN-DATE
                       " NOT REGISTERED ****"
               END-IF
               GO TO 1510-EXIT
           END-IF.

           MOVE WS-RG-RECORD(WS-REG-MATCH) TO RECON-CERT-RECORD.
           IF RN-CERTIFIED
               OR RN-RECON-RUN-ID = PGT-RUN-ID
               GO TO 1510-EXIT
           END-IF.
           IF RN-PREPARED
               SET RN-OPEN             TO TRUE
               MOVE SPACES             TO RN-PREPARER-ID
                                          RN-PREPARED-DATE
                                          RN-PREPARED-TIME
               ADD 1 TO WS-REOPENED-COUNT
           END-IF.
           MOVE PGT-REJECT-COUNT       TO RN-OPEN-ITEMS.
           MOVE PGT-RUN-ID             TO RN-RECON-RUN-ID.
           MOVE RECON-CERT-RECORD      TO WS-RG-RECORD(WS-REG-MATCH).
       1510-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * REMEMBERS THE ITEMS ALREADY COMMENTED ON FOR EVERY       *
      * RECONCILIATION STILL OPEN.                               *
      *----------------------------------------------------------*
       1600-LOAD-COMMENTED-ITEMS.
           OPEN INPUT COMMENT-FILE.
           IF WS-RECNCMNT-FILE-STATUS = "35"
               GO TO 1600-EXIT
           END-IF.
           PERFORM 1610-LOAD-ONE-COMMENT
               THRU 1610-EXIT
               UNTIL WS-COMMENT-EOF.
           CLOSE COMMENT-FILE.
       1600-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1610-LOAD-ONE-COMMENT.
           READ COMMENT-FILE INTO RECON-COMMENT-RECORD
               AT END
                   SET WS-COMMENT-EOF TO TRUE
                   GO TO 1610-EXIT
           END-READ.

           MOVE RM-RECON-ID            TO WS-FIND-RECON-ID.
           MOVE RM-BUSINESS-DATE       TO WS-FIND-BUSINESS-DATE.
           PERFORM 2200-FIND-REGISTER-ROW
               THRU 2200-EXIT.
           IF WS-REG-MATCH = ZERO
               GO TO 1610-EXIT
           END-IF.
           MOVE WS-RG-RECORD(WS-REG-MATCH) TO RECON-CERT-RECORD.
           IF NOT RN-OPEN
               GO TO 1610-EXIT
           END-IF.

           MOVE RECON-COMMENT-RECORD(1:30) TO WS-CMT-FIND-KEY.
           PERFORM 2400-FIND-COMMENTED-ITEM
               THRU 2400-EXIT.
           IF NOT WS-CMT-FOUND
               AND WS-CMT-COUNT < 2000
               ADD 1 TO WS-CMT-COUNT
               MOVE WS-CMT-FIND-KEY    TO WS-CMT-KEY(WS-CMT-COUNT)
           END-IF.
       1610-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LOADS THE BUSINESS DATES AFTER THE OLDEST UNCERTIFIED    *
      * ROW, UP TO AND INCLUDING THE RUN DATE.                   *
      *----------------------------------------------------------*
       1700-LOAD-CALENDAR.
           OPEN INPUT CALENDAR-MASTER-IN.
           IF WS-CALMAST-FILE-STATUS = "35"
               GO TO 1700-EXIT
           END-IF.
           PERFORM 1710-SCAN-CALENDAR-ROW
               THRU 1710-EXIT
               UNTIL WS-CALMAST-EOF.
           CLOSE CALENDAR-MASTER-IN.
       1700-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1710-SCAN-CALENDAR-ROW.
           READ CALENDAR-MASTER-IN INTO CALENDAR-MASTER-RECORD
               AT END
                   SET WS-CALMAST-EOF TO TRUE
               NOT AT END
                   IF CA-BUSINESS-DAY
                       AND CA-DATE > WS-OLDEST-OPEN-DATE
                       AND CA-DATE <= WS-RUN-DATE
                       AND WS-BUSDAY-COUNT < 500
                       ADD 1 TO WS-BUSDAY-COUNT
                       MOVE CA-DATE
                           TO WS-BUSDAY-DATE(WS-BUSDAY-COUNT)
                   END-IF
           END-READ.
       1710-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE CARD.  COMMENT RECORDS THE PREPARER'S NOTE ON ONE    *
      * OPEN ITEM; PREPARE SIGNS THE RECONCILIATION ONCE EVERY   *
      * OPEN ITEM HAS A COMMENT; REVIEW CERTIFIES IT, AND MUST   *
      * COME FROM A USER OTHER THAN THE PREPARER.                *
      *----------------------------------------------------------*
       2000-PROCESS-CERT-CARD.
           ADD 1 TO WS-CARD-COUNT.
           MOVE CR-RECON-ID            TO WS-D-RECON-ID.
           MOVE CR-BUSINESS-DATE       TO WS-D-BUSINESS-DATE.
           MOVE CR-USER-ID             TO WS-D-USER-ID.
           MOVE CR-VERB                TO WS-D-VERB.
           MOVE CR-ITEM-REF            TO WS-D-ITEM-REF.

           IF WS-TABLE-FULL
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "REFUSED - REGISTER OVER TABLE LIMIT"
                   TO WS-D-DISPOSITION
               GO TO 2000-WRITE
           END-IF.

           IF CR-VERB NOT = "COMMENT " AND "PREPARE " AND "REVIEW  "
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "REFUSED - UNKNOWN CARD VERB"
                   TO WS-D-DISPOSITION
               GO TO 2000-WRITE
           END-IF.

           MOVE CR-RECON-ID            TO WS-FIND-RECON-ID.
           MOVE CR-BUSINESS-DATE       TO WS-FIND-BUSINESS-DATE.
           PERFORM 2200-FIND-REGISTER-ROW
               THRU 2200-EXIT.
           IF WS-REG-MATCH = ZERO
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "REFUSED - NO SUCH RECONCILIATION ON REGISTER"
                   TO WS-D-DISPOSITION
               GO TO 2000-WRITE
           END-IF.
           MOVE WS-RG-RECORD(WS-REG-MATCH) TO RECON-CERT-RECORD.

           PERFORM 2300-CHECK-USER
               THRU 2300-EXIT.
           IF NOT WS-USER-OK
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "REFUSED - SIGNER NOT A VALID USER"
                   TO WS-D-DISPOSITION
               GO TO 2000-WRITE
           END-IF.

           EVALUATE CR-VERB
               WHEN "COMMENT "
                   PERFORM 3000-APPLY-COMMENT
                       THRU 3000-EXIT
               WHEN "PREPARE "
                   PERFORM 3100-APPLY-PREPARE
                       THRU 3100-EXIT
               WHEN OTHER
                   PERFORM 3200-APPLY-REVIEW
                       THRU 3200-EXIT
           END-EVALUATE.
           MOVE RECON-CERT-RECORD      TO WS-RG-RECORD(WS-REG-MATCH).

       2000-WRITE.
           PERFORM 7000-WRITE-REPORT-LINE
               THRU 7000-EXIT.
           PERFORM 8000-WRITE-AUDIT-LOG
               THRU 8000-EXIT.
           PERFORM 2100-READ-CERT-CARD
               THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2100-READ-CERT-CARD.
           READ CERT-CARD-IN
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
           IF WS-RG-RECORD(WS-REG-SUB)(1:8) = WS-FIND-RECON-ID
               AND WS-RG-RECORD(WS-REG-SUB)(9:8)
                   = WS-FIND-BUSINESS-DATE
               MOVE WS-REG-SUB TO WS-REG-MATCH
           END-IF.
       2210-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2300-CHECK-USER.
           MOVE "N" TO WS-USER-OK-SW.
           IF CR-USER-ID = SPACES
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
           IF WS-US-USER-ID(WS-USR-SUB) = CR-USER-ID
               AND WS-US-LOCKED(WS-USR-SUB) NOT = "Y"
               SET WS-USER-OK TO TRUE
           END-IF.
       2310-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2400-FIND-COMMENTED-ITEM.
           MOVE "N" TO WS-CMT-FOUND-SW.
           PERFORM 2410-SCAN-COMMENTED-ITEM
               THRU 2410-EXIT
               VARYING WS-CMT-SUB FROM 1 BY 1
               UNTIL WS-CMT-SUB > WS-CMT-COUNT
               OR WS-CMT-FOUND.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2410-SCAN-COMMENTED-ITEM.
           IF WS-CMT-KEY(WS-CMT-SUB) = WS-CMT-FIND-KEY
               SET WS-CMT-FOUND TO TRUE
           END-IF.
       2410-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A COMMENT IS TAKEN ONLY BEFORE THE PREPARER SIGNS.  THE  *
      * FIRST COMMENT ON AN ITEM COUNTS TOWARD THE SIGN-OFF; A   *
      * LATER ONE ON THE SAME ITEM IS KEPT BUT NOT COUNTED.      *
      *----------------------------------------------------------*
       3000-APPLY-COMMENT.
           IF NOT RN-OPEN
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "REFUSED - ALREADY SIGNED BY PREPARER"
                   TO WS-D-DISPOSITION
               GO TO 3000-EXIT
           END-IF.
           IF CR-ITEM-REF = SPACES
               OR CR-COMMENT-TEXT = SPACES
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "REFUSED - ITEM OR COMMENT TEXT MISSING"
                   TO WS-D-DISPOSITION
               GO TO 3000-EXIT
           END-IF.

           MOVE CR-RECON-ID            TO RM-RECON-ID.
           MOVE CR-BUSINESS-DATE       TO RM-BUSINESS-DATE.
           MOVE CR-ITEM-REF            TO RM-ITEM-REF.
           MOVE CR-USER-ID             TO RM-USER-ID.
           MOVE WS-RUN-DATE            TO RM-COMMENT-DATE.
           MOVE CR-COMMENT-TEXT        TO RM-COMMENT-TEXT.

           OPEN EXTEND COMMENT-FILE.
           IF WS-RECNCMNT-FILE-STATUS = "35"
               OPEN OUTPUT COMMENT-FILE
           END-IF.
           WRITE COMMENT-FILE-REC FROM RECON-COMMENT-RECORD.
           CLOSE COMMENT-FILE.
           ADD 1 TO WS-COMMENTED-COUNT.

           MOVE RECON-COMMENT-RECORD(1:30) TO WS-CMT-FIND-KEY.
           PERFORM 2400-FIND-COMMENTED-ITEM
               THRU 2400-EXIT.
           IF WS-CMT-FOUND
               MOVE "COMMENT ADDED - ITEM ALREADY COMMENTED ON"
                   TO WS-D-DISPOSITION
               GO TO 3000-EXIT
           END-IF.
           IF WS-CMT-COUNT < 2000
               ADD 1 TO WS-CMT-COUNT
               MOVE WS-CMT-FIND-KEY    TO WS-CMT-KEY(WS-CMT-COUNT)
           END-IF.
           ADD 1 TO RN-COMMENT-COUNT.
           MOVE "COMMENT RECORDED" TO WS-D-DISPOSITION.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3100-APPLY-PREPARE.
           IF NOT RN-OPEN
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "REFUSED - ALREADY SIGNED BY PREPARER"
                   TO WS-D-DISPOSITION
               GO TO 3100-EXIT
           END-IF.
           IF RN-COMMENT-COUNT < RN-OPEN-ITEMS
               COMPUTE WS-UNCOMMENTED =
                   RN-OPEN-ITEMS - RN-COMMENT-COUNT
               ADD 1 TO WS-REFUSED-COUNT
               MOVE SPACES             TO WS-D-DISPOSITION
               STRING "REFUSED - " WS-UNCOMMENTED
                   " OPEN ITEMS WITHOUT A COMMENT"
                   DELIMITED BY SIZE INTO WS-D-DISPOSITION
               GO TO 3100-EXIT
           END-IF.

           SET RN-PREPARED             TO TRUE.
           MOVE CR-USER-ID             TO RN-PREPARER-ID.
           MOVE WS-RUN-DATE            TO RN-PREPARED-DATE.
           MOVE WS-RUN-TIME            TO RN-PREPARED-TIME.
           ADD 1 TO WS-PREPARED-COUNT.
           MOVE "PREPARED - AWAITING REVIEW" TO WS-D-DISPOSITION.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3200-APPLY-REVIEW.
           IF RN-OPEN
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "REFUSED - NOT YET SIGNED BY A PREPARER"
                   TO WS-D-DISPOSITION
               GO TO 3200-EXIT
           END-IF.
           IF RN-CERTIFIED
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "REFUSED - ALREADY CERTIFIED"
                   TO WS-D-DISPOSITION
               GO TO 3200-EXIT
           END-IF.
           IF CR-USER-ID = RN-PREPARER-ID
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "REFUSED - REVIEWER MUST DIFFER FROM PREPARER"
                   TO WS-D-DISPOSITION
               GO TO 3200-EXIT
           END-IF.

           SET RN-CERTIFIED            TO TRUE.
           MOVE CR-USER-ID             TO RN-REVIEWER-ID.
           MOVE WS-RUN-DATE            TO RN-REVIEWED-DATE.
           MOVE WS-RUN-TIME            TO RN-REVIEWED-TIME.
           MOVE "N"                    TO RN-ESCALATED.
           ADD 1 TO WS-CERTIFIED-COUNT.
           MOVE "CERTIFIED" TO WS-D-DISPOSITION.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * WRITES THE NEW REGISTER.  EVERY ROW STILL UNCERTIFIED IS *
      * AGED IN BUSINESS DAYS, MARKED FOR ESCALATION PAST THE    *
      * LIMIT, AND LISTED; A CERTIFIED ROW PAST THE RETENTION    *
      * PERIOD IS DROPPED.  WHEN THE REGISTER WAS TOO BIG FOR    *
      * THE TABLE IT IS COPIED FORWARD WHOLE.                    *
      *----------------------------------------------------------*
       4000-CARRY-REGISTER.
           OPEN OUTPUT REGISTER-OUT.

           SET WS-OUTSTANDING-SECTION TO TRUE.
           MOVE "RECONCILIATIONS AWAITING CERTIFICATION"
               TO RPT-ST-TEXT.
           MOVE RPT-PAGE-COUNT         TO RPT-F-PAGE-NO.
           WRITE CERT-REPORT-OUT-REC FROM RPT-FOOTER-LINE.
           PERFORM 1100-WRITE-PAGE-HEADERS
               THRU 1100-EXIT.

           IF WS-TABLE-FULL
               PERFORM 4300-COPY-REGISTER
                   THRU 4300-EXIT
           ELSE
               PERFORM 4050-NOTE-OLDEST-OPEN
                   THRU 4050-EXIT
                   VARYING WS-REG-SUB FROM 1 BY 1
                   UNTIL WS-REG-SUB > WS-REG-COUNT
               PERFORM 1700-LOAD-CALENDAR
                   THRU 1700-EXIT
               PERFORM 4100-CARRY-ONE-ROW
                   THRU 4100-EXIT
                   VARYING WS-REG-SUB FROM 1 BY 1
                   UNTIL WS-REG-SUB > WS-REG-COUNT
           END-IF.

           CLOSE REGISTER-OUT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       4050-NOTE-OLDEST-OPEN.
           MOVE WS-RG-RECORD(WS-REG-SUB) TO RECON-CERT-RECORD.
           IF NOT RN-CERTIFIED
               AND RN-BUSINESS-DATE < WS-OLDEST-OPEN-DATE
               MOVE RN-BUSINESS-DATE   TO WS-OLDEST-OPEN-DATE
           END-IF.
       4050-EXIT.
           EXIT.

      *----------------------------------------------------------*
       4100-CARRY-ONE-ROW.
           MOVE WS-RG-RECORD(WS-REG-SUB) TO RECON-CERT-RECORD.

           IF RN-CERTIFIED
               MOVE RN-BUSINESS-DATE   TO WS-DATE-NUM
               COMPUTE WS-ROW-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               IF WS-ROW-INTEGER < WS-CUTOFF-INTEGER
                   ADD 1 TO WS-PURGED-COUNT
                   GO TO 4100-EXIT
               END-IF
               MOVE ZERO               TO RN-DAYS-UNSIGNED
           ELSE
               PERFORM 4200-AGE-ONE-ROW
                   THRU 4200-EXIT
           END-IF.

           WRITE REGISTER-OUT-REC FROM RECON-CERT-RECORD.
           ADD 1 TO WS-WRITTEN-COUNT.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * BUSINESS DAYS UNSIGNED = CALENDAR ROWS TYPED B AFTER THE *
      * RECONCILIATION'S BUSINESS DATE, UP TO AND INCLUDING THE  *
      * RUN DATE.                                                *
      *----------------------------------------------------------*
       4200-AGE-ONE-ROW.
           MOVE ZERO                   TO WS-DAYS-UNSIGNED.
           IF WS-BUSDAY-COUNT > ZERO
               PERFORM 4210-CHECK-BUSINESS-DAY
                   THRU 4210-EXIT
                   VARYING WS-BUSDAY-SUB FROM 1 BY 1
                   UNTIL WS-BUSDAY-SUB > WS-BUSDAY-COUNT
           ELSE
               MOVE RN-BUSINESS-DATE   TO WS-DATE-NUM
               COMPUTE WS-ROW-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               IF WS-TODAY-INTEGER > WS-ROW-INTEGER
                   COMPUTE WS-DAYS-UNSIGNED =
                       WS-TODAY-INTEGER - WS-ROW-INTEGER
               END-IF
           END-IF.
           IF WS-DAYS-UNSIGNED > 999
               MOVE 999                TO WS-DAYS-UNSIGNED
           END-IF.
           MOVE WS-DAYS-UNSIGNED       TO RN-DAYS-UNSIGNED.

           MOVE RN-RECON-ID            TO WS-O-RECON-ID.
           MOVE RN-BUSINESS-DATE       TO WS-O-BUSINESS-DATE.
           IF RN-PREPARED
               MOVE "PREPARED"         TO WS-O-STATUS
           ELSE
               MOVE "OPEN"             TO WS-O-STATUS
           END-IF.
           MOVE RN-OPEN-ITEMS          TO WS-O-OPEN-ITEMS.
           MOVE RN-COMMENT-COUNT       TO WS-O-COMMENTS.
           MOVE RN-PREPARER-ID         TO WS-O-PREPARER-ID.
           MOVE RN-DAYS-UNSIGNED       TO WS-O-DAYS.

           IF WS-DAYS-UNSIGNED > WS-ESCALATE-DAYS
               MOVE "Y"                TO RN-ESCALATED
               MOVE "ESCALATED"        TO WS-O-ESCALATION
               ADD 1 TO WS-ESCALATED-COUNT
           ELSE
               MOVE "N"                TO RN-ESCALATED
               MOVE SPACES             TO WS-O-ESCALATION
           END-IF.
           ADD 1 TO WS-OUTSTANDING-COUNT.

           IF RPT-LINE-COUNT >= RPT-MAX-LINES-PER-PAGE
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE CERT-REPORT-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 1100-WRITE-PAGE-HEADERS
                   THRU 1100-EXIT
           END-IF.
           WRITE CERT-REPORT-OUT-REC FROM WS-OUTSTANDING-LINE.
           ADD 1 TO RPT-LINE-COUNT.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------*
       4210-CHECK-BUSINESS-DAY.
           IF WS-BUSDAY-DATE(WS-BUSDAY-SUB) > RN-BUSINESS-DATE
               ADD 1 TO WS-DAYS-UNSIGNED
           END-IF.
       4210-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * OVERFLOW PATH: THE REGISTER IS COPIED TO THE NEW ONE     *
      * RECORD FOR RECORD, UNCHANGED.                            *
      *----------------------------------------------------------*
       4300-COPY-REGISTER.
           DISPLAY "ABCRCERT **** REGISTER EXCEEDS 2000 ROWS "
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
           READ REGISTER-IN INTO RECON-CERT-RECORD
               AT END
                   SET WS-REGISTER-EOF TO TRUE
               NOT AT END
                   WRITE REGISTER-OUT-REC FROM RECON-CERT-RECORD
                   ADD 1 TO WS-WRITTEN-COUNT
           END-READ.
       4310-EXIT.
           EXIT.

      *----------------------------------------------------------*
       7000-WRITE-REPORT-LINE.
           IF RPT-LINE-COUNT >= RPT-MAX-LINES-PER-PAGE
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE CERT-REPORT-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 1100-WRITE-PAGE-HEADERS
                   THRU 1100-EXIT
           END-IF.

           WRITE CERT-REPORT-OUT-REC FROM WS-DECISION-LINE.
           ADD 1 TO RPT-LINE-COUNT.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE AUDIT LINE PER CARD PROCESSED, ACCEPTED OR REFUSED.  *
      *----------------------------------------------------------*
       8000-WRITE-AUDIT-LOG.
           MOVE "ABCRCERT"             TO AUD-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE  TO AUD-TIMESTAMP.
           MOVE CERT-CARD-RECORD(1:40) TO AUD-INDATA.
           MOVE WS-D-DISPOSITION(1:25) TO AUD-RESULT.

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
           MOVE RPT-PAGE-COUNT         TO RPT-F-PAGE-NO.
           WRITE CERT-REPORT-OUT-REC FROM RPT-FOOTER-LINE.

           MOVE "SIGN-OFF CARDS READ...." TO RPT-FN-LABEL.
           MOVE WS-CARD-COUNT          TO RPT-FN-COUNT.
           WRITE CERT-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "COMMENTS RECORDED......" TO RPT-FN-LABEL.
           MOVE WS-COMMENTED-COUNT     TO RPT-FN-COUNT.
           WRITE CERT-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "PREPARER SIGN-OFFS....." TO RPT-FN-LABEL.
           MOVE WS-PREPARED-COUNT      TO RPT-FN-COUNT.
           WRITE CERT-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "REVIEWER CERTIFICATIONS" TO RPT-FN-LABEL.
           MOVE WS-CERTIFIED-COUNT     TO RPT-FN-COUNT.
           WRITE CERT-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "CARDS REFUSED.........." TO RPT-FN-LABEL.
           MOVE WS-REFUSED-COUNT       TO RPT-FN-COUNT.
           WRITE CERT-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "REGISTER ROWS READ....." TO RPT-FN-LABEL.
           MOVE WS-REGISTER-READ-COUNT TO RPT-FN-COUNT.
           WRITE CERT-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "NEW RUNS REGISTERED...." TO RPT-FN-LABEL.
           MOVE WS-ADDED-COUNT         TO RPT-FN-COUNT.
           WRITE CERT-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "REOPENED BY A RERUN...." TO RPT-FN-LABEL.
           MOVE WS-REOPENED-COUNT      TO RPT-FN-COUNT.
           WRITE CERT-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "CERTIFIED ROWS RETIRED." TO RPT-FN-LABEL.
           MOVE WS-PURGED-COUNT        TO RPT-FN-COUNT.
           WRITE CERT-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "REGISTER ROWS WRITTEN.." TO RPT-FN-LABEL.
           MOVE WS-WRITTEN-COUNT       TO RPT-FN-COUNT.
           WRITE CERT-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "AWAITING CERTIFICATION." TO RPT-FN-LABEL.
           MOVE WS-OUTSTANDING-COUNT   TO RPT-FN-COUNT.
           WRITE CERT-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "ESCALATED.............." TO RPT-FN-LABEL.
           MOVE WS-ESCALATED-COUNT     TO RPT-FN-COUNT.
           WRITE CERT-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           IF WS-CARD-FILE-STATUS NOT = "35"
               CLOSE CERT-CARD-IN
           END-IF.
           CLOSE CERT-REPORT-OUT.

           DISPLAY "ABCRCERT CONTROL TOTAL - CARDS="
               WS-CARD-COUNT
               " COMMENTS=" WS-COMMENTED-COUNT
               " PREPARED=" WS-PREPARED-COUNT
               " CERTIFIED=" WS-CERTIFIED-COUNT
               " REFUSED=" WS-REFUSED-COUNT
               " REG-READ=" WS-REGISTER-READ-COUNT
               " ADDED=" WS-ADDED-COUNT
               " RETIRED=" WS-PURGED-COUNT
               " WRITTEN=" WS-WRITTEN-COUNT
               " ESCALATED=" WS-ESCALATED-COUNT.

           IF WS-CARD-COUNT NOT = WS-COMMENTED-COUNT
               + WS-PREPARED-COUNT + WS-CERTIFIED-COUNT
               + WS-REFUSED-COUNT
               OR WS-REGISTER-READ-COUNT + WS-ADDED-COUNT
               NOT = WS-WRITTEN-COUNT + WS-PURGED-COUNT
               DISPLAY
                 "ABCRCERT **** CONTROL TOTALS OUT OF BALANCE ****"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REFUSED-COUNT > ZERO
                   OR WS-ESCALATED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
       9000-EXIT.
           EXIT.
