       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCREAPR.
       AUTHOR. D HARLOW.
       INSTALLATION. DL100 BATCH SERVICES.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 2026-10-15  DH  NEW PROGRAM.  REIMBURSEMENT CLAIM        *
      *                 APPROVAL.  ABC136A HOLDS EVERY CLAIM     *
      *                 ABOVE ITS APPROVAL THRESHOLD ON THE      *
      *                 PENDING-APPROVAL FILE; AN APPROVE OR     *
      *                 REJECT CARD SIGNED BY A USERPROF ID      *
      *                 DECIDES EACH ONE.  THE SIGNER MUST BE    *
      *                 KNOWN AND NOT LOCKED, AND SELF-APPROVAL  *
      *                 IS REFUSED: THE USER WHO SUBMITTED A     *
      *                 CLAIM CANNOT DECIDE IT.  AN APPROVED     *
      *                 CLAIM'S STATEMENT-EXTRACT LINE IS        *
      *                 RELEASED TO STMTEXT (AND SO TO PAYMENT); *
      *                 A REJECTED CLAIM IS DROPPED.  THE CLAIMS *
      *                 STILL WAITING ARE CARRIED TO THE NEW     *
      *                 PENDING FILE AND LISTED, AGED BY DAYS    *
      *                 WAITING, ON THE DAILY REPORT.  EVERY     *
      *                 CARD LANDS ON THE SUITE AUDIT LOG.       *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECISION-CARD-IN
               ASSIGN TO REAPRCRD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.

           SELECT USER-PROFILE-FILE
               ASSIGN TO USERPROF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USERPROF-FILE-STATUS.

           SELECT PENDING-CLAIM-IN
               ASSIGN TO REIMPNDI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REIMPEND-FILE-STATUS.

           SELECT PENDING-CLAIM-OUT
               ASSIGN TO REIMPNDO
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STMT-EXTRACT-OUT
               ASSIGN TO STMTEXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-FILE-STATUS.

           SELECT AUDIT-LOG-OUT
               ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT APPROVAL-REPORT-OUT
               ASSIGN TO REAPRRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DECISION-CARD-IN
           RECORDING MODE IS F.
       01  DECISION-CARD-RECORD.
           05  CA-VERB                 PIC X(08).
           05  CA-USER-ID              PIC X(08).
           05  CA-CLAIM-ID             PIC X(14).

       FD  USER-PROFILE-FILE
           RECORDING MODE IS F.
       01  USER-PROFILE-FILE-REC       PIC X(38).

       FD  PENDING-CLAIM-IN
           RECORDING MODE IS F.
       01  PENDING-CLAIM-IN-REC        PIC X(95).

       FD  PENDING-CLAIM-OUT
           RECORDING MODE IS F.
       01  PENDING-CLAIM-OUT-REC       PIC X(95).

       FD  STMT-EXTRACT-OUT
           RECORDING MODE IS F.
       01  STMT-EXTRACT-OUT-REC        PIC X(65).

       FD  AUDIT-LOG-OUT
           RECORDING MODE IS F.
       01  AUDIT-LOG-OUT-REC           PIC X(100).

       FD  APPROVAL-REPORT-OUT
           RECORDING MODE IS F.
       01  APPROVAL-REPORT-OUT-REC     PIC X(132).

       WORKING-STORAGE SECTION.
       COPY REIMAPR.
       COPY STMTREC.
       COPY AUDITREC.
       COPY RUNSTAMP.
       COPY RPTHDFT.
       01  WS-CARD-FILE-STATUS         PIC X(02).
       01  WS-USERPROF-FILE-STATUS     PIC X(02).

       01  WS-CARD-EOF-SW              PIC X(01) VALUE "N".
           88  WS-CARD-EOF                     VALUE "Y".
       01  WS-USERPROF-EOF-SW          PIC X(01) VALUE "N".
           88  WS-USERPROF-EOF                 VALUE "Y".
       01  WS-PENDING-EOF-SW           PIC X(01) VALUE "N".
           88  WS-PENDING-EOF                  VALUE "Y".
       01  WS-TABLE-FULL-SW            PIC X(01) VALUE "N".
           88  WS-TABLE-FULL                   VALUE "Y".
       01  WS-SECTION-SW               PIC X(01) VALUE "D".
           88  WS-DECISION-SECTION             VALUE "D".
           88  WS-AGING-SECTION                VALUE "A".

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
      * THE CLAIMS ON THE PENDING FILE.  STATUS P = STILL        *
      * WAITING, A = APPROVED AND RELEASED THIS RUN, R =         *
      * REJECTED THIS RUN.  ONLY P CLAIMS CARRY FORWARD.         *
      *----------------------------------------------------------*
       01  WS-CLAIM-TABLE.
           05  WS-CLM-COUNT            PIC 9(04) COMP VALUE ZERO.
           05  WS-CLM-ENTRY            OCCURS 1000 TIMES.
               10  WS-CL-STATUS        PIC X(01).
               10  WS-CL-RECORD        PIC X(95).

       01  WS-CLM-SUB                  PIC 9(04) COMP VALUE ZERO.
       01  WS-CLM-MATCH                PIC 9(04) COMP VALUE ZERO.

      *----------------------------------------------------------*
      * AGING BUCKETS BY WHOLE DAYS WAITING: 0-2, 3-5, 6-10, AND *
      * OVER 10.                                                 *
      *----------------------------------------------------------*
       01  WS-BUCKET-TABLE.
           05  WS-BKT-ENTRY            OCCURS 4 TIMES.
               10  WS-BK-COUNT         PIC 9(08) COMP.
               10  WS-BK-AMOUNT        PIC S9(13)V99 COMP-3.
       01  WS-BUCKET-LABELS.
           05  FILLER                  PIC X(12) VALUE "0-2 DAYS".
           05  FILLER                  PIC X(12) VALUE "3-5 DAYS".
           05  FILLER                  PIC X(12) VALUE "6-10 DAYS".
           05  FILLER                  PIC X(12) VALUE "OVER 10 DAYS".
       01  WS-BUCKET-LABEL-TABLE       REDEFINES WS-BUCKET-LABELS.
           05  WS-BK-LABEL             PIC X(12) OCCURS 4 TIMES.
       01  WS-BKT-SUB                  PIC 9(01) COMP VALUE ZERO.

       01  WS-DATE-NUM                 PIC 9(08) VALUE ZERO.
       01  WS-TODAY-INTEGER            PIC 9(08) COMP VALUE ZERO.
       01  WS-SUBMIT-INTEGER           PIC 9(08) COMP VALUE ZERO.
       01  WS-DAYS-WAITING             PIC 9(05) COMP VALUE ZERO.

       01  WS-CARD-COUNT               PIC 9(08) COMP VALUE ZERO.
       01  WS-APPROVED-COUNT           PIC 9(08) COMP VALUE ZERO.
       01  WS-REJECTED-COUNT           PIC 9(08) COMP VALUE ZERO.
       01  WS-REFUSED-COUNT            PIC 9(08) COMP VALUE ZERO.
       01  WS-PENDING-READ-COUNT       PIC 9(08) COMP VALUE ZERO.
       01  WS-CARRIED-COUNT            PIC 9(08) COMP VALUE ZERO.
       01  WS-PENDING-AMOUNT           PIC S9(13)V99 COMP-3
                                       VALUE ZERO.

       01  WS-RPT-DATE                 PIC X(10).

       01  WS-DECISION-HEADER.
           05  FILLER                  PIC X(16) VALUE "CLAIM".
           05  FILLER                  PIC X(10) VALUE "USER".
           05  FILLER                  PIC X(10) VALUE "VERB".
           05  FILLER                  PIC X(44) VALUE
               "DISPOSITION".

       01  WS-DECISION-LINE.
           05  WS-D-CLAIM-ID           PIC X(14).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-USER-ID            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-VERB               PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-DISPOSITION        PIC X(44).

       01  WS-AGING-HEADER.
           05  FILLER                  PIC X(16) VALUE "CLAIM".
           05  FILLER                  PIC X(08) VALUE "CUST".
           05  FILLER                  PIC X(10) VALUE "SUBMITTER".
           05  FILLER                  PIC X(12) VALUE "SUBMITTED".
           05  FILLER                  PIC X(16) VALUE
               "        AMOUNT".
           05  FILLER                  PIC X(07) VALUE "DAYS".
           05  FILLER                  PIC X(12) VALUE "BUCKET".

       01  WS-AGING-LINE.
           05  WS-A-CLAIM-ID           PIC X(14).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-A-CUSTOMER-ID        PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-A-SUBMITTER-ID       PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-A-SUBMIT-DATE        PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-A-AMOUNT             PIC -(10)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-A-DAYS               PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-A-BUCKET             PIC X(12).

       01  WS-BUCKET-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-B-LABEL              PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-B-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(09) VALUE " CLAIMS  ".
           05  WS-B-AMOUNT             PIC -(12)9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-PROCESS-DECISION-CARD
               THRU 2000-EXIT
               UNTIL WS-CARD-EOF.

           PERFORM 4000-CARRY-PENDING-FILE
               THRU 4000-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           GOBACK.

      *----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT APPROVAL-REPORT-OUT.

           MOVE FUNCTION CURRENT-DATE TO WS-RUNSTAMP-CURRENT-DATE.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:14) TO WS-RUN-ID.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:8)  TO WS-RUN-DATE.

           MOVE WS-RUN-DATE            TO WS-DATE-NUM.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

           PERFORM 1050-CLEAR-BUCKET
               THRU 1050-EXIT
               VARYING WS-BKT-SUB FROM 1 BY 1
               UNTIL WS-BKT-SUB > 4.

           MOVE "REIMBURSEMENT CLAIM APPROVALS" TO RPT-ST-TEXT.
           STRING WS-RUN-DATE(5:2) "/" WS-RUN-DATE(7:2) "/"
               WS-RUN-DATE(1:4)
               DELIMITED BY SIZE INTO WS-RPT-DATE.

           PERFORM 1100-WRITE-PAGE-HEADERS
               THRU 1100-EXIT.

           PERFORM 1300-LOAD-USERS
               THRU 1300-EXIT.

           PERFORM 1400-LOAD-PENDING-CLAIMS
               THRU 1400-EXIT.

           OPEN INPUT DECISION-CARD-IN.
           IF WS-CARD-FILE-STATUS = "35"
               SET WS-CARD-EOF TO TRUE
           ELSE
               PERFORM 2100-READ-DECISION-CARD
                   THRU 2100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1050-CLEAR-BUCKET.
           MOVE ZERO TO WS-BK-COUNT(WS-BKT-SUB).
           MOVE ZERO TO WS-BK-AMOUNT(WS-BKT-SUB).
       1050-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1100-WRITE-PAGE-HEADERS.
           ADD 1 TO RPT-PAGE-COUNT.
           MOVE WS-RPT-DATE            TO RPT-DL-RUN-DATE.

           WRITE APPROVAL-REPORT-OUT-REC FROM RPT-TITLE-LINE.
           WRITE APPROVAL-REPORT-OUT-REC FROM RPT-SUBTITLE-LINE.
           WRITE APPROVAL-REPORT-OUT-REC FROM RPT-DATE-LINE.
           MOVE SPACES                 TO APPROVAL-REPORT-OUT-REC.
           WRITE APPROVAL-REPORT-OUT-REC.
           IF WS-AGING-SECTION
               WRITE APPROVAL-REPORT-OUT-REC FROM WS-AGING-HEADER
           ELSE
               WRITE APPROVAL-REPORT-OUT-REC FROM WS-DECISION-HEADER
           END-IF.
           MOVE SPACES                 TO APPROVAL-REPORT-OUT-REC.
           WRITE APPROVAL-REPORT-OUT-REC.
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
      * LOADS THE CLAIMS WAITING FOR APPROVAL.  A FILE TOO BIG   *
      * FOR THE TABLE STOPS THE RUN BEFORE ANY CARD IS APPLIED,  *
      * SO NO CLAIM CAN BE LOST FROM THE CARRY-FORWARD.          *
      *----------------------------------------------------------*
       1400-LOAD-PENDING-CLAIMS.
           OPEN INPUT PENDING-CLAIM-IN.
           IF WS-REIMPEND-FILE-STATUS = "35"
               SET WS-PENDING-EOF TO TRUE
               GO TO 1400-EXIT
           END-IF.
           PERFORM 1410-LOAD-ONE-CLAIM
               THRU 1410-EXIT
               UNTIL WS-PENDING-EOF.
           CLOSE PENDING-CLAIM-IN.
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1410-LOAD-ONE-CLAIM.
           READ PENDING-CLAIM-IN INTO PENDING-CLAIM-RECORD
               AT END
                   SET WS-PENDING-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-PENDING-READ-COUNT
                   IF WS-CLM-COUNT < 1000
                       ADD 1 TO WS-CLM-COUNT
                       MOVE "P"
                           TO WS-CL-STATUS(WS-CLM-COUNT)
                       MOVE PENDING-CLAIM-RECORD
                           TO WS-CL-RECORD(WS-CLM-COUNT)
                   ELSE
                       SET WS-TABLE-FULL TO TRUE
                   END-IF
           END-READ.
       1410-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE DECISION CARD: THE CLAIM MUST BE WAITING, THE SIGNER *
      * MUST BE A VALID USER, AND THE SIGNER MUST NOT BE THE     *
      * USER WHO SUBMITTED THE CLAIM.                            *
      *----------------------------------------------------------*
       2000-PROCESS-DECISION-CARD.
           ADD 1 TO WS-CARD-COUNT.
           MOVE CA-CLAIM-ID            TO WS-D-CLAIM-ID.
           MOVE CA-USER-ID             TO WS-D-USER-ID.
           MOVE CA-VERB                TO WS-D-VERB.

           IF WS-TABLE-FULL
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "REFUSED - PENDING FILE OVER TABLE LIMIT"
                   TO WS-D-DISPOSITION
               GO TO 2000-WRITE
           END-IF.

           IF CA-VERB NOT = "APPROVE " AND "REJECT  "
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "REFUSED - UNKNOWN CARD VERB"
                   TO WS-D-DISPOSITION
               GO TO 2000-WRITE
           END-IF.

           MOVE ZERO TO WS-CLM-MATCH.
           PERFORM 2200-SCAN-CLAIM-ENTRY
               THRU 2200-EXIT
               VARYING WS-CLM-SUB FROM 1 BY 1
               UNTIL WS-CLM-SUB > WS-CLM-COUNT
               OR WS-CLM-MATCH NOT = ZERO.

           IF WS-CLM-MATCH = ZERO
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "REFUSED - NO SUCH CLAIM AWAITING APPROVAL"
                   TO WS-D-DISPOSITION
               GO TO 2000-WRITE
           END-IF.

           MOVE WS-CL-RECORD(WS-CLM-MATCH) TO PENDING-CLAIM-RECORD.

           PERFORM 2300-CHECK-USER
               THRU 2300-EXIT.
           IF NOT WS-USER-OK
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "REFUSED - DECIDER NOT A VALID USER"
                   TO WS-D-DISPOSITION
               GO TO 2000-WRITE
           END-IF.

           IF CA-USER-ID = PA-SUBMITTER-ID
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "REFUSED - SUBMITTER CANNOT DECIDE OWN CLAIM"
                   TO WS-D-DISPOSITION
               GO TO 2000-WRITE
           END-IF.

           IF CA-VERB = "APPROVE "
               PERFORM 3000-RELEASE-CLAIM
                   THRU 3000-EXIT
           ELSE
               MOVE "R" TO WS-CL-STATUS(WS-CLM-MATCH)
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "REJECTED - CLAIM WILL NOT BE PAID"
                   TO WS-D-DISPOSITION
           END-IF.

       2000-WRITE.
           PERFORM 7000-WRITE-REPORT-LINE
               THRU 7000-EXIT.
           PERFORM 8000-WRITE-AUDIT-LOG
               THRU 8000-EXIT.
           PERFORM 2100-READ-DECISION-CARD
               THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2100-READ-DECISION-CARD.
           READ DECISION-CARD-IN
               AT END
                   SET WS-CARD-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2200-SCAN-CLAIM-ENTRY.
           IF WS-CL-STATUS(WS-CLM-SUB) = "P"
               AND WS-CL-RECORD(WS-CLM-SUB)(1:14) = CA-CLAIM-ID
               MOVE WS-CLM-SUB TO WS-CLM-MATCH
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2300-CHECK-USER.
           MOVE "N" TO WS-USER-OK-SW.
           IF CA-USER-ID = SPACES
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
           IF WS-US-USER-ID(WS-USR-SUB) = CA-USER-ID
               AND WS-US-LOCKED(WS-USR-SUB) NOT = "Y"
               SET WS-USER-OK TO TRUE
           END-IF.
       2310-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * RELEASES AN APPROVED CLAIM: ITS HELD STATEMENT-EXTRACT   *
      * LINE IS APPENDED TO STMTEXT, WHERE THE NIGHTLY CYCLE     *
      * BILLS IT AND ABCEFT PAYS IT.                             *
      *----------------------------------------------------------*
       3000-RELEASE-CLAIM.
           MOVE PA-STMT-IMAGE          TO STMT-EXTRACT-RECORD.

           OPEN EXTEND STMT-EXTRACT-OUT.
           IF WS-STMT-FILE-STATUS = "35"
               OPEN OUTPUT STMT-EXTRACT-OUT
           END-IF.
           WRITE STMT-EXTRACT-OUT-REC FROM STMT-EXTRACT-RECORD.
           CLOSE STMT-EXTRACT-OUT.

           MOVE "A" TO WS-CL-STATUS(WS-CLM-MATCH).
           ADD 1 TO WS-APPROVED-COUNT.
           MOVE "APPROVED - RELEASED TO STATEMENT EXTRACT"
               TO WS-D-DISPOSITION.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * WRITES THE NEW PENDING FILE WITH EVERY CLAIM STILL       *
      * WAITING AND LISTS EACH ONE, AGED, ON THE REPORT.  WHEN   *
      * THE PENDING FILE WAS TOO BIG FOR THE TABLE IT IS COPIED  *
      * FORWARD WHOLE - NO CARD WAS APPLIED AGAINST IT.          *
      *----------------------------------------------------------*
       4000-CARRY-PENDING-FILE.
           OPEN OUTPUT PENDING-CLAIM-OUT.

           SET WS-AGING-SECTION TO TRUE.
           MOVE "REIMBURSEMENT CLAIMS AWAITING APPROVAL"
               TO RPT-ST-TEXT.
           MOVE RPT-PAGE-COUNT         TO RPT-F-PAGE-NO.
           WRITE APPROVAL-REPORT-OUT-REC FROM RPT-FOOTER-LINE.
           PERFORM 1100-WRITE-PAGE-HEADERS
               THRU 1100-EXIT.

           IF WS-TABLE-FULL
               PERFORM 4300-COPY-PENDING-FILE
                   THRU 4300-EXIT
           ELSE
               PERFORM 4100-CARRY-ONE-CLAIM
                   THRU 4100-EXIT
                   VARYING WS-CLM-SUB FROM 1 BY 1
                   UNTIL WS-CLM-SUB > WS-CLM-COUNT
           END-IF.

           CLOSE PENDING-CLAIM-OUT.

           MOVE SPACES                 TO APPROVAL-REPORT-OUT-REC.
           WRITE APPROVAL-REPORT-OUT-REC.
           PERFORM 4500-WRITE-BUCKET-LINE
               THRU 4500-EXIT
               VARYING WS-BKT-SUB FROM 1 BY 1
               UNTIL WS-BKT-SUB > 4.

           MOVE "ALL BUCKETS"          TO WS-B-LABEL.
           MOVE WS-CARRIED-COUNT       TO WS-B-COUNT.
           MOVE WS-PENDING-AMOUNT      TO WS-B-AMOUNT.
           WRITE APPROVAL-REPORT-OUT-REC FROM WS-BUCKET-LINE.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       4100-CARRY-ONE-CLAIM.
           IF WS-CL-STATUS(WS-CLM-SUB) NOT = "P"
               GO TO 4100-EXIT
           END-IF.
           MOVE WS-CL-RECORD(WS-CLM-SUB) TO PENDING-CLAIM-RECORD.
           WRITE PENDING-CLAIM-OUT-REC FROM PENDING-CLAIM-RECORD.
           ADD 1 TO WS-CARRIED-COUNT.
           PERFORM 4200-AGE-ONE-CLAIM
               THRU 4200-EXIT.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * AGES ONE WAITING CLAIM BY WHOLE DAYS SINCE IT WAS        *
      * SUBMITTED AND LISTS IT UNDER ITS BUCKET.                 *
      *----------------------------------------------------------*
       4200-AGE-ONE-CLAIM.
           MOVE PA-STMT-IMAGE          TO STMT-EXTRACT-RECORD.

           MOVE ZERO TO WS-DAYS-WAITING.
           IF PA-SUBMIT-DATE IS NUMERIC
               MOVE PA-SUBMIT-DATE     TO WS-DATE-NUM
               COMPUTE WS-SUBMIT-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               IF WS-TODAY-INTEGER > WS-SUBMIT-INTEGER
                   COMPUTE WS-DAYS-WAITING =
                       WS-TODAY-INTEGER - WS-SUBMIT-INTEGER
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-DAYS-WAITING <= 2
                   MOVE 1 TO WS-BKT-SUB
               WHEN WS-DAYS-WAITING <= 5
                   MOVE 2 TO WS-BKT-SUB
               WHEN WS-DAYS-WAITING <= 10
                   MOVE 3 TO WS-BKT-SUB
               WHEN OTHER
                   MOVE 4 TO WS-BKT-SUB
           END-EVALUATE.
           ADD 1 TO WS-BK-COUNT(WS-BKT-SUB).
           ADD SX-AMOUNT TO WS-BK-AMOUNT(WS-BKT-SUB).
           ADD SX-AMOUNT TO WS-PENDING-AMOUNT.

           MOVE PA-CLAIM-ID            TO WS-A-CLAIM-ID.
           MOVE SX-CUSTOMER-ID         TO WS-A-CUSTOMER-ID.
           MOVE PA-SUBMITTER-ID        TO WS-A-SUBMITTER-ID.
           MOVE SPACES                 TO WS-A-SUBMIT-DATE.
           STRING PA-SUBMIT-DATE(5:2) "/" PA-SUBMIT-DATE(7:2) "/"
               PA-SUBMIT-DATE(1:4)
               DELIMITED BY SIZE INTO WS-A-SUBMIT-DATE.
           MOVE SX-AMOUNT              TO WS-A-AMOUNT.
           MOVE WS-DAYS-WAITING        TO WS-A-DAYS.
           MOVE WS-BK-LABEL(WS-BKT-SUB) TO WS-A-BUCKET.

           IF RPT-LINE-COUNT >= RPT-MAX-LINES-PER-PAGE
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE APPROVAL-REPORT-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 1100-WRITE-PAGE-HEADERS
                   THRU 1100-EXIT
           END-IF.
           WRITE APPROVAL-REPORT-OUT-REC FROM WS-AGING-LINE.
           ADD 1 TO RPT-LINE-COUNT.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * OVERFLOW PATH: THE INPUT PENDING FILE IS COPIED TO THE   *
      * NEW ONE RECORD FOR RECORD AND EACH CLAIM IS STILL AGED.  *
      *----------------------------------------------------------*
       4300-COPY-PENDING-FILE.
           DISPLAY "ABCREAPR **** PENDING FILE EXCEEDS 1000 CLAIMS "
               "- NO CARD APPLIED, FILE COPIED FORWARD ****".
           MOVE "N" TO WS-PENDING-EOF-SW.
           OPEN INPUT PENDING-CLAIM-IN.
           PERFORM 4310-COPY-ONE-CLAIM
               THRU 4310-EXIT
               UNTIL WS-PENDING-EOF.
           CLOSE PENDING-CLAIM-IN.
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------*
       4310-COPY-ONE-CLAIM.
           READ PENDING-CLAIM-IN INTO PENDING-CLAIM-RECORD
               AT END
                   SET WS-PENDING-EOF TO TRUE
               NOT AT END
                   WRITE PENDING-CLAIM-OUT-REC
                       FROM PENDING-CLAIM-RECORD
                   ADD 1 TO WS-CARRIED-COUNT
                   PERFORM 4200-AGE-ONE-CLAIM
                       THRU 4200-EXIT
           END-READ.
       4310-EXIT.
           EXIT.

      *----------------------------------------------------------*
       4500-WRITE-BUCKET-LINE.
           MOVE WS-BK-LABEL(WS-BKT-SUB)  TO WS-B-LABEL.
           MOVE WS-BK-COUNT(WS-BKT-SUB)  TO WS-B-COUNT.
           MOVE WS-BK-AMOUNT(WS-BKT-SUB) TO WS-B-AMOUNT.
           WRITE APPROVAL-REPORT-OUT-REC FROM WS-BUCKET-LINE.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------*
       7000-WRITE-REPORT-LINE.
           IF RPT-LINE-COUNT >= RPT-MAX-LINES-PER-PAGE
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE APPROVAL-REPORT-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 1100-WRITE-PAGE-HEADERS
                   THRU 1100-EXIT
           END-IF.

           WRITE APPROVAL-REPORT-OUT-REC FROM WS-DECISION-LINE.
           ADD 1 TO RPT-LINE-COUNT.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE AUDIT LINE PER CARD PROCESSED, ACCEPTED OR REFUSED.  *
      *----------------------------------------------------------*
       8000-WRITE-AUDIT-LOG.
           MOVE "ABCREAPR"             TO AUD-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE  TO AUD-TIMESTAMP.
           MOVE DECISION-CARD-RECORD   TO AUD-INDATA.
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
           WRITE APPROVAL-REPORT-OUT-REC FROM RPT-FOOTER-LINE.

           MOVE "DECISION CARDS READ...." TO RPT-FN-LABEL.
           MOVE WS-CARD-COUNT          TO RPT-FN-COUNT.
           WRITE APPROVAL-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "CLAIMS APPROVED........" TO RPT-FN-LABEL.
           MOVE WS-APPROVED-COUNT      TO RPT-FN-COUNT.
           WRITE APPROVAL-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "CLAIMS REJECTED........" TO RPT-FN-LABEL.
           MOVE WS-REJECTED-COUNT      TO RPT-FN-COUNT.
           WRITE APPROVAL-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "CARDS REFUSED.........." TO RPT-FN-LABEL.
           MOVE WS-REFUSED-COUNT       TO RPT-FN-COUNT.
           WRITE APPROVAL-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "PENDING CLAIMS READ...." TO RPT-FN-LABEL.
           MOVE WS-PENDING-READ-COUNT  TO RPT-FN-COUNT.
           WRITE APPROVAL-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "STILL AWAITING APPROVAL" TO RPT-FN-LABEL.
           MOVE WS-CARRIED-COUNT       TO RPT-FN-COUNT.
           WRITE APPROVAL-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           IF WS-CARD-FILE-STATUS NOT = "35"
               CLOSE DECISION-CARD-IN
           END-IF.
           CLOSE APPROVAL-REPORT-OUT.

           DISPLAY "ABCREAPR CONTROL TOTAL - CARDS="
               WS-CARD-COUNT
               " APPROVED=" WS-APPROVED-COUNT
               " REJECTED=" WS-REJECTED-COUNT
               " REFUSED=" WS-REFUSED-COUNT
               " PENDING-READ=" WS-PENDING-READ-COUNT
               " STILL-PENDING=" WS-CARRIED-COUNT.

           IF WS-CARD-COUNT NOT = WS-APPROVED-COUNT
               + WS-REJECTED-COUNT + WS-REFUSED-COUNT
               OR WS-PENDING-READ-COUNT NOT = WS-APPROVED-COUNT
               + WS-REJECTED-COUNT + WS-CARRIED-COUNT
               DISPLAY
                 "ABCREAPR **** CONTROL TOTALS OUT OF BALANCE ****"
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
