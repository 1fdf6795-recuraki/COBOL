       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCERASE.
       AUTHOR. D HARLOW.
       INSTALLATION. DL100 BATCH SERVICES.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 2026-10-15  DH  NEW PROGRAM.  CUSTOMER DATA ERASURE.     *
      *                 EACH REQUEST CARD NAMES A CUSTOMER, THE  *
      *                 PRIVACY REQUEST REFERENCE AND THE        *
      *                 REQUESTING USERPROF ID.  THE CUSTOMER'S  *
      *                 RECORDS ARE FOUND ON THE CLOSED          *
      *                 RECEIVABLE ITEMS, THE PAYMENT REGISTER,  *
      *                 THE STATEMENT ARCHIVE AND THE AUDIT LOG, *
      *                 AND EACH ONE IS EITHER ANONYMIZED OR     *
      *                 KEPT: ANY RECORD UNDER AN ACTIVE LEGAL   *
      *                 HOLD OR STILL INSIDE THE RETENTION       *
      *                 WINDOW IS REFUSED, AND AN OPEN ITEM IS   *
      *                 NEVER TOUCHED.  NAME AND ADDRESS TEXT IS *
      *                 MASKED PAST TWO CHARACTERS (THE SAME     *
      *                 SHAPE ABCSCRUB USES); THE INTERNAL       *
      *                 CUSTOMER-ID AND EVERY AMOUNT ARE KEPT SO *
      *                 RECEIVABLE TOTALS AND THE AUDIT LOG'S    *
      *                 CONTROL TRAILERS STILL VERIFY.  THE      *
      *                 KEYED MASTER IS ANONYMIZED ONLY WHEN     *
      *                 NOTHING OF THE CUSTOMER'S IS STILL HELD, *
      *                 RETAINED OR OPEN.  THE ERASURE           *
      *                 CERTIFICATE LISTS EVERY RECORD CHANGED   *
      *                 AND EVERY RECORD KEPT, WITH THE REASON.  *
      * 2026-10-15  DH  THE STATEMENT ARCHIVE ROW IS NOW 87      *
      *                 BYTES (STATEMENT RUN-ID ADDED FOR CASH   *
      *                 APPLICATION); THE REVIEW IGNORES IT.     *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERASE-CARD-IN
               ASSIGN TO ERASCARD
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

           SELECT LEGAL-HOLD-IN
               ASSIGN TO LGLHOLD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LGLHOLD-FILE-STATUS.

           SELECT CUSTOMER-KSD
               ASSIGN TO CUSTKSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMK-CUSTOMER-ID
               FILE STATUS IS WS-CUSTKSD-FILE-STATUS.

           SELECT RECEIVABLE-KSD
               ASSIGN TO RECVKSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RVK-ITEM-KEY
               FILE STATUS IS WS-RECVI-FILE-STATUS.

           SELECT PAY-REGISTER-IN
               ASSIGN TO PAYREGI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYREGI-FILE-STATUS.

           SELECT STMT-ARCHIVE-IN
               ASSIGN TO STMTARCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMTARC-FILE-STATUS.

           SELECT AUDIT-LOG-IN
               ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT AUDIT-LIVE-OUT
               ASSIGN TO AUDITNEW
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERASE-CERT-OUT
               ASSIGN TO ERASCERT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ERASE-CARD-IN
           RECORDING MODE IS F.
       01  ERASE-CARD-RECORD.
           05  ER-CUSTOMER-ID          PIC X(06).
           05  FILLER                  PIC X(01).
           05  ER-REQUEST-REF          PIC X(10).
           05  FILLER                  PIC X(01).
           05  ER-USER-ID              PIC X(08).

       FD  USER-PROFILE-FILE
           RECORDING MODE IS F.
       01  USER-PROFILE-FILE-REC       PIC X(38).

       FD  RATE-TAB
           RECORDING MODE IS F.
       COPY RATECTL.

       FD  LEGAL-HOLD-IN
           RECORDING MODE IS F.
       01  LEGAL-HOLD-IN-REC           PIC X(43).

       FD  CUSTOMER-KSD.
       COPY CUSTKSD.

       FD  RECEIVABLE-KSD.
       COPY RECVKSD.

       FD  PAY-REGISTER-IN
           RECORDING MODE IS F.
       01  PAY-REGISTER-IN-REC         PIC X(50).

       FD  STMT-ARCHIVE-IN
           RECORDING MODE IS F.
       01  STMT-ARCHIVE-IN-REC         PIC X(87).

       FD  AUDIT-LOG-IN
           RECORDING MODE IS F.
       01  AUDIT-LOG-IN-REC            PIC X(100).

       FD  AUDIT-LIVE-OUT
           RECORDING MODE IS F.
       01  AUDIT-LIVE-OUT-REC          PIC X(100).

       FD  ERASE-CERT-OUT
           RECORDING MODE IS F.
       01  ERASE-CERT-OUT-REC          PIC X(132).

       WORKING-STORAGE SECTION.
       COPY RECVITEM.
       COPY PAYREG.
       COPY STMTARC.
       COPY STMTREC.
       COPY AUDITREC.
       COPY LGLHOLD.
       COPY RUNSTAMP.
       COPY RPTHDFT.
       01  WS-CARD-FILE-STATUS         PIC X(02).
       01  WS-USERPROF-FILE-STATUS     PIC X(02).
       01  WS-RATECTL-FILE-STATUS      PIC X(02).
       01  WS-CUSTKSD-FILE-STATUS      PIC X(02).

       01  WS-CARD-EOF-SW              PIC X(01) VALUE "N".
           88  WS-CARD-EOF                     VALUE "Y".
       01  WS-USERPROF-EOF-SW          PIC X(01) VALUE "N".
           88  WS-USERPROF-EOF                 VALUE "Y".
       01  WS-RATECTL-EOF-SW           PIC X(01) VALUE "N".
           88  WS-RATECTL-EOF                  VALUE "Y".
       01  WS-BROWSE-EOF-SW            PIC X(01) VALUE "N".
           88  WS-BROWSE-EOF                   VALUE "Y".
       01  WS-AUDIT-EOF-SW             PIC X(01) VALUE "N".
           88  WS-AUDIT-EOF                    VALUE "Y".
       01  WS-UPDATE-FAILED-SW         PIC X(01) VALUE "N".
           88  WS-UPDATE-FAILED                VALUE "Y".
       01  WS-MASTER-OPEN-SW           PIC X(01) VALUE "N".
           88  WS-MASTER-OPEN                  VALUE "Y".
       01  WS-RECORD-KEPT-SW           PIC X(01) VALUE "N".
           88  WS-RECORD-KEPT                  VALUE "Y".

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
      * THE RETENTION WINDOW: A RECORD DATED ON OR AFTER THE     *
      * CUTOFF IS STILL INSIDE ITS RETENTION PERIOD AND IS KEPT  *
      * AS IT IS.  THE WINDOW COMES FROM THIS PROGRAM'S RETN ROW *
      * ON RATECTL (VALUE-1, IN DAYS); SEVEN YEARS IF UNSET.     *
      *----------------------------------------------------------*
       01  WS-RETENTION-DAYS           PIC 9(05) COMP-3 VALUE 2555.
       01  WS-CUTOFF-DATE              PIC X(08).
       01  WS-CUTOFF-NUM               PIC 9(08).
       01  WS-DATE-NUM                 PIC 9(08).
       01  WS-TODAY-INTEGER            PIC 9(08) COMP.
       01  WS-CUTOFF-INTEGER           PIC 9(08) COMP.

       01  WS-HOLD-SCAN-TEXT           PIC X(100) VALUE SPACES.
       01  WS-HOLD-SCAN-DATE           PIC X(08) VALUE SPACES.
       01  WS-HELD-BY-ID               PIC X(06) VALUE SPACES.

      *----------------------------------------------------------*
      * THE ERASURE REQUESTS ON THIS RUN'S CARDS.  FOR AN        *
      * ACCEPTED REQUEST THE MASTER'S NAME AND ADDRESS TEXT IS   *
      * HELD AS FRAGMENTS, EACH WITH ITS MASKED FORM, SO THE     *
      * SAME TEXT CAN BE FOUND AND MASKED IN THE AUDIT LOG.      *
      * WS-RQ-RETAINED IS SET WHEN ANY OF THE CUSTOMER'S RECORDS *
      * HAD TO BE KEPT - THE MASTER THEN STAYS AS IT IS, SINCE   *
      * THE KEPT RECORDS MUST STILL BE ATTRIBUTABLE.             *
      *----------------------------------------------------------*
       01  WS-REQUEST-TABLE.
           05  WS-RQ-COUNT             PIC 9(02) COMP VALUE ZERO.
           05  WS-RQ-ENTRY             OCCURS 20 TIMES.
               10  WS-RQ-CUSTOMER-ID   PIC X(06).
               10  WS-RQ-REQUEST-REF   PIC X(10).
               10  WS-RQ-USER-ID       PIC X(08).
               10  WS-RQ-RETAINED-SW   PIC X(01).
                   88  WS-RQ-RETAINED          VALUE "Y".
               10  WS-RQ-CHANGED-COUNT PIC 9(06) COMP.
               10  WS-RQ-KEPT-COUNT    PIC 9(06) COMP.
               10  WS-RQ-FRAGMENT      OCCURS 5 TIMES.
                   15  WS-RQ-FRAG-TEXT PIC X(25).
                   15  WS-RQ-FRAG-MASK PIC X(25).
                   15  WS-RQ-FRAG-LEN  PIC 9(02) COMP.

       01  WS-RQ-SUB                   PIC 9(02) COMP VALUE ZERO.
       01  WS-RQ-MATCH                 PIC 9(02) COMP VALUE ZERO.
       01  WS-FRAG-SUB                 PIC 9(02) COMP VALUE ZERO.
       01  WS-SIZE-SUB                 PIC 9(02) COMP VALUE ZERO.
       01  WS-FIND-CUSTOMER-ID         PIC X(06).
       01  WS-ID-HIT-COUNT             PIC 9(03) COMP VALUE ZERO.
       01  WS-INDATA-BEFORE            PIC X(40).
       01  WS-REFUSE-REASON            PIC X(44).

       01  WS-CARD-COUNT               PIC 9(08) COMP VALUE ZERO.
       01  WS-ACCEPTED-COUNT           PIC 9(08) COMP VALUE ZERO.
       01  WS-REFUSED-COUNT            PIC 9(08) COMP VALUE ZERO.
       01  WS-CHANGED-COUNT            PIC 9(08) COMP VALUE ZERO.
       01  WS-KEPT-COUNT               PIC 9(08) COMP VALUE ZERO.
       01  WS-UNCHANGED-COUNT          PIC 9(08) COMP VALUE ZERO.
       01  WS-MASTER-ERASED-COUNT      PIC 9(08) COMP VALUE ZERO.
       01  WS-MASTER-KEPT-COUNT        PIC 9(08) COMP VALUE ZERO.
       01  WS-AUDIT-READ-COUNT         PIC 9(08) COMP VALUE ZERO.
       01  WS-AUDIT-COPIED-COUNT       PIC 9(08) COMP VALUE ZERO.

       01  WS-RPT-DATE                 PIC X(10).

       01  WS-WINDOW-LINE.
           05  FILLER                  PIC X(17)
               VALUE "RETENTION WINDOW ".
           05  WS-W-DAYS               PIC ZZZZ9.
           05  FILLER                  PIC X(34)
               VALUE " DAYS - RECORDS DATED ON OR AFTER ".
           05  WS-W-CUTOFF             PIC X(08).
           05  FILLER                  PIC X(68)
               VALUE " ARE KEPT".

       01  WS-COLUMN-LINE.
           05  FILLER                  PIC X(08) VALUE "CUST".
           05  FILLER                  PIC X(12) VALUE "REQUEST".
           05  FILLER                  PIC X(12) VALUE "STORE".
           05  FILLER                  PIC X(26) VALUE "RECORD".
           05  FILLER                  PIC X(12) VALUE "ACTION".
           05  FILLER                  PIC X(62) VALUE "REASON".

       01  WS-DETAIL-LINE.
           05  WS-D-CUSTOMER-ID        PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-REQUEST-REF        PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-STORE              PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-RECORD             PIC X(24).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-ACTION             PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-REASON             PIC X(44).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 1500-LOAD-REQUEST
               THRU 1500-EXIT
               UNTIL WS-CARD-EOF.

           PERFORM 2000-REVIEW-RECEIVABLES
               THRU 2000-EXIT.

           PERFORM 3000-REVIEW-PAY-REGISTER
               THRU 3000-EXIT.

           PERFORM 4000-REVIEW-STMT-ARCHIVE
               THRU 4000-EXIT.

           PERFORM 5000-ERASE-AUDIT-TEXT
               THRU 5000-EXIT.

           PERFORM 6000-ERASE-MASTER
               THRU 6000-EXIT
               VARYING WS-RQ-SUB FROM 1 BY 1
               UNTIL WS-RQ-SUB > WS-RQ-COUNT.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           GOBACK.

      *----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT ERASE-CERT-OUT.

           MOVE FUNCTION CURRENT-DATE TO WS-RUNSTAMP-CURRENT-DATE.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:14) TO WS-RUN-ID.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:8)  TO WS-RUN-DATE.

           PERFORM 1300-LOAD-USERS
               THRU 1300-EXIT.

           PERFORM 1400-LOAD-RETENTION-WINDOW
               THRU 1400-EXIT.

           PERFORM 1800-LOAD-LEGAL-HOLDS
               THRU 1800-EXIT.

           MOVE WS-RUN-DATE            TO WS-DATE-NUM.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           COMPUTE WS-CUTOFF-INTEGER =
               WS-TODAY-INTEGER - WS-RETENTION-DAYS.
           COMPUTE WS-CUTOFF-NUM =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER).
           MOVE WS-CUTOFF-NUM          TO WS-CUTOFF-DATE.

           MOVE "CUSTOMER DATA ERASURE CERTIFICATE" TO RPT-ST-TEXT.
           STRING WS-RUN-DATE(5:2) "/" WS-RUN-DATE(7:2) "/"
               WS-RUN-DATE(1:4)
               DELIMITED BY SIZE INTO WS-RPT-DATE.

           PERFORM 1100-WRITE-PAGE-HEADERS
               THRU 1100-EXIT.

           OPEN I-O CUSTOMER-KSD.
           IF WS-CUSTKSD-FILE-STATUS NOT = "00"
               DISPLAY "ABCERASE **** CUSTOMER MASTER NOT AVAILABLE "
                   "- STATUS " WS-CUSTKSD-FILE-STATUS " ****"
               SET WS-UPDATE-FAILED    TO TRUE
               SET WS-CARD-EOF         TO TRUE
               GO TO 1000-EXIT
           END-IF.
           SET WS-MASTER-OPEN          TO TRUE.

           OPEN INPUT ERASE-CARD-IN.
           IF WS-CARD-FILE-STATUS = "35"
               SET WS-CARD-EOF TO TRUE
           ELSE
               PERFORM 1600-READ-ERASE-CARD
                   THRU 1600-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1100-WRITE-PAGE-HEADERS.
           ADD 1 TO RPT-PAGE-COUNT.
           MOVE WS-RPT-DATE            TO RPT-DL-RUN-DATE.

           WRITE ERASE-CERT-OUT-REC FROM RPT-TITLE-LINE.
           WRITE ERASE-CERT-OUT-REC FROM RPT-SUBTITLE-LINE.
           WRITE ERASE-CERT-OUT-REC FROM RPT-DATE-LINE.
           MOVE WS-RETENTION-DAYS      TO WS-W-DAYS.
           MOVE WS-CUTOFF-DATE         TO WS-W-CUTOFF.
           WRITE ERASE-CERT-OUT-REC FROM WS-WINDOW-LINE.
           MOVE SPACES                 TO ERASE-CERT-OUT-REC.
           WRITE ERASE-CERT-OUT-REC.
           WRITE ERASE-CERT-OUT-REC FROM WS-COLUMN-LINE.

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
      * PICKS UP THE RETENTION WINDOW FROM THIS PROGRAM'S RETN   *
      * ROW IN FORCE TODAY.                                      *
      *----------------------------------------------------------*
       1400-LOAD-RETENTION-WINDOW.
           OPEN INPUT RATE-TAB.
           IF WS-RATECTL-FILE-STATUS = "35"
               GO TO 1400-EXIT
           END-IF.
           PERFORM 1410-LOAD-RETENTION-ROW
               THRU 1410-EXIT
               UNTIL WS-RATECTL-EOF.
           CLOSE RATE-TAB.
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1410-LOAD-RETENTION-ROW.
           READ RATE-TAB
               AT END
                   SET WS-RATECTL-EOF TO TRUE
               NOT AT END
                   IF RC-PROGRAM-ID = "ABCERASE"
                       AND RC-RULE-CODE = "RETN"
                       AND RC-VALUE-1 IS NUMERIC
                       AND RC-VALUE-1 NOT = ZERO
                       AND (RC-EFF-FROM-DATE = SPACES
                           OR RC-EFF-FROM-DATE <= WS-RUN-DATE)
                       AND (RC-EFF-TO-DATE = SPACES
                           OR RC-EFF-TO-DATE >= WS-RUN-DATE)
                       MOVE RC-VALUE-1 TO WS-RETENTION-DAYS
                   END-IF
           END-READ.
       1410-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE REQUEST CARD: THE REQUESTER MUST BE A KNOWN,         *
      * UNLOCKED USER, THE CUSTOMER MUST BE ON THE MASTER, AND   *
      * THE SAME CUSTOMER MAY BE NAMED ONLY ONCE PER RUN.  AN    *
      * ACCEPTED REQUEST TAKES ITS NAME AND ADDRESS FRAGMENTS    *
      * FROM THE MASTER BEFORE ANYTHING IS MASKED.               *
      *----------------------------------------------------------*
       1500-LOAD-REQUEST.
           ADD 1 TO WS-CARD-COUNT.
           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE ER-CUSTOMER-ID         TO WS-D-CUSTOMER-ID.
           MOVE ER-REQUEST-REF         TO WS-D-REQUEST-REF.
           MOVE "REQUEST"              TO WS-D-STORE.
           MOVE ER-USER-ID             TO WS-D-RECORD.
           MOVE SPACES                 TO WS-REFUSE-REASON.

           PERFORM 1700-CHECK-USER
               THRU 1700-EXIT.
           IF NOT WS-USER-OK
               MOVE "REQUESTER NOT A KNOWN, UNLOCKED USER"
                   TO WS-REFUSE-REASON
               GO TO 1500-REFUSE
           END-IF.

           MOVE ER-CUSTOMER-ID         TO WS-FIND-CUSTOMER-ID.
           PERFORM 7500-FIND-REQUEST
               THRU 7500-EXIT.
           IF WS-RQ-MATCH > ZERO
               MOVE "CUSTOMER ALREADY REQUESTED IN THIS RUN"
                   TO WS-REFUSE-REASON
               GO TO 1500-REFUSE
           END-IF.

           IF WS-RQ-COUNT >= 20
               MOVE "REQUEST TABLE FULL - RESUBMIT NEXT RUN"
                   TO WS-REFUSE-REASON
               GO TO 1500-REFUSE
           END-IF.

           MOVE ER-CUSTOMER-ID         TO CMK-CUSTOMER-ID.
           READ CUSTOMER-KSD.
           IF WS-CUSTKSD-FILE-STATUS NOT = "00"
               MOVE "CUSTOMER NOT ON MASTER"
                   TO WS-REFUSE-REASON
               GO TO 1500-REFUSE
           END-IF.

           ADD 1 TO WS-RQ-COUNT.
           ADD 1 TO WS-ACCEPTED-COUNT.
           MOVE ER-CUSTOMER-ID   TO WS-RQ-CUSTOMER-ID(WS-RQ-COUNT).
           MOVE ER-REQUEST-REF   TO WS-RQ-REQUEST-REF(WS-RQ-COUNT).
           MOVE ER-USER-ID       TO WS-RQ-USER-ID(WS-RQ-COUNT).
           MOVE "N"              TO WS-RQ-RETAINED-SW(WS-RQ-COUNT).
           MOVE ZERO             TO WS-RQ-CHANGED-COUNT(WS-RQ-COUNT)
                                    WS-RQ-KEPT-COUNT(WS-RQ-COUNT).
           MOVE CMK-FIRST-NAME
               TO WS-RQ-FRAG-TEXT(WS-RQ-COUNT, 1).
           MOVE CMK-LAST-NAME
               TO WS-RQ-FRAG-TEXT(WS-RQ-COUNT, 2).
           MOVE CMK-ADDRESS-LINE-1
               TO WS-RQ-FRAG-TEXT(WS-RQ-COUNT, 3).
           MOVE CMK-ADDRESS-LINE-2
               TO WS-RQ-FRAG-TEXT(WS-RQ-COUNT, 4).
           MOVE CMK-POSTAL-CODE
               TO WS-RQ-FRAG-TEXT(WS-RQ-COUNT, 5).
           PERFORM 1550-SIZE-FRAGMENT
               THRU 1550-EXIT
               VARYING WS-FRAG-SUB FROM 1 BY 1
               UNTIL WS-FRAG-SUB > 5.

           MOVE "ACCEPTED"             TO WS-D-ACTION.
           MOVE "ERASURE REQUEST TAKEN" TO WS-D-REASON.
           PERFORM 7000-WRITE-REPORT-LINE
               THRU 7000-EXIT.
           GO TO 1500-READ-NEXT.

       1500-REFUSE.
           ADD 1 TO WS-REFUSED-COUNT.
           MOVE "REFUSED"              TO WS-D-ACTION.
           MOVE WS-REFUSE-REASON       TO WS-D-REASON.
           PERFORM 7000-WRITE-REPORT-LINE
               THRU 7000-EXIT.

       1500-READ-NEXT.
           PERFORM 1600-READ-ERASE-CARD
               THRU 1600-EXIT.
       1500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * SIZES ONE FRAGMENT AND BUILDS ITS MASKED FORM: THE FIRST *
      * TWO CHARACTERS KEPT, THE REST STARRED.  A FRAGMENT OF    *
      * TWO CHARACTERS OR FEWER HAS NOTHING TO MASK AND IS LEFT  *
      * WITH A LENGTH OF ZERO SO THE AUDIT PASS SKIPS IT.        *
      *----------------------------------------------------------*
       1550-SIZE-FRAGMENT.
           MOVE ZERO
               TO WS-RQ-FRAG-LEN(WS-RQ-COUNT, WS-FRAG-SUB).
           PERFORM 1560-SIZE-ONE-POSITION
               THRU 1560-EXIT
               VARYING WS-SIZE-SUB FROM 1 BY 1
               UNTIL WS-SIZE-SUB > 25.

           MOVE WS-RQ-FRAG-TEXT(WS-RQ-COUNT, WS-FRAG-SUB)
               TO WS-RQ-FRAG-MASK(WS-RQ-COUNT, WS-FRAG-SUB).
           IF WS-RQ-FRAG-LEN(WS-RQ-COUNT, WS-FRAG-SUB) < 3
               MOVE ZERO
                   TO WS-RQ-FRAG-LEN(WS-RQ-COUNT, WS-FRAG-SUB)
               GO TO 1550-EXIT
           END-IF.
           MOVE ALL "*"
               TO WS-RQ-FRAG-MASK(WS-RQ-COUNT, WS-FRAG-SUB)
                   (3:WS-RQ-FRAG-LEN(WS-RQ-COUNT, WS-FRAG-SUB) - 2).
       1550-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1560-SIZE-ONE-POSITION.
           IF WS-RQ-FRAG-TEXT(WS-RQ-COUNT, WS-FRAG-SUB)
                   (WS-SIZE-SUB:1) NOT = SPACE
               MOVE WS-SIZE-SUB
                   TO WS-RQ-FRAG-LEN(WS-RQ-COUNT, WS-FRAG-SUB)
           END-IF.
       1560-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1600-READ-ERASE-CARD.
           READ ERASE-CARD-IN
               AT END
                   SET WS-CARD-EOF TO TRUE
           END-READ.
       1600-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1700-CHECK-USER.
           MOVE "N" TO WS-USER-OK-SW.
           PERFORM 1710-SCAN-ONE-USER
               THRU 1710-EXIT
               VARYING WS-USR-SUB FROM 1 BY 1
               UNTIL WS-USR-SUB > WS-USR-COUNT
               OR WS-USER-OK.
       1700-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1710-SCAN-ONE-USER.
           IF WS-US-USER-ID(WS-USR-SUB) = ER-USER-ID
               AND WS-US-LOCKED(WS-USR-SUB) NOT = "Y"
               SET WS-USER-OK TO TRUE
           END-IF.
       1710-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LOADS THE ACTIVE LEGAL HOLDS SO NOTHING UNDER LITIGATION *
      * CAN BE ALTERED BY THIS RUN.                              *
      *----------------------------------------------------------*
       1800-LOAD-LEGAL-HOLDS.
           OPEN INPUT LEGAL-HOLD-IN.
           IF WS-LGLHOLD-FILE-STATUS = "35"
               GO TO 1800-EXIT
           END-IF.
           PERFORM 1810-LOAD-ONE-HOLD
               THRU 1810-EXIT
               UNTIL WS-LGLHOLD-EOF.
           CLOSE LEGAL-HOLD-IN.
       1800-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1810-LOAD-ONE-HOLD.
           READ LEGAL-HOLD-IN INTO LEGAL-HOLD-RECORD
               AT END
                   SET WS-LGLHOLD-EOF TO TRUE
               NOT AT END
                   IF LH-ACTIVE
                       AND LHT-ENTRY-COUNT < 50
                       ADD 1 TO LHT-ENTRY-COUNT
                       MOVE LH-HOLD-ID
                           TO LHT-HOLD-ID(LHT-ENTRY-COUNT)
                       MOVE LH-KEY
                           TO LHT-KEY(LHT-ENTRY-COUNT)
                       MOVE LH-FROM-DATE
                           TO LHT-FROM-DATE(LHT-ENTRY-COUNT)
                       MOVE LH-TO-DATE
                           TO LHT-TO-DATE(LHT-ENTRY-COUNT)
                       MOVE ZERO
                           TO LHT-KEY-LENGTH(LHT-ENTRY-COUNT)
                       PERFORM 1820-SIZE-HOLD-KEY
                           THRU 1820-EXIT
                           VARYING LHT-SIZE-SUB FROM 1 BY 1
                           UNTIL LHT-SIZE-SUB > 20
                   END-IF
           END-READ.
       1810-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1820-SIZE-HOLD-KEY.
           IF LHT-KEY(LHT-ENTRY-COUNT)(LHT-SIZE-SUB:1) NOT = SPACE
               MOVE LHT-SIZE-SUB
                   TO LHT-KEY-LENGTH(LHT-ENTRY-COUNT)
           END-IF.
       1820-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A RECORD IS HELD WHEN IT CARRIES AN ACTIVE HOLD'S KEY    *
      * AND ITS DATE FALLS IN THE HOLD'S RANGE.                  *
      *----------------------------------------------------------*
       1850-CHECK-LEGAL-HOLD.
           MOVE "N" TO WS-RECORD-HELD-SW.
           MOVE SPACES                 TO WS-HELD-BY-ID.
           PERFORM 1860-CHECK-ONE-HOLD
               THRU 1860-EXIT
               VARYING LHT-LOOKUP-SUB FROM 1 BY 1
               UNTIL LHT-LOOKUP-SUB > LHT-ENTRY-COUNT
               OR WS-RECORD-HELD.
       1850-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1860-CHECK-ONE-HOLD.
           IF LHT-KEY-LENGTH(LHT-LOOKUP-SUB) = ZERO
               GO TO 1860-EXIT
           END-IF.
           IF WS-HOLD-SCAN-DATE <
                   LHT-FROM-DATE(LHT-LOOKUP-SUB)
               OR WS-HOLD-SCAN-DATE >
                   LHT-TO-DATE(LHT-LOOKUP-SUB)
               GO TO 1860-EXIT
           END-IF.

           MOVE ZERO TO WS-HOLD-HIT-COUNT.
           INSPECT WS-HOLD-SCAN-TEXT
               TALLYING WS-HOLD-HIT-COUNT
               FOR ALL LHT-KEY(LHT-LOOKUP-SUB)
                   (1:LHT-KEY-LENGTH(LHT-LOOKUP-SUB)).
           IF WS-HOLD-HIT-COUNT > ZERO
               SET WS-RECORD-HELD TO TRUE
               MOVE LHT-HOLD-ID(LHT-LOOKUP-SUB) TO WS-HELD-BY-ID
           END-IF.
       1860-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE CLOSED RECEIVABLE ITEMS: EACH REQUESTED CUSTOMER'S   *
      * ITEMS ARE BROWSED IN KEY ORDER.  AN ITEM CARRIES ONLY    *
      * THE INTERNAL ID, DATES AND AMOUNTS, SO NOTHING ON IT IS  *
      * MASKED; IT IS JUDGED SO THE CERTIFICATE SHOWS IT AND SO  *
      * AN OPEN, HELD OR RETAINED ITEM KEEPS THE MASTER.         *
      *----------------------------------------------------------*
       2000-REVIEW-RECEIVABLES.
           OPEN INPUT RECEIVABLE-KSD.
           IF WS-RECVI-FILE-STATUS NOT = "00"
               DISPLAY "ABCERASE **** RECEIVABLES NOT AVAILABLE "
                   "- STATUS " WS-RECVI-FILE-STATUS " ****"
               SET WS-UPDATE-FAILED    TO TRUE
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2100-REVIEW-CUSTOMER-ITEMS
               THRU 2100-EXIT
               VARYING WS-RQ-SUB FROM 1 BY 1
               UNTIL WS-RQ-SUB > WS-RQ-COUNT.

           CLOSE RECEIVABLE-KSD.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2100-REVIEW-CUSTOMER-ITEMS.
           MOVE "N"                    TO WS-BROWSE-EOF-SW.
           MOVE WS-RQ-CUSTOMER-ID(WS-RQ-SUB) TO RVK-CUSTOMER-ID.
           MOVE LOW-VALUES             TO RVK-STMT-DATE.
           START RECEIVABLE-KSD
               KEY IS NOT LESS THAN RVK-ITEM-KEY
               INVALID KEY
                   SET WS-BROWSE-EOF TO TRUE
           END-START.

           IF NOT WS-BROWSE-EOF
               PERFORM 2110-READ-CUSTOMER-ITEM
                   THRU 2110-EXIT
           END-IF.

           PERFORM 2120-JUDGE-ITEM
               THRU 2120-EXIT
               UNTIL WS-BROWSE-EOF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2110-READ-CUSTOMER-ITEM.
           READ RECEIVABLE-KSD NEXT RECORD
               INTO RECEIVABLE-ITEM-RECORD
               AT END
                   SET WS-BROWSE-EOF TO TRUE
           END-READ.

           IF NOT WS-BROWSE-EOF
               AND RV-CUSTOMER-ID NOT = WS-RQ-CUSTOMER-ID(WS-RQ-SUB)
               SET WS-BROWSE-EOF TO TRUE
           END-IF.
       2110-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2120-JUDGE-ITEM.
           MOVE WS-RQ-SUB              TO WS-RQ-MATCH.
           PERFORM 7100-START-DETAIL
               THRU 7100-EXIT.
           MOVE "RECEIVABLE"           TO WS-D-STORE.
           STRING RV-STMT-DATE " STATUS " RV-STATUS
               DELIMITED BY SIZE INTO WS-D-RECORD.

           IF NOT RV-ITEM-PAID
               MOVE "KEPT"             TO WS-D-ACTION
               MOVE "OPEN ITEM - BALANCE STILL OUTSTANDING"
                   TO WS-D-REASON
               PERFORM 7300-COUNT-KEPT
                   THRU 7300-EXIT
           ELSE
               MOVE RECEIVABLE-ITEM-RECORD TO WS-HOLD-SCAN-TEXT
               MOVE RV-STMT-DATE       TO WS-HOLD-SCAN-DATE
               PERFORM 7200-JUDGE-RECORD
                   THRU 7200-EXIT
               IF NOT WS-RECORD-KEPT
                   PERFORM 7400-COUNT-UNCHANGED
                       THRU 7400-EXIT
               END-IF
           END-IF.
           PERFORM 7000-WRITE-REPORT-LINE
               THRU 7000-EXIT.

           PERFORM 2110-READ-CUSTOMER-ITEM
               THRU 2110-EXIT.
       2120-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE PAYMENT REGISTER: A PAYMENT CARRIES ONLY THE         *
      * INTERNAL ID, ITS REFERENCE AND THE AMOUNT, SO IT IS      *
      * JUDGED AND CERTIFIED BUT NOT REWRITTEN.                  *
      *----------------------------------------------------------*
       3000-REVIEW-PAY-REGISTER.
           OPEN INPUT PAY-REGISTER-IN.
           IF WS-PAYREGI-FILE-STATUS = "35"
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3100-READ-PAYMENT
               THRU 3100-EXIT.
           PERFORM 3200-JUDGE-PAYMENT
               THRU 3200-EXIT
               UNTIL WS-PAYREGI-EOF.

           CLOSE PAY-REGISTER-IN.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3100-READ-PAYMENT.
           READ PAY-REGISTER-IN INTO PAY-REGISTER-RECORD
               AT END
                   SET WS-PAYREGI-EOF TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3200-JUDGE-PAYMENT.
           MOVE PR-CUSTOMER-ID         TO WS-FIND-CUSTOMER-ID.
           PERFORM 7500-FIND-REQUEST
               THRU 7500-EXIT.
           IF WS-RQ-MATCH = ZERO
               GO TO 3200-READ-NEXT
           END-IF.

           PERFORM 7100-START-DETAIL
               THRU 7100-EXIT.
           MOVE "PAYREG"               TO WS-D-STORE.
           MOVE PR-PAYMENT-REF         TO WS-D-RECORD.
           MOVE PAY-REGISTER-RECORD    TO WS-HOLD-SCAN-TEXT.
           MOVE PR-ISSUE-DATE          TO WS-HOLD-SCAN-DATE.
           PERFORM 7200-JUDGE-RECORD
               THRU 7200-EXIT.
           IF NOT WS-RECORD-KEPT
               PERFORM 7400-COUNT-UNCHANGED
                   THRU 7400-EXIT
           END-IF.
           PERFORM 7000-WRITE-REPORT-LINE
               THRU 7000-EXIT.

       3200-READ-NEXT.
           PERFORM 3100-READ-PAYMENT
               THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE STATEMENT ARCHIVE, EVERY GENERATION STILL CATALOGED: *
      * AN ARCHIVED EXTRACT LINE CARRIES ONLY THE INTERNAL ID,   *
      * THE CHARGE AND ITS AMOUNT - THE NAME AND ADDRESS ON A    *
      * REPRINT COME FROM THE MASTER - SO IT IS JUDGED AND       *
      * CERTIFIED BUT NOT REWRITTEN.                             *
      *----------------------------------------------------------*
       4000-REVIEW-STMT-ARCHIVE.
           OPEN INPUT STMT-ARCHIVE-IN.
           IF WS-STMTARC-FILE-STATUS = "35"
               GO TO 4000-EXIT
           END-IF.

           PERFORM 4100-READ-ARCHIVE-LINE
               THRU 4100-EXIT.
           PERFORM 4200-JUDGE-ARCHIVE-LINE
               THRU 4200-EXIT
               UNTIL WS-STMTARC-EOF.

           CLOSE STMT-ARCHIVE-IN.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       4100-READ-ARCHIVE-LINE.
           READ STMT-ARCHIVE-IN INTO STMT-ARCHIVE-RECORD
               AT END
                   SET WS-STMTARC-EOF TO TRUE
           END-READ.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       4200-JUDGE-ARCHIVE-LINE.
           MOVE SA-EXTRACT-LINE        TO STMT-EXTRACT-RECORD.
           MOVE SX-CUSTOMER-ID         TO WS-FIND-CUSTOMER-ID.
           PERFORM 7500-FIND-REQUEST
               THRU 7500-EXIT.
           IF WS-RQ-MATCH = ZERO
               GO TO 4200-READ-NEXT
           END-IF.

           PERFORM 7100-START-DETAIL
               THRU 7100-EXIT.
           MOVE "STMTARC"              TO WS-D-STORE.
           STRING SA-STATEMENT-DATE " " SX-SOURCE-PROGRAM
               DELIMITED BY SIZE INTO WS-D-RECORD.
           MOVE STMT-ARCHIVE-RECORD    TO WS-HOLD-SCAN-TEXT.
           MOVE SA-STATEMENT-DATE      TO WS-HOLD-SCAN-DATE.
           PERFORM 7200-JUDGE-RECORD
               THRU 7200-EXIT.
           IF NOT WS-RECORD-KEPT
               PERFORM 7400-COUNT-UNCHANGED
                   THRU 7400-EXIT
           END-IF.
           PERFORM 7000-WRITE-REPORT-LINE
               THRU 7000-EXIT.

       4200-READ-NEXT.
           PERFORM 4100-READ-ARCHIVE-LINE
               THRU 4100-EXIT.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE AUDIT LOG IS ALWAYS COPIED WHOLE TO THE NEW LIVE     *
      * LOG, SO THE SWAP THAT FOLLOWS NEVER LOSES A LINE.  A     *
      * LINE WHOSE INPUT TEXT NAMES A REQUESTED CUSTOMER HAS     *
      * THAT CUSTOMER'S NAME AND ADDRESS TEXT MASKED UNLESS IT   *
      * IS HELD OR RETAINED.  ONLY AUD-INDATA IS EVER TOUCHED -  *
      * NEVER THE PROGRAM-ID, STAMP OR RESULT, AND NEVER A       *
      * CONTROL TRAILER - SO EVERY SEGMENT'S COUNT AND HASH      *
      * STILL VERIFY.                                            *
      *----------------------------------------------------------*
       5000-ERASE-AUDIT-TEXT.
           OPEN OUTPUT AUDIT-LIVE-OUT.

           OPEN INPUT AUDIT-LOG-IN.
           IF WS-AUDIT-FILE-STATUS = "35"
               SET WS-AUDIT-EOF TO TRUE
           ELSE
               PERFORM 5100-READ-AUDIT-LINE
                   THRU 5100-EXIT
           END-IF.

           PERFORM 5200-JUDGE-AUDIT-LINE
               THRU 5200-EXIT
               UNTIL WS-AUDIT-EOF.

           IF WS-AUDIT-FILE-STATUS NOT = "35"
               CLOSE AUDIT-LOG-IN
           END-IF.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       5100-READ-AUDIT-LINE.
           READ AUDIT-LOG-IN
               AT END
                   SET WS-AUDIT-EOF TO TRUE
           END-READ.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       5200-JUDGE-AUDIT-LINE.
           ADD 1 TO WS-AUDIT-READ-COUNT.
           MOVE AUDIT-LOG-IN-REC       TO AUDIT-LOG-LINE.
           IF AUD-PROGRAM-ID = "*TRAILER"
               GO TO 5200-COPY-LINE
           END-IF.

           MOVE ZERO                   TO WS-RQ-MATCH.
           PERFORM 5210-MATCH-ONE-REQUEST
               THRU 5210-EXIT
               VARYING WS-RQ-SUB FROM 1 BY 1
               UNTIL WS-RQ-SUB > WS-RQ-COUNT
               OR WS-RQ-MATCH > ZERO.
           IF WS-RQ-MATCH = ZERO
               GO TO 5200-COPY-LINE
           END-IF.

           PERFORM 7100-START-DETAIL
               THRU 7100-EXIT.
           MOVE "AUDITLOG"             TO WS-D-STORE.
           STRING AUD-PROGRAM-ID " " AUD-TIMESTAMP(1:14)
               DELIMITED BY SIZE INTO WS-D-RECORD.
           MOVE AUDIT-LOG-IN-REC       TO WS-HOLD-SCAN-TEXT.
           MOVE AUD-TIMESTAMP(1:8)     TO WS-HOLD-SCAN-DATE.
           PERFORM 7200-JUDGE-RECORD
               THRU 7200-EXIT.

           IF NOT WS-RECORD-KEPT
               MOVE AUD-INDATA         TO WS-INDATA-BEFORE
               PERFORM 5300-MASK-ONE-FRAGMENT
                   THRU 5300-EXIT
                   VARYING WS-FRAG-SUB FROM 1 BY 1
                   UNTIL WS-FRAG-SUB > 5
               IF AUD-INDATA = WS-INDATA-BEFORE
                   PERFORM 7400-COUNT-UNCHANGED
                       THRU 7400-EXIT
               ELSE
                   MOVE "ANONYMIZED"   TO WS-D-ACTION
                   MOVE "NAME/ADDRESS TEXT MASKED - ID KEPT"
                       TO WS-D-REASON
                   ADD 1 TO WS-CHANGED-COUNT
                   ADD 1 TO WS-RQ-CHANGED-COUNT(WS-RQ-MATCH)
               END-IF
           END-IF.
           PERFORM 7000-WRITE-REPORT-LINE
               THRU 7000-EXIT.

       5200-COPY-LINE.
           WRITE AUDIT-LIVE-OUT-REC FROM AUDIT-LOG-LINE.
           ADD 1 TO WS-AUDIT-COPIED-COUNT.

           PERFORM 5100-READ-AUDIT-LINE
               THRU 5100-EXIT.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------*
       5210-MATCH-ONE-REQUEST.
           MOVE ZERO TO WS-ID-HIT-COUNT.
           INSPECT AUD-INDATA
               TALLYING WS-ID-HIT-COUNT
               FOR ALL WS-RQ-CUSTOMER-ID(WS-RQ-SUB).
           IF WS-ID-HIT-COUNT > ZERO
               MOVE WS-RQ-SUB          TO WS-RQ-MATCH
           END-IF.
       5210-EXIT.
           EXIT.

      *----------------------------------------------------------*
       5300-MASK-ONE-FRAGMENT.
           IF WS-RQ-FRAG-LEN(WS-RQ-MATCH, WS-FRAG-SUB) = ZERO
               GO TO 5300-EXIT
           END-IF.
           INSPECT AUD-INDATA
               REPLACING ALL
                   WS-RQ-FRAG-TEXT(WS-RQ-MATCH, WS-FRAG-SUB)
                   (1:WS-RQ-FRAG-LEN(WS-RQ-MATCH, WS-FRAG-SUB))
               BY  WS-RQ-FRAG-MASK(WS-RQ-MATCH, WS-FRAG-SUB)
                   (1:WS-RQ-FRAG-LEN(WS-RQ-MATCH, WS-FRAG-SUB)).
       5300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE KEYED MASTER, LAST: A CUSTOMER WITH ANY RECORD STILL *
      * HELD, RETAINED OR OPEN, OR WHOSE MASTER RECORD IS ITSELF *
      * UNDER HOLD, KEEPS THE MASTER AS IT IS.  OTHERWISE THE    *
      * NAMES AND ADDRESS ARE MASKED PAST TWO CHARACTERS EXACTLY *
      * AS ABCSCRUB MASKS THEM AND THE MIDDLE INITIAL STARRED;   *
      * THE KEY, CREDIT FIGURES AND FLAGS STAY.  EITHER WAY THE  *
      * OUTCOME IS LOGGED TO THE AUDIT LOG.                      *
      *----------------------------------------------------------*
       6000-ERASE-MASTER.
           MOVE WS-RQ-SUB              TO WS-RQ-MATCH.
           PERFORM 7100-START-DETAIL
               THRU 7100-EXIT.
           MOVE "MASTER"               TO WS-D-STORE.
           MOVE WS-RQ-CUSTOMER-ID(WS-RQ-SUB) TO WS-D-RECORD.

           MOVE WS-RQ-CUSTOMER-ID(WS-RQ-SUB) TO CMK-CUSTOMER-ID.
           READ CUSTOMER-KSD.
           IF WS-CUSTKSD-FILE-STATUS NOT = "00"
               SET WS-UPDATE-FAILED    TO TRUE
               MOVE "FAILED"           TO WS-D-ACTION
               MOVE "MASTER RECORD COULD NOT BE READ"
                   TO WS-D-REASON
               ADD 1 TO WS-MASTER-KEPT-COUNT
               GO TO 6000-LOG-OUTCOME
           END-IF.

           MOVE CUSTOMER-KEYED-RECORD  TO WS-HOLD-SCAN-TEXT.
           MOVE WS-RUN-DATE            TO WS-HOLD-SCAN-DATE.
           PERFORM 1850-CHECK-LEGAL-HOLD
               THRU 1850-EXIT.
           IF WS-RECORD-HELD
               MOVE "KEPT"             TO WS-D-ACTION
               STRING "ACTIVE LEGAL HOLD " WS-HELD-BY-ID
                   DELIMITED BY SIZE INTO WS-D-REASON
               ADD 1 TO WS-MASTER-KEPT-COUNT
               ADD 1 TO WS-RQ-KEPT-COUNT(WS-RQ-SUB)
               GO TO 6000-LOG-OUTCOME
           END-IF.

           IF WS-RQ-RETAINED(WS-RQ-SUB)
               MOVE "KEPT"             TO WS-D-ACTION
               MOVE "RECORDS STILL HELD, RETAINED OR OPEN"
                   TO WS-D-REASON
               ADD 1 TO WS-MASTER-KEPT-COUNT
               ADD 1 TO WS-RQ-KEPT-COUNT(WS-RQ-SUB)
               GO TO 6000-LOG-OUTCOME
           END-IF.

           MOVE ALL "*"                TO CMK-FIRST-NAME(3:13).
           MOVE ALL "*"                TO CMK-LAST-NAME(3:13).
           MOVE ALL "*"                TO CMK-ADDRESS-LINE-1(3:23).
           MOVE ALL "*"                TO CMK-ADDRESS-LINE-2(3:23).
           MOVE ALL "*"                TO CMK-POSTAL-CODE(3:8).
           MOVE "*"                    TO CMK-MIDDLE-INITIAL.
           REWRITE CUSTOMER-KEYED-RECORD.
           IF WS-CUSTKSD-FILE-STATUS NOT = "00"
               SET WS-UPDATE-FAILED    TO TRUE
               MOVE "FAILED"           TO WS-D-ACTION
               MOVE "MASTER REWRITE FAILED"
                   TO WS-D-REASON
               ADD 1 TO WS-MASTER-KEPT-COUNT
               GO TO 6000-LOG-OUTCOME
           END-IF.

           MOVE "ANONYMIZED"           TO WS-D-ACTION.
           MOVE "NAME AND ADDRESS MASKED - ID KEPT"
               TO WS-D-REASON.
           ADD 1 TO WS-MASTER-ERASED-COUNT.
           ADD 1 TO WS-RQ-CHANGED-COUNT(WS-RQ-SUB).

       6000-LOG-OUTCOME.
           PERFORM 7000-WRITE-REPORT-LINE
               THRU 7000-EXIT.

           MOVE "ABCERASE"             TO AUD-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE  TO AUD-TIMESTAMP.
           MOVE SPACES                 TO AUD-INDATA.
           STRING WS-RQ-CUSTOMER-ID(WS-RQ-SUB) " "
               WS-RQ-REQUEST-REF(WS-RQ-SUB) " "
               WS-RQ-USER-ID(WS-RQ-SUB)
               DELIMITED BY SIZE INTO AUD-INDATA.
           MOVE SPACES                 TO AUD-RESULT.
           STRING "MASTER " WS-D-ACTION
               DELIMITED BY SIZE INTO AUD-RESULT.
           WRITE AUDIT-LIVE-OUT-REC FROM AUDIT-LOG-LINE.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       7000-WRITE-REPORT-LINE.
           IF RPT-LINE-COUNT >= RPT-MAX-LINES-PER-PAGE
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE ERASE-CERT-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 1100-WRITE-PAGE-HEADERS
                   THRU 1100-EXIT
           END-IF.

           WRITE ERASE-CERT-OUT-REC FROM WS-DETAIL-LINE.
           ADD 1 TO RPT-LINE-COUNT.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * STARTS A CERTIFICATE LINE FOR THE REQUEST IN WS-RQ-MATCH.*
      *----------------------------------------------------------*
       7100-START-DETAIL.
           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE WS-RQ-CUSTOMER-ID(WS-RQ-MATCH) TO WS-D-CUSTOMER-ID.
           MOVE WS-RQ-REQUEST-REF(WS-RQ-MATCH) TO WS-D-REQUEST-REF.
       7100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * JUDGES THE RECORD IN WS-HOLD-SCAN-TEXT, DATED            *
      * WS-HOLD-SCAN-DATE: UNDER AN ACTIVE LEGAL HOLD, OR DATED  *
      * INSIDE THE RETENTION WINDOW (A DATE THAT CANNOT BE READ  *
      * IS TREATED AS INSIDE IT), IT IS KEPT AND THE REQUEST     *
      * MARKED RETAINED.                                         *
      *----------------------------------------------------------*
       7200-JUDGE-RECORD.
           MOVE "N"                    TO WS-RECORD-KEPT-SW.
           PERFORM 1850-CHECK-LEGAL-HOLD
               THRU 1850-EXIT.
           IF WS-RECORD-HELD
               MOVE "KEPT"             TO WS-D-ACTION
               STRING "ACTIVE LEGAL HOLD " WS-HELD-BY-ID
                   DELIMITED BY SIZE INTO WS-D-REASON
               PERFORM 7300-COUNT-KEPT
                   THRU 7300-EXIT
               GO TO 7200-EXIT
           END-IF.

           IF WS-HOLD-SCAN-DATE IS NOT NUMERIC
               OR WS-HOLD-SCAN-DATE >= WS-CUTOFF-DATE
               MOVE "KEPT"             TO WS-D-ACTION
               MOVE "INSIDE RETENTION PERIOD"
                   TO WS-D-REASON
               PERFORM 7300-COUNT-KEPT
                   THRU 7300-EXIT
           END-IF.
       7200-EXIT.
           EXIT.

      *----------------------------------------------------------*
       7300-COUNT-KEPT.
           SET WS-RECORD-KEPT          TO TRUE.
           MOVE "Y"          TO WS-RQ-RETAINED-SW(WS-RQ-MATCH).
           ADD 1 TO WS-KEPT-COUNT.
           ADD 1 TO WS-RQ-KEPT-COUNT(WS-RQ-MATCH).
       7300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A RECORD CLEAR OF HOLD AND RETENTION THAT CARRIES NO     *
      * NAME OR ADDRESS TEXT - NOTHING ON IT TO MASK.            *
      *----------------------------------------------------------*
       7400-COUNT-UNCHANGED.
           MOVE "NO CHANGE"            TO WS-D-ACTION.
           MOVE "INTERNAL ID AND AMOUNTS ONLY - NOTHING TO MASK"
               TO WS-D-REASON.
           ADD 1 TO WS-UNCHANGED-COUNT.
       7400-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LOOKS WS-FIND-CUSTOMER-ID UP AMONG THE ACCEPTED          *
      * REQUESTS; WS-RQ-MATCH IS ZERO WHEN IT IS NOT ONE.        *
      *----------------------------------------------------------*
       7500-FIND-REQUEST.
           MOVE ZERO                   TO WS-RQ-MATCH.
           PERFORM 7510-SCAN-ONE-REQUEST
               THRU 7510-EXIT
               VARYING WS-RQ-SUB FROM 1 BY 1
               UNTIL WS-RQ-SUB > WS-RQ-COUNT
               OR WS-RQ-MATCH > ZERO.
       7500-EXIT.
           EXIT.

      *----------------------------------------------------------*
       7510-SCAN-ONE-REQUEST.
           IF WS-RQ-CUSTOMER-ID(WS-RQ-SUB) = WS-FIND-CUSTOMER-ID
               MOVE WS-RQ-SUB          TO WS-RQ-MATCH
           END-IF.
       7510-EXIT.
           EXIT.

      *----------------------------------------------------------*
       9000-TERMINATE.
           MOVE RPT-PAGE-COUNT         TO RPT-F-PAGE-NO.
           WRITE ERASE-CERT-OUT-REC FROM RPT-FOOTER-LINE.

           MOVE "REQUEST CARDS READ....." TO RPT-FN-LABEL.
           MOVE WS-CARD-COUNT          TO RPT-FN-COUNT.
           WRITE ERASE-CERT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "REQUESTS ACCEPTED......" TO RPT-FN-LABEL.
           MOVE WS-ACCEPTED-COUNT      TO RPT-FN-COUNT.
           WRITE ERASE-CERT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "REQUESTS REFUSED......." TO RPT-FN-LABEL.
           MOVE WS-REFUSED-COUNT       TO RPT-FN-COUNT.
           WRITE ERASE-CERT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "MASTERS ANONYMIZED....." TO RPT-FN-LABEL.
           MOVE WS-MASTER-ERASED-COUNT TO RPT-FN-COUNT.
           WRITE ERASE-CERT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "MASTERS KEPT..........." TO RPT-FN-LABEL.
           MOVE WS-MASTER-KEPT-COUNT   TO RPT-FN-COUNT.
           WRITE ERASE-CERT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "AUDIT LINES MASKED....." TO RPT-FN-LABEL.
           MOVE WS-CHANGED-COUNT       TO RPT-FN-COUNT.
           WRITE ERASE-CERT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "RECORDS KEPT..........." TO RPT-FN-LABEL.
           MOVE WS-KEPT-COUNT          TO RPT-FN-COUNT.
           WRITE ERASE-CERT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "RECORDS NEEDING NO CHNG" TO RPT-FN-LABEL.
           MOVE WS-UNCHANGED-COUNT     TO RPT-FN-COUNT.
           WRITE ERASE-CERT-OUT-REC FROM RPT-FINAL-LINE.

           IF WS-MASTER-OPEN
               IF WS-CARD-FILE-STATUS NOT = "35"
                   CLOSE ERASE-CARD-IN
               END-IF
               CLOSE CUSTOMER-KSD
           END-IF.
           CLOSE AUDIT-LIVE-OUT
                 ERASE-CERT-OUT.

           DISPLAY "ABCERASE CONTROL TOTAL - CARDS="
               WS-CARD-COUNT
               " ACCEPTED=" WS-ACCEPTED-COUNT
               " REFUSED=" WS-REFUSED-COUNT
               " MASTERS-ERASED=" WS-MASTER-ERASED-COUNT
               " MASTERS-KEPT=" WS-MASTER-KEPT-COUNT
               " AUDIT-READ=" WS-AUDIT-READ-COUNT
               " AUDIT-COPIED=" WS-AUDIT-COPIED-COUNT.

           IF WS-CARD-COUNT NOT =
               WS-ACCEPTED-COUNT + WS-REFUSED-COUNT
               OR WS-ACCEPTED-COUNT NOT =
               WS-MASTER-ERASED-COUNT + WS-MASTER-KEPT-COUNT
               OR WS-AUDIT-READ-COUNT NOT = WS-AUDIT-COPIED-COUNT
               OR WS-UPDATE-FAILED
               DISPLAY
                 "ABCERASE **** CONTROL TOTALS OUT OF BALANCE ****"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REFUSED-COUNT > ZERO
                   OR WS-MASTER-KEPT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
       9000-EXIT.
           EXIT.
