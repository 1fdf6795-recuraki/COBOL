       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCSTMTR.
       AUTHOR. D HARLOW.
       INSTALLATION. DL100 BATCH SERVICES.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 2026-10-15  DH  NEW PROGRAM.  ON-DEMAND STATEMENT        *
      *                 REPRINT.  EACH REQUEST CARD NAMES A      *
      *                 CUSTOMER, A STATEMENT DATE, AND THE USER *
      *                 ASKING FOR THE COPY.  THE STATEMENT IS   *
      *                 REBUILT FROM THE STATEMENT ARCHIVE       *
      *                 GENERATIONS ABCSTMT KEEPS - THE SAME     *
      *                 LINES IN THE SAME ORDER AND THE SAME     *
      *                 TOTAL - MARKED DUPLICATE COPY, AND GOES  *
      *                 TO PRINT OR ELECTRONIC DELIVERY BY THE   *
      *                 CUSTOMER'S CURRENT PREFERENCE ON THE     *
      *                 MASTER.  A REQUESTER WITHOUT THE PRIV    *
      *                 ROLE GETS THE NAME AND ADDRESS MASKED    *
      *                 PAST TWO CHARACTERS; AN UNMASKED COPY IS *
      *                 LOGGED TO THE SESSION LOG.  EVERY        *
      *                 REQUEST LEAVES AN AUDIT LINE NAMING WHO  *
      *                 ASKED FOR IT.                            *
      * 2026-10-15  DH  THE STATEMENT ARCHIVE ROW IS NOW 87      *
      *                 BYTES (STATEMENT RUN-ID ADDED FOR CASH   *
      *                 APPLICATION); THE REPRINT IGNORES IT.    *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPRINT-CARD-IN
               ASSIGN TO RPRTCARD
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

           SELECT STMT-ARCHIVE-IN
               ASSIGN TO STMTARCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMTARC-FILE-STATUS.

           SELECT STATEMENT-OUT
               ASSIGN TO STMTFILE
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT E-STATEMENT-OUT
               ASSIGN TO ESTMTOUT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DIST-CTL-OUT
               ASSIGN TO DISTCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISTCTL-FILE-STATUS.

           SELECT SESSION-LOG-OUT
               ASSIGN TO SESSLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSLOG-FILE-STATUS.

           SELECT AUDIT-LOG-OUT
               ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT REPRINT-REPORT-OUT
               ASSIGN TO RPRTRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPRINT-CARD-IN
           RECORDING MODE IS F.
       01  REPRINT-CARD-RECORD.
           05  RR-CUSTOMER-ID          PIC X(06).
           05  FILLER                  PIC X(01).
           05  RR-STATEMENT-DATE       PIC X(08).
           05  FILLER                  PIC X(01).
           05  RR-USER-ID              PIC X(08).

       FD  USER-PROFILE-FILE
           RECORDING MODE IS F.
       01  USER-PROFILE-FILE-REC       PIC X(38).

       FD  CUSTOMER-KSD.
       COPY CUSTKSD.

       FD  STMT-ARCHIVE-IN
           RECORDING MODE IS F.
       01  STMT-ARCHIVE-IN-REC         PIC X(87).

       FD  STATEMENT-OUT
           RECORDING MODE IS F.
       01  STATEMENT-OUT-REC           PIC X(132).

       FD  E-STATEMENT-OUT
           RECORDING MODE IS F.
       01  E-STATEMENT-OUT-REC         PIC X(132).

       FD  DIST-CTL-OUT
           RECORDING MODE IS F.
       01  DIST-CTL-OUT-REC            PIC X(20).

       FD  SESSION-LOG-OUT
           RECORDING MODE IS F.
       01  SESSION-LOG-OUT-REC         PIC X(70).

       FD  AUDIT-LOG-OUT
           RECORDING MODE IS F.
       01  AUDIT-LOG-OUT-REC           PIC X(100).

       FD  REPRINT-REPORT-OUT
           RECORDING MODE IS F.
       01  REPRINT-REPORT-OUT-REC      PIC X(132).

       WORKING-STORAGE SECTION.
       COPY STMTREC.
       COPY STMTARC.
       COPY AUDITREC.
       COPY RUNSTAMP.
       COPY RPTHDFT.
       01  WS-CARD-FILE-STATUS         PIC X(02).
       01  WS-USERPROF-FILE-STATUS     PIC X(02).
       01  WS-CUSTKSD-FILE-STATUS      PIC X(02).
       01  WS-DISTCTL-FILE-STATUS      PIC X(02).
       01  WS-SESSLOG-FILE-STATUS      PIC X(02).

       01  WS-CARD-EOF-SW              PIC X(01) VALUE "N".
           88  WS-CARD-EOF                     VALUE "Y".
       01  WS-USERPROF-EOF-SW          PIC X(01) VALUE "N".
           88  WS-USERPROF-EOF                 VALUE "Y".
       01  WS-MASTER-OPEN-SW           PIC X(01) VALUE "N".
           88  WS-MASTER-OPEN                  VALUE "Y".
       01  WS-MASTER-FAILED-SW         PIC X(01) VALUE "N".
           88  WS-MASTER-FAILED                VALUE "Y".
       01  WS-USER-OK-SW               PIC X(01) VALUE "N".
           88  WS-USER-OK                      VALUE "Y".
       01  WS-PRIV-SW                  PIC X(01) VALUE "N".
           88  WS-PRIV-USER                    VALUE "Y".
       01  WS-DELIVERY-SW              PIC X(01) VALUE "P".
           88  WS-DELIVER-ELECTRONIC           VALUE "E".

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
               10  WS-US-ROLE          PIC X(04).
               10  WS-US-LOCKED        PIC X(01).

       01  WS-USR-SUB                  PIC 9(03) COMP VALUE ZERO.

       01  WS-CARD-COUNT               PIC 9(08) COMP VALUE ZERO.
       01  WS-REPRINT-COUNT            PIC 9(08) COMP VALUE ZERO.
       01  WS-NOT-FOUND-COUNT          PIC 9(08) COMP VALUE ZERO.
       01  WS-REFUSED-COUNT            PIC 9(08) COMP VALUE ZERO.
       01  WS-PRINT-STMT-COUNT         PIC 9(08) COMP VALUE ZERO.
       01  WS-ELEC-STMT-COUNT          PIC 9(08) COMP VALUE ZERO.

       01  WS-CUSTOMER-TOTAL           PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-CUSTOMER-LINES           PIC 9(05) COMP-3 VALUE ZERO.

       01  WS-RPT-DATE                 PIC X(10).
       01  WS-STMT-DATE-TEXT           PIC X(10).
       01  WS-STMT-LINE                PIC X(132).
       01  WS-DISPOSITION              PIC X(44) VALUE SPACES.
       01  WS-HOLD-DISPOSITION         PIC X(44) VALUE SPACES.

       01  WS-DIST-CTL-LINE.
           05  WS-DC-OUTPUT-NAME       PIC X(08) VALUE "ESTMT".
           05  WS-DC-RECIPIENT         PIC X(08).
           05  WS-DC-DEADLINE-HHMM     PIC X(04) VALUE "1800".

       01  WS-SESSION-LOG-LINE.
           05  SL-USER-ID              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SL-TIMESTAMP            PIC X(26).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SL-ACTION               PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SL-PROGRAM-ID           PIC X(08).
           05  FILLER                  PIC X(17) VALUE SPACES.

      *----------------------------------------------------------*
      * STATEMENT LINES - THE SAME LAYOUT ABCSTMT PRINTS, WITH   *
      * THE DUPLICATE-COPY LEGEND UNDER THE STANDARD HEADER.     *
      *----------------------------------------------------------*
       01  WS-DUPLICATE-LINE.
           05  FILLER                  PIC X(34)
               VALUE "*** DUPLICATE COPY ***  REPRINTED ".
           05  WS-DU-REPRINT-DATE      PIC X(10).
           05  FILLER                  PIC X(88) VALUE SPACES.

       01  WS-ADDRESS-LINE-1           PIC X(25) VALUE SPACES.
       01  WS-ADDRESS-LINE-2           PIC X(25) VALUE SPACES.
       01  WS-POSTAL-LINE.
           05  WS-PL-POSTAL-CODE       PIC X(10).
           05  FILLER                  PIC X(122) VALUE SPACES.

       01  WS-CUST-HEAD-LINE.
           05  FILLER                  PIC X(10)
               VALUE "CUSTOMER: ".
           05  WS-CH-CUSTOMER-ID       PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CH-NAME              PIC X(31).

       01  WS-DETAIL-HEAD-LINE.
           05  FILLER                  PIC X(10) VALUE "SOURCE".
           05  FILLER                  PIC X(22) VALUE "CHARGE".
           05  FILLER                  PIC X(16) VALUE
               "          AMOUNT".
           05  FILLER                  PIC X(12) VALUE "  CHARGED ON".

       01  WS-DETAIL-LINE.
           05  WS-D-SOURCE-PGM         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-CHARGE-DESC        PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-AMOUNT             PIC -(11)9.99.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-D-CHARGE-DATE        PIC X(08).

       01  WS-STMT-TOTAL-LINE.
           05  FILLER                  PIC X(32)
               VALUE "STATEMENT TOTAL.................".
           05  WS-ST-TOTAL             PIC -(11)9.99.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE "LINES: ".
           05  WS-ST-LINES             PIC ZZZZ9.

      *----------------------------------------------------------*
      * ONE LINE PER REQUEST ON THE REPRINT REQUEST REPORT.      *
      *----------------------------------------------------------*
       01  WS-REQUEST-LINE.
           05  WS-R-CUSTOMER-ID        PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-R-STATEMENT-DATE     PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-R-USER-ID            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-R-DISPOSITION        PIC X(44).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-PROCESS-REQUEST
               THRU 2000-EXIT
               UNTIL WS-CARD-EOF.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           GOBACK.

      *----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT REPRINT-REPORT-OUT
                OUTPUT STATEMENT-OUT
                OUTPUT E-STATEMENT-OUT.

           MOVE FUNCTION CURRENT-DATE TO WS-RUNSTAMP-CURRENT-DATE.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:14) TO WS-RUN-ID.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:8)  TO WS-RUN-DATE.

           STRING WS-RUN-DATE(5:2) "/" WS-RUN-DATE(7:2) "/"
               WS-RUN-DATE(1:4)
               DELIMITED BY SIZE INTO WS-RPT-DATE.
           MOVE WS-RPT-DATE            TO WS-DU-REPRINT-DATE.

           PERFORM 1100-WRITE-PAGE-HEADERS
               THRU 1100-EXIT.

           PERFORM 1300-LOAD-USERS
               THRU 1300-EXIT.

           OPEN INPUT CUSTOMER-KSD.
           IF WS-CUSTKSD-FILE-STATUS NOT = "00"
               DISPLAY "ABCSTMTR **** CUSTOMER MASTER NOT AVAILABLE "
                   "- STATUS " WS-CUSTKSD-FILE-STATUS " ****"
               SET WS-MASTER-FAILED    TO TRUE
               SET WS-CARD-EOF         TO TRUE
               GO TO 1000-EXIT
           END-IF.
           SET WS-MASTER-OPEN          TO TRUE.

           OPEN INPUT REPRINT-CARD-IN.
           IF WS-CARD-FILE-STATUS = "35"
               SET WS-CARD-EOF TO TRUE
           ELSE
               PERFORM 2100-READ-REPRINT-CARD
                   THRU 2100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1100-WRITE-PAGE-HEADERS.
           ADD 1 TO RPT-PAGE-COUNT.
           MOVE "STATEMENT REPRINT REQUESTS" TO RPT-ST-TEXT.
           MOVE WS-RPT-DATE            TO RPT-DL-RUN-DATE.

           WRITE REPRINT-REPORT-OUT-REC FROM RPT-TITLE-LINE.
           WRITE REPRINT-REPORT-OUT-REC FROM RPT-SUBTITLE-LINE.
           WRITE REPRINT-REPORT-OUT-REC FROM RPT-DATE-LINE.
           MOVE SPACES                 TO REPRINT-REPORT-OUT-REC.
           WRITE REPRINT-REPORT-OUT-REC.

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
                       MOVE UP-ROLE
                           TO WS-US-ROLE(WS-USR-COUNT)
                       MOVE UP-LOCKED
                           TO WS-US-LOCKED(WS-USR-COUNT)
                   END-IF
           END-READ.
       1310-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE REPRINT REQUEST: THE CARD MUST NAME A CUSTOMER AND A *
      * VALID DATE, AND THE REQUESTER MUST BE AN ACTIVE USER.    *
      * THE REQUESTER'S ROLE DECIDES WHETHER THE COPY IS MASKED. *
      *----------------------------------------------------------*
       2000-PROCESS-REQUEST.
           ADD 1 TO WS-CARD-COUNT.
           MOVE SPACES                 TO WS-DISPOSITION.

           IF RR-CUSTOMER-ID = SPACES
               OR RR-STATEMENT-DATE IS NOT NUMERIC
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "REFUSED - NO CUSTOMER OR BAD STATEMENT DATE"
                   TO WS-DISPOSITION
               GO TO 2000-LOG-REQUEST
           END-IF.

           PERFORM 2300-CHECK-USER
               THRU 2300-EXIT.
           IF NOT WS-USER-OK
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "REFUSED - REQUESTER NOT AN ACTIVE USER"
                   TO WS-DISPOSITION
               GO TO 2000-LOG-REQUEST
           END-IF.

           PERFORM 2400-FETCH-CUSTOMER
               THRU 2400-EXIT.
           PERFORM 3000-REBUILD-STATEMENT
               THRU 3000-EXIT.

       2000-LOG-REQUEST.
           PERFORM 7000-WRITE-REQUEST-LINE
               THRU 7000-EXIT.
           PERFORM 7100-WRITE-AUDIT-LINE
               THRU 7100-EXIT.

           PERFORM 2100-READ-REPRINT-CARD
               THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2100-READ-REPRINT-CARD.
           READ REPRINT-CARD-IN
               AT END
                   SET WS-CARD-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE REQUESTER MUST BE ON THE USER-PROFILE FILE AND NOT   *
      * LOCKED.  ONLY THE PRIV ROLE SEES THE COPY UNMASKED.      *
      *----------------------------------------------------------*
       2300-CHECK-USER.
           MOVE "N" TO WS-USER-OK-SW.
           MOVE "N" TO WS-PRIV-SW.
           PERFORM 2310-SCAN-ONE-USER
               THRU 2310-EXIT
               VARYING WS-USR-SUB FROM 1 BY 1
               UNTIL WS-USR-SUB > WS-USR-COUNT
               OR WS-USER-OK.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2310-SCAN-ONE-USER.
           IF WS-US-USER-ID(WS-USR-SUB) = RR-USER-ID
               AND WS-US-LOCKED(WS-USR-SUB) NOT = "Y"
               SET WS-USER-OK TO TRUE
               IF WS-US-ROLE(WS-USR-SUB) = "PRIV"
                   SET WS-PRIV-USER TO TRUE
               END-IF
           END-IF.
       2310-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE CUSTOMER'S IDENTITY AND CURRENT DELIVERY PREFERENCE  *
      * FROM THE KEYED MASTER.  A NON-PRIV REQUESTER GETS THE    *
      * NAME AND ADDRESS MASKED PAST TWO CHARACTERS, THE SAME    *
      * RULE THE REPORT VIEWS APPLY.  A CUSTOMER NO LONGER ON    *
      * THE MASTER PRINTS, FLAGGED.                              *
      *----------------------------------------------------------*
       2400-FETCH-CUSTOMER.
           MOVE RR-CUSTOMER-ID         TO WS-CH-CUSTOMER-ID.
           MOVE RR-CUSTOMER-ID         TO CMK-CUSTOMER-ID.
           MOVE "P"                    TO WS-DELIVERY-SW.
           MOVE SPACES                 TO WS-ADDRESS-LINE-1
                                          WS-ADDRESS-LINE-2
                                          WS-PL-POSTAL-CODE.
           READ CUSTOMER-KSD.
           IF WS-CUSTKSD-FILE-STATUS NOT = "00"
               MOVE "** NOT ON CUSTOMER MASTER **"
                   TO WS-CH-NAME
               GO TO 2400-EXIT
           END-IF.

           MOVE SPACES                 TO WS-CH-NAME.
           STRING CMK-LAST-NAME ", " CMK-FIRST-NAME
               DELIMITED BY SIZE INTO WS-CH-NAME.
           MOVE CMK-ADDRESS-LINE-1     TO WS-ADDRESS-LINE-1.
           MOVE CMK-ADDRESS-LINE-2     TO WS-ADDRESS-LINE-2.
           MOVE CMK-POSTAL-CODE        TO WS-PL-POSTAL-CODE.
           IF CMK-DELIVER-ELECTRONIC
               MOVE "E"                TO WS-DELIVERY-SW
           END-IF.

           IF NOT WS-PRIV-USER
               MOVE ALL "*"            TO WS-CH-NAME(3:29)
               MOVE ALL "*"            TO WS-ADDRESS-LINE-1(3:23)
               MOVE ALL "*"            TO WS-ADDRESS-LINE-2(3:23)
               MOVE ALL "*"            TO WS-PL-POSTAL-CODE(3:8)
           END-IF.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * PASSES THE ARCHIVE GENERATIONS FOR THE CUSTOMER'S LINES  *
      * OF THE REQUESTED STATEMENT DATE, IN THE ORDER THEY WERE  *
      * FIRST PRINTED.  THE STATEMENT IS ONLY STARTED ONCE A     *
      * LINE IS FOUND, SO A DATE WITH NO STATEMENT PRODUCES      *
      * NOTHING BUT THE REFUSAL ON THE REQUEST REPORT.           *
      *----------------------------------------------------------*
       3000-REBUILD-STATEMENT.
           MOVE ZERO                   TO WS-CUSTOMER-TOTAL
                                          WS-CUSTOMER-LINES.
           MOVE "N"                    TO WS-STMTARC-EOF-SW.

           OPEN INPUT STMT-ARCHIVE-IN.
           IF WS-STMTARC-FILE-STATUS = "35"
               SET WS-STMTARC-EOF TO TRUE
           ELSE
               PERFORM 3100-READ-ARCHIVE
                   THRU 3100-EXIT
           END-IF.
           PERFORM 3200-COPY-ARCHIVE-LINE
               THRU 3200-EXIT
               UNTIL WS-STMTARC-EOF.
           IF WS-STMTARC-FILE-STATUS NOT = "35"
               CLOSE STMT-ARCHIVE-IN
           END-IF.

           IF WS-CUSTOMER-LINES = ZERO
               ADD 1 TO WS-NOT-FOUND-COUNT
               MOVE "NOT FOUND - NO SUCH STATEMENT ON ARCHIVE"
                   TO WS-DISPOSITION
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3500-CLOSE-STATEMENT
               THRU 3500-EXIT.

           ADD 1 TO WS-REPRINT-COUNT.
           IF WS-DELIVER-ELECTRONIC
               ADD 1 TO WS-ELEC-STMT-COUNT
               MOVE "REPRINTED - ELECTRONIC DELIVERY"
                   TO WS-DISPOSITION
               PERFORM 3700-REGISTER-DISTRIBUTION
                   THRU 3700-EXIT
           ELSE
               ADD 1 TO WS-PRINT-STMT-COUNT
               MOVE "REPRINTED - PRINT"
                   TO WS-DISPOSITION
           END-IF.
           IF WS-PRIV-USER
               PERFORM 3800-LOG-UNMASKED-DISPLAY
                   THRU 3800-EXIT
           ELSE
               MOVE WS-DISPOSITION     TO WS-HOLD-DISPOSITION
               MOVE SPACES             TO WS-DISPOSITION
               STRING WS-HOLD-DISPOSITION DELIMITED BY "  "
                   " (MASKED)" DELIMITED BY SIZE
                   INTO WS-DISPOSITION
           END-IF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3100-READ-ARCHIVE.
           READ STMT-ARCHIVE-IN INTO STMT-ARCHIVE-RECORD
               AT END
                   SET WS-STMTARC-EOF TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3200-COPY-ARCHIVE-LINE.
           IF SA-STATEMENT-DATE NOT = RR-STATEMENT-DATE
               GO TO 3200-READ-NEXT
           END-IF.
           MOVE SA-EXTRACT-LINE        TO STMT-EXTRACT-RECORD.
           IF SX-CUSTOMER-ID NOT = RR-CUSTOMER-ID
               GO TO 3200-READ-NEXT
           END-IF.

           IF WS-CUSTOMER-LINES = ZERO
               PERFORM 3300-OPEN-STATEMENT
                   THRU 3300-EXIT
           END-IF.

           MOVE SX-SOURCE-PROGRAM      TO WS-D-SOURCE-PGM.
           MOVE SX-CHARGE-DESC         TO WS-D-CHARGE-DESC.
           MOVE SX-AMOUNT              TO WS-D-AMOUNT.
           MOVE SX-RUN-DATE            TO WS-D-CHARGE-DATE.
           MOVE WS-DETAIL-LINE         TO WS-STMT-LINE.
           PERFORM 8400-WRITE-STMT-LINE
               THRU 8400-EXIT.

           ADD SX-AMOUNT               TO WS-CUSTOMER-TOTAL.
           ADD 1                       TO WS-CUSTOMER-LINES.

       3200-READ-NEXT.
           PERFORM 3100-READ-ARCHIVE
               THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * STARTS THE DUPLICATE: THE STANDARD SUITE HEADER DATED    *
      * WITH THE ORIGINAL STATEMENT DATE, THE DUPLICATE-COPY     *
      * LEGEND, THEN THE CUSTOMER BLOCK AND COLUMN HEADINGS.     *
      *----------------------------------------------------------*
       3300-OPEN-STATEMENT.
           MOVE SPACES                 TO WS-STMT-DATE-TEXT.
           STRING RR-STATEMENT-DATE(5:2) "/"
               RR-STATEMENT-DATE(7:2) "/"
               RR-STATEMENT-DATE(1:4)
               DELIMITED BY SIZE INTO WS-STMT-DATE-TEXT.

           MOVE "CUSTOMER BILLING STATEMENTS" TO RPT-ST-TEXT.
           MOVE WS-STMT-DATE-TEXT      TO RPT-DL-RUN-DATE.
           MOVE RPT-TITLE-LINE         TO WS-STMT-LINE.
           PERFORM 8400-WRITE-STMT-LINE
               THRU 8400-EXIT.
           MOVE RPT-SUBTITLE-LINE      TO WS-STMT-LINE.
           PERFORM 8400-WRITE-STMT-LINE
               THRU 8400-EXIT.
           MOVE RPT-DATE-LINE          TO WS-STMT-LINE.
           PERFORM 8400-WRITE-STMT-LINE
               THRU 8400-EXIT.
           MOVE WS-DUPLICATE-LINE      TO WS-STMT-LINE.
           PERFORM 8400-WRITE-STMT-LINE
               THRU 8400-EXIT.

           MOVE WS-CUST-HEAD-LINE      TO WS-STMT-LINE.
           PERFORM 8400-WRITE-STMT-LINE
               THRU 8400-EXIT.
           MOVE SPACES                 TO WS-STMT-LINE.
           MOVE WS-ADDRESS-LINE-1      TO WS-STMT-LINE.
           PERFORM 8400-WRITE-STMT-LINE
               THRU 8400-EXIT.
           MOVE SPACES                 TO WS-STMT-LINE.
           MOVE WS-ADDRESS-LINE-2      TO WS-STMT-LINE.
           PERFORM 8400-WRITE-STMT-LINE
               THRU 8400-EXIT.
           MOVE WS-POSTAL-LINE         TO WS-STMT-LINE.
           PERFORM 8400-WRITE-STMT-LINE
               THRU 8400-EXIT.

           MOVE SPACES                 TO WS-STMT-LINE.
           PERFORM 8400-WRITE-STMT-LINE
               THRU 8400-EXIT.
           MOVE WS-DETAIL-HEAD-LINE    TO WS-STMT-LINE.
           PERFORM 8400-WRITE-STMT-LINE
               THRU 8400-EXIT.
           MOVE SPACES                 TO WS-STMT-LINE.
           PERFORM 8400-WRITE-STMT-LINE
               THRU 8400-EXIT.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CLOSES THE DUPLICATE WITH THE SAME TOTAL LINE THE        *
      * ORIGINAL CARRIED.  THE DISCOUNT OFFER AND NOTICES OF THE *
      * ORIGINAL ARE NOT REPEATED - THE OFFER HAS LAPSED AND THE *
      * NOTICES WERE CERTIFIED WHEN THE ORIGINAL WENT OUT.       *
      *----------------------------------------------------------*
       3500-CLOSE-STATEMENT.
           MOVE SPACES                 TO WS-STMT-LINE.
           PERFORM 8400-WRITE-STMT-LINE
               THRU 8400-EXIT.

           MOVE WS-CUSTOMER-TOTAL      TO WS-ST-TOTAL.
           MOVE WS-CUSTOMER-LINES      TO WS-ST-LINES.
           MOVE WS-STMT-TOTAL-LINE     TO WS-STMT-LINE.
           PERFORM 8400-WRITE-STMT-LINE
               THRU 8400-EXIT.

           MOVE 1                      TO RPT-F-PAGE-NO.
           MOVE RPT-FOOTER-LINE        TO WS-STMT-LINE.
           PERFORM 8400-WRITE-STMT-LINE
               THRU 8400-EXIT.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * REGISTERS THE ELECTRONIC RECIPIENT ON THE DISTRIBUTION   *
      * CONTROL FILE SO ABCDISTR CAN CONFIRM THE TRANSMISSION.   *
      *----------------------------------------------------------*
       3700-REGISTER-DISTRIBUTION.
           MOVE RR-CUSTOMER-ID         TO WS-DC-RECIPIENT.

           OPEN EXTEND DIST-CTL-OUT.
           IF WS-DISTCTL-FILE-STATUS = "35"
               OPEN OUTPUT DIST-CTL-OUT
           END-IF.
           WRITE DIST-CTL-OUT-REC FROM WS-DIST-CTL-LINE.
           CLOSE DIST-CTL-OUT.
       3700-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * EVERY UNMASKED DISPLAY OF CUSTOMER DATA IS LOGGED - WHO  *
      * SAW IT AND WHEN - AS THE DATA-PROTECTION REVIEW ASKED.   *
      *----------------------------------------------------------*
       3800-LOG-UNMASKED-DISPLAY.
           MOVE RR-USER-ID             TO SL-USER-ID.
           MOVE FUNCTION CURRENT-DATE  TO SL-TIMESTAMP.
           MOVE "UNMASKED"             TO SL-ACTION.
           MOVE "ABCSTMTR"             TO SL-PROGRAM-ID.

           OPEN EXTEND SESSION-LOG-OUT.
           IF WS-SESSLOG-FILE-STATUS = "35"
               OPEN OUTPUT SESSION-LOG-OUT
           END-IF.
           WRITE SESSION-LOG-OUT-REC FROM WS-SESSION-LOG-LINE.
           CLOSE SESSION-LOG-OUT.
       3800-EXIT.
           EXIT.

      *----------------------------------------------------------*
       7000-WRITE-REQUEST-LINE.
           IF RPT-LINE-COUNT >= RPT-MAX-LINES-PER-PAGE
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE REPRINT-REPORT-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 1100-WRITE-PAGE-HEADERS
                   THRU 1100-EXIT
           END-IF.

           MOVE RR-CUSTOMER-ID         TO WS-R-CUSTOMER-ID.
           MOVE RR-STATEMENT-DATE      TO WS-R-STATEMENT-DATE.
           MOVE RR-USER-ID             TO WS-R-USER-ID.
           MOVE WS-DISPOSITION         TO WS-R-DISPOSITION.
           WRITE REPRINT-REPORT-OUT-REC FROM WS-REQUEST-LINE.
           ADD 1 TO RPT-LINE-COUNT.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * EVERY REQUEST, GRANTED OR NOT, LEAVES AN AUDIT LINE WITH *
      * THE CARD AND THE USER WHO ASKED FOR THE COPY.            *
      *----------------------------------------------------------*
       7100-WRITE-AUDIT-LINE.
           MOVE "ABCSTMTR"             TO AUD-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE  TO AUD-TIMESTAMP.
           MOVE REPRINT-CARD-RECORD    TO AUD-INDATA.
           MOVE SPACES                 TO AUD-RESULT.
           IF WS-DISPOSITION(1:9) = "REPRINTED"
               STRING "REPRINT BY " RR-USER-ID
                   DELIMITED BY SIZE INTO AUD-RESULT
           ELSE
               STRING "NO REPRINT - " RR-USER-ID
                   DELIMITED BY SIZE INTO AUD-RESULT
           END-IF.
           OPEN EXTEND AUDIT-LOG-OUT.
           IF WS-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-OUT
           END-IF.
           WRITE AUDIT-LOG-OUT-REC FROM AUDIT-LOG-LINE.
           CLOSE AUDIT-LOG-OUT.
       7100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ROUTES ONE STATEMENT LINE TO THE PRINT STREAM OR THE     *
      * ELECTRONIC-DELIVERY FILE BY THE CUSTOMER'S CURRENT       *
      * DELIVERY PREFERENCE.                                     *
      *----------------------------------------------------------*
       8400-WRITE-STMT-LINE.
           IF WS-DELIVER-ELECTRONIC
               WRITE E-STATEMENT-OUT-REC FROM WS-STMT-LINE
           ELSE
               WRITE STATEMENT-OUT-REC FROM WS-STMT-LINE
           END-IF.
       8400-EXIT.
           EXIT.

      *----------------------------------------------------------*
       9000-TERMINATE.
           MOVE RPT-PAGE-COUNT         TO RPT-F-PAGE-NO.
           WRITE REPRINT-REPORT-OUT-REC FROM RPT-FOOTER-LINE.

           MOVE "REPRINT REQUESTS READ.." TO RPT-FN-LABEL.
           MOVE WS-CARD-COUNT          TO RPT-FN-COUNT.
           WRITE REPRINT-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "STATEMENTS REPRINTED..." TO RPT-FN-LABEL.
           MOVE WS-REPRINT-COUNT       TO RPT-FN-COUNT.
           WRITE REPRINT-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "PRINT STATEMENTS......." TO RPT-FN-LABEL.
           MOVE WS-PRINT-STMT-COUNT    TO RPT-FN-COUNT.
           WRITE REPRINT-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "ELECTRONIC STATEMENTS.." TO RPT-FN-LABEL.
           MOVE WS-ELEC-STMT-COUNT     TO RPT-FN-COUNT.
           WRITE REPRINT-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "NOT FOUND ON ARCHIVE..." TO RPT-FN-LABEL.
           MOVE WS-NOT-FOUND-COUNT     TO RPT-FN-COUNT.
           WRITE REPRINT-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "REQUESTS REFUSED......." TO RPT-FN-LABEL.
           MOVE WS-REFUSED-COUNT       TO RPT-FN-COUNT.
           WRITE REPRINT-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           IF WS-MASTER-OPEN
               IF WS-CARD-FILE-STATUS NOT = "35"
                   CLOSE REPRINT-CARD-IN
               END-IF
               CLOSE CUSTOMER-KSD
           END-IF.
           CLOSE REPRINT-REPORT-OUT
                 STATEMENT-OUT
                 E-STATEMENT-OUT.

           DISPLAY "ABCSTMTR CONTROL TOTAL - REQUESTS="
               WS-CARD-COUNT
               " REPRINTED=" WS-REPRINT-COUNT
               " NOT-FOUND=" WS-NOT-FOUND-COUNT
               " REFUSED=" WS-REFUSED-COUNT.

           IF WS-MASTER-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-NOT-FOUND-COUNT > ZERO
                   OR WS-REFUSED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
       9000-EXIT.
           EXIT.
