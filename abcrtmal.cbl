       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCRTMAL.
       AUTHOR. D HARLOW.
       INSTALLATION. DL100 BATCH SERVICES.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 2026-10-15  DH  NEW PROGRAM.  RETURNED MAIL.  EACH CARD  *
      *                 NAMES A CUSTOMER WHOSE MAIL THE POST     *
      *                 OFFICE HAS SENT BACK, AND THE DATE IT    *
      *                 CAME BACK.  AN ACCEPTED CARD FLAGS THE   *
      *                 KEYED CUSTOMER MASTER'S ADDRESS          *
      *                 UNDELIVERABLE, LOGS IT TO THE AUDIT LOG  *
      *                 AND THE CUSTOMER CHANGE-EVENT FILE, AND  *
      *                 THE STATEMENT RUN WITHHOLDS THE          *
      *                 CUSTOMER'S PRINTED STATEMENTS UNTIL      *
      *                 MAINTENANCE CORRECTS THE ADDRESS.        *
      * 2026-10-15  DH  CUSTOMER MASTER WIDENED TO 120 BYTES FOR *
      *                 THE SEPARATE NAME TITLE, MIDDLE INITIAL  *
      *                 AND SUFFIX; BEFORE-IMAGE AND CHANGE-     *
      *                 EVENT RECORDS WIDENED TO MATCH.          *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURNED-MAIL-CARD-IN
               ASSIGN TO RTMLCARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.

           SELECT CUSTOMER-KSD
               ASSIGN TO CUSTKSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMK-CUSTOMER-ID
               FILE STATUS IS WS-CUSTKSD-FILE-STATUS.

           SELECT AUDIT-LOG-OUT
               ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT CHANGE-EVENT-OUT
               ASSIGN TO CUSTCHG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTCHG-FILE-STATUS.

           SELECT RETURNED-MAIL-REPORT-OUT
               ASSIGN TO RTMLRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURNED-MAIL-CARD-IN
           RECORDING MODE IS F.
       01  RETURNED-MAIL-CARD-RECORD.
           05  RM-CUSTOMER-ID          PIC X(06).
           05  FILLER                  PIC X(01).
           05  RM-RETURNED-DATE        PIC X(08).
           05  RM-RETURNED-DATE-N      REDEFINES RM-RETURNED-DATE
                                       PIC 9(08).

       FD  CUSTOMER-KSD.
       COPY CUSTKSD.

       FD  AUDIT-LOG-OUT
           RECORDING MODE IS F.
       01  AUDIT-LOG-OUT-REC           PIC X(100).

       FD  CHANGE-EVENT-OUT
           RECORDING MODE IS F.
       01  CHANGE-EVENT-OUT-REC        PIC X(275).

       FD  RETURNED-MAIL-REPORT-OUT
           RECORDING MODE IS F.
       01  RETURNED-MAIL-REPORT-OUT-REC PIC X(132).

       WORKING-STORAGE SECTION.
       COPY AUDITREC.
       COPY CUSTCHG.
       COPY RUNSTAMP.
       COPY RPTHDFT.
       01  WS-CARD-FILE-STATUS         PIC X(02).
       01  WS-CUSTKSD-FILE-STATUS      PIC X(02).

       01  WS-CARD-EOF-SW              PIC X(01) VALUE "N".
           88  WS-CARD-EOF                     VALUE "Y".
       01  WS-UPDATE-FAILED-SW         PIC X(01) VALUE "N".
           88  WS-UPDATE-FAILED                VALUE "Y".
       01  WS-MASTER-OPEN-SW           PIC X(01) VALUE "N".
           88  WS-MASTER-OPEN                  VALUE "Y".

       01  WS-CARD-COUNT               PIC 9(08) COMP VALUE ZERO.
       01  WS-FLAGGED-COUNT            PIC 9(08) COMP VALUE ZERO.
       01  WS-ALREADY-COUNT            PIC 9(08) COMP VALUE ZERO.
       01  WS-REFUSED-COUNT            PIC 9(08) COMP VALUE ZERO.

       01  WS-RETURNED-DATE            PIC X(08).
       01  WS-RPT-DATE                 PIC X(10).

       01  WS-DETAIL-LINE.
           05  WS-D-CUSTOMER-ID        PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-RETURNED-DATE      PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-ADDRESS-LINE-1     PIC X(25).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-DISPOSITION        PIC X(40).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-PROCESS-RETURNED-CARD
               THRU 2000-EXIT
               UNTIL WS-CARD-EOF.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           GOBACK.

      *----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT RETURNED-MAIL-REPORT-OUT.

           MOVE FUNCTION CURRENT-DATE TO WS-RUNSTAMP-CURRENT-DATE.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:14) TO WS-RUN-ID.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:8)  TO WS-RUN-DATE.

           MOVE "RETURNED MAIL - ADDRESSES FLAGGED UNDELIVERABLE"
               TO RPT-ST-TEXT.
           STRING WS-RUN-DATE(5:2) "/" WS-RUN-DATE(7:2) "/"
               WS-RUN-DATE(1:4)
               DELIMITED BY SIZE INTO WS-RPT-DATE.

           PERFORM 1100-WRITE-PAGE-HEADERS
               THRU 1100-EXIT.

           OPEN I-O CUSTOMER-KSD.
           IF WS-CUSTKSD-FILE-STATUS NOT = "00"
               DISPLAY "ABCRTMAL **** CUSTOMER MASTER NOT AVAILABLE "
                   "- STATUS " WS-CUSTKSD-FILE-STATUS " ****"
               SET WS-UPDATE-FAILED    TO TRUE
               SET WS-CARD-EOF         TO TRUE
               GO TO 1000-EXIT
           END-IF.
           SET WS-MASTER-OPEN          TO TRUE.

           OPEN INPUT RETURNED-MAIL-CARD-IN.
           IF WS-CARD-FILE-STATUS = "35"
               SET WS-CARD-EOF TO TRUE
           ELSE
               PERFORM 2100-READ-RETURNED-CARD
                   THRU 2100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1100-WRITE-PAGE-HEADERS.
           ADD 1 TO RPT-PAGE-COUNT.
           MOVE WS-RPT-DATE            TO RPT-DL-RUN-DATE.

           WRITE RETURNED-MAIL-REPORT-OUT-REC FROM RPT-TITLE-LINE.
           WRITE RETURNED-MAIL-REPORT-OUT-REC FROM RPT-SUBTITLE-LINE.
           WRITE RETURNED-MAIL-REPORT-OUT-REC FROM RPT-DATE-LINE.
           MOVE SPACES              TO RETURNED-MAIL-REPORT-OUT-REC.
           WRITE RETURNED-MAIL-REPORT-OUT-REC.

           MOVE 4                      TO RPT-LINE-COUNT.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE RETURNED-MAIL CARD: THE RETURN DATE MUST BE A DATE   *
      * (SPACES MEAN TODAY), AND THE CUSTOMER MUST BE ON THE     *
      * MASTER.  A CUSTOMER ALREADY FLAGGED IS REPORTED BUT NOT  *
      * UPDATED AGAIN.                                           *
      *----------------------------------------------------------*
       2000-PROCESS-RETURNED-CARD.
           ADD 1 TO WS-CARD-COUNT.
           MOVE SPACES                 TO WS-D-ADDRESS-LINE-1.
           MOVE RM-CUSTOMER-ID         TO WS-D-CUSTOMER-ID.

           IF RM-RETURNED-DATE = SPACES
               MOVE WS-RUN-DATE        TO WS-RETURNED-DATE
           ELSE
               MOVE RM-RETURNED-DATE   TO WS-RETURNED-DATE
           END-IF.
           MOVE WS-RETURNED-DATE       TO WS-D-RETURNED-DATE.

           IF RM-RETURNED-DATE NOT = SPACES
               AND (RM-RETURNED-DATE-N NOT NUMERIC
                OR RM-RETURNED-DATE > WS-RUN-DATE)
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "REFUSED - RETURN DATE NOT VALID"
                   TO WS-D-DISPOSITION
               PERFORM 7000-WRITE-REPORT-LINE
                   THRU 7000-EXIT
               GO TO 2000-READ-NEXT
           END-IF.

           MOVE RM-CUSTOMER-ID         TO CMK-CUSTOMER-ID.
           READ CUSTOMER-KSD.
           IF WS-CUSTKSD-FILE-STATUS NOT = "00"
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "REFUSED - CUSTOMER NOT ON MASTER"
                   TO WS-D-DISPOSITION
               PERFORM 7000-WRITE-REPORT-LINE
                   THRU 7000-EXIT
               GO TO 2000-READ-NEXT
           END-IF.
           MOVE CMK-ADDRESS-LINE-1     TO WS-D-ADDRESS-LINE-1.

           IF CMK-ADDRESS-UNDELIVERABLE
               ADD 1 TO WS-ALREADY-COUNT
               MOVE "ALREADY FLAGGED UNDELIVERABLE"
                   TO WS-D-DISPOSITION
               PERFORM 7000-WRITE-REPORT-LINE
                   THRU 7000-EXIT
               GO TO 2000-READ-NEXT
           END-IF.

           PERFORM 3000-FLAG-ADDRESS
               THRU 3000-EXIT.
           PERFORM 7000-WRITE-REPORT-LINE
               THRU 7000-EXIT.

       2000-READ-NEXT.
           PERFORM 2100-READ-RETURNED-CARD
               THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2100-READ-RETURNED-CARD.
           READ RETURNED-MAIL-CARD-IN
               AT END
                   SET WS-CARD-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * FLAGS THE ADDRESS, THEN LOGS THE RETURN TO THE AUDIT LOG *
      * AND THE CHANGE-EVENT FILE WITH BOTH RECORD IMAGES.       *
      *----------------------------------------------------------*
       3000-FLAG-ADDRESS.
           MOVE CUSTOMER-KEYED-RECORD  TO CE-BEFORE-IMAGE.
           SET CMK-ADDRESS-UNDELIVERABLE TO TRUE.
           REWRITE CUSTOMER-KEYED-RECORD.
           IF WS-CUSTKSD-FILE-STATUS NOT = "00"
               SET WS-UPDATE-FAILED    TO TRUE
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "REFUSED - MASTER REWRITE FAILED"
                   TO WS-D-DISPOSITION
               GO TO 3000-EXIT
           END-IF.

           ADD 1 TO WS-FLAGGED-COUNT.
           MOVE "FLAGGED UNDELIVERABLE" TO WS-D-DISPOSITION.

           MOVE "ABCRTMAL"             TO AUD-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE  TO AUD-TIMESTAMP.
           MOVE RETURNED-MAIL-CARD-RECORD TO AUD-INDATA.
           MOVE SPACES                 TO AUD-RESULT.
           STRING "MAIL RETURNED " WS-RETURNED-DATE
               DELIMITED BY SIZE INTO AUD-RESULT.
           OPEN EXTEND AUDIT-LOG-OUT.
           IF WS-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-OUT
           END-IF.
           WRITE AUDIT-LOG-OUT-REC FROM AUDIT-LOG-LINE.
           CLOSE AUDIT-LOG-OUT.

           SET CE-EVENT-CHANGE         TO TRUE.
           MOVE CMK-CUSTOMER-ID        TO CE-CUSTOMER-ID.
           MOVE SPACES                 TO CE-RELATED-ID.
           MOVE "ABCRTMAL"             TO CE-PROGRAM-ID.
           MOVE WS-RUN-ID              TO CE-EVENT-STAMP.
           MOVE CUSTOMER-KEYED-RECORD  TO CE-AFTER-IMAGE.
           OPEN EXTEND CHANGE-EVENT-OUT.
           IF WS-CUSTCHG-FILE-STATUS = "35"
               OPEN OUTPUT CHANGE-EVENT-OUT
           END-IF.
           WRITE CHANGE-EVENT-OUT-REC FROM CUSTOMER-CHANGE-EVENT.
           CLOSE CHANGE-EVENT-OUT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       7000-WRITE-REPORT-LINE.
           IF RPT-LINE-COUNT >= RPT-MAX-LINES-PER-PAGE
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE RETURNED-MAIL-REPORT-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 1100-WRITE-PAGE-HEADERS
                   THRU 1100-EXIT
           END-IF.

           WRITE RETURNED-MAIL-REPORT-OUT-REC FROM WS-DETAIL-LINE.
           ADD 1 TO RPT-LINE-COUNT.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       9000-TERMINATE.
           MOVE RPT-PAGE-COUNT         TO RPT-F-PAGE-NO.
           WRITE RETURNED-MAIL-REPORT-OUT-REC FROM RPT-FOOTER-LINE.

           MOVE "RETURNED-MAIL CARDS...." TO RPT-FN-LABEL.
           MOVE WS-CARD-COUNT          TO RPT-FN-COUNT.
           WRITE RETURNED-MAIL-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "ADDRESSES FLAGGED......" TO RPT-FN-LABEL.
           MOVE WS-FLAGGED-COUNT       TO RPT-FN-COUNT.
           WRITE RETURNED-MAIL-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "ALREADY FLAGGED........" TO RPT-FN-LABEL.
           MOVE WS-ALREADY-COUNT       TO RPT-FN-COUNT.
           WRITE RETURNED-MAIL-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "CARDS REFUSED.........." TO RPT-FN-LABEL.
           MOVE WS-REFUSED-COUNT       TO RPT-FN-COUNT.
           WRITE RETURNED-MAIL-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           IF WS-MASTER-OPEN
               IF WS-CARD-FILE-STATUS NOT = "35"
                   CLOSE RETURNED-MAIL-CARD-IN
               END-IF
               CLOSE CUSTOMER-KSD
           END-IF.
           CLOSE RETURNED-MAIL-REPORT-OUT.

           DISPLAY "ABCRTMAL CONTROL TOTAL - CARDS="
               WS-CARD-COUNT
               " FLAGGED=" WS-FLAGGED-COUNT
               " ALREADY=" WS-ALREADY-COUNT
               " REFUSED=" WS-REFUSED-COUNT.

           IF WS-CARD-COUNT NOT = WS-FLAGGED-COUNT
               + WS-ALREADY-COUNT + WS-REFUSED-COUNT
               OR WS-UPDATE-FAILED
               DISPLAY
                 "ABCRTMAL **** CONTROL TOTALS OUT OF BALANCE ****"
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
