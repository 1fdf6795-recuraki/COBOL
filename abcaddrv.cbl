       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCADDRV.
       AUTHOR. D HARLOW.
       INSTALLATION. DL100 BATCH SERVICES.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 2026-10-15  DH  NEW PROGRAM.  POSTAL ADDRESS VALIDATION. *
      *                 EVERY MAILING ADDRESS ON THE KEYED       *
      *                 CUSTOMER MASTER IS CHECKED AGAINST THE   *
      *                 POSTAL REFERENCE TABLE: THE POSTAL CODE  *
      *                 MUST BE 99999 OR 99999-9999, ITS FIRST   *
      *                 FIVE DIGITS MUST BE A KNOWN CODE, AND    *
      *                 THE CITY AND STATE ON ADDRESS LINE 2     *
      *                 MUST BE THE ONES THAT CODE DELIVERS TO.  *
      *                 FAILURES ARE LISTED FOR THE BILLING      *
      *                 OFFICE TO CORRECT THROUGH MAINTENANCE,   *
      *                 ALONG WITH THE ADDRESSES CURRENTLY       *
      *                 FLAGGED UNDELIVERABLE BY RETURNED MAIL.  *
      *                 THE MASTER IS READ, NOT UPDATED.         *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-KSD
               ASSIGN TO CUSTKSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CMK-CUSTOMER-ID
               FILE STATUS IS WS-CUSTKSD-FILE-STATUS.

           SELECT POSTAL-REFERENCE-FILE
               ASSIGN TO POSTREF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTREF-FILE-STATUS.

           SELECT ADDRESS-REPORT-OUT
               ASSIGN TO ADDRVRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-KSD.
       COPY CUSTKSD.

       FD  POSTAL-REFERENCE-FILE
           RECORDING MODE IS F.
       01  POSTAL-REFERENCE-FILE-REC   PIC X(27).

       FD  ADDRESS-REPORT-OUT
           RECORDING MODE IS F.
       01  ADDRESS-REPORT-OUT-REC      PIC X(132).

       WORKING-STORAGE SECTION.
       COPY POSTREF.
       COPY RUNSTAMP.
       COPY RPTHDFT.
       01  WS-CUSTKSD-FILE-STATUS      PIC X(02).

       01  WS-CUST-EOF-SW              PIC X(01) VALUE "N".
           88  WS-CUST-EOF                     VALUE "Y".
       01  WS-RUN-FAILED-SW            PIC X(01) VALUE "N".
           88  WS-RUN-FAILED                   VALUE "Y".
       01  WS-MASTER-OPEN-SW           PIC X(01) VALUE "N".
           88  WS-MASTER-OPEN                  VALUE "Y".

      *----------------------------------------------------------*
      * ADDRESS LINE 2 AS IT SHOULD READ FOR THE CODE'S ROW, IN  *
      * EACH OF THE TWO ACCEPTED FORMS.                          *
      *----------------------------------------------------------*
       01  WS-EXPECTED-LINE-2          PIC X(25).
       01  WS-EXPECTED-COMMA-LINE-2    PIC X(25).

       01  WS-CUSTOMER-COUNT           PIC 9(08) COMP VALUE ZERO.
       01  WS-PASSED-COUNT             PIC 9(08) COMP VALUE ZERO.
       01  WS-FAILED-COUNT             PIC 9(08) COMP VALUE ZERO.
       01  WS-NO-ADDRESS-COUNT         PIC 9(08) COMP VALUE ZERO.
       01  WS-UNDELIVERABLE-COUNT      PIC 9(08) COMP VALUE ZERO.

       01  WS-RPT-DATE                 PIC X(10).

       01  WS-HEADER-LINE.
           05  FILLER                  PIC X(08) VALUE "CUST ID".
           05  FILLER                  PIC X(12) VALUE "POSTAL CODE".
           05  FILLER                  PIC X(27) VALUE
               "ADDRESS LINE 2".
           05  FILLER                  PIC X(40) VALUE
               "FINDING".

       01  WS-DETAIL-LINE.
           05  WS-D-CUSTOMER-ID        PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-POSTAL-CODE        PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-ADDRESS-LINE-2     PIC X(25).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-FINDING            PIC X(40).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-VALIDATE-CUSTOMER
               THRU 2000-EXIT
               UNTIL WS-CUST-EOF.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           GOBACK.

      *----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT ADDRESS-REPORT-OUT.

           MOVE FUNCTION CURRENT-DATE TO WS-RUNSTAMP-CURRENT-DATE.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:14) TO WS-RUN-ID.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:8)  TO WS-RUN-DATE.

           MOVE "CUSTOMER ADDRESS VALIDATION EXCEPTIONS"
               TO RPT-ST-TEXT.
           STRING WS-RUN-DATE(5:2) "/" WS-RUN-DATE(7:2) "/"
               WS-RUN-DATE(1:4)
               DELIMITED BY SIZE INTO WS-RPT-DATE.

           PERFORM 1100-WRITE-PAGE-HEADERS
               THRU 1100-EXIT.

           PERFORM 1200-LOAD-POSTAL-TABLE
               THRU 1200-EXIT.
           IF WS-RUN-FAILED
               SET WS-CUST-EOF         TO TRUE
               GO TO 1000-EXIT
           END-IF.

           OPEN INPUT CUSTOMER-KSD.
           IF WS-CUSTKSD-FILE-STATUS NOT = "00"
               DISPLAY "ABCADDRV **** CUSTOMER MASTER NOT AVAILABLE "
                   "- STATUS " WS-CUSTKSD-FILE-STATUS " ****"
               SET WS-RUN-FAILED       TO TRUE
               SET WS-CUST-EOF         TO TRUE
               GO TO 1000-EXIT
           END-IF.
           SET WS-MASTER-OPEN          TO TRUE.

           PERFORM 2100-READ-CUSTOMER
               THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1100-WRITE-PAGE-HEADERS.
           ADD 1 TO RPT-PAGE-COUNT.
           MOVE WS-RPT-DATE            TO RPT-DL-RUN-DATE.

           WRITE ADDRESS-REPORT-OUT-REC FROM RPT-TITLE-LINE.
           WRITE ADDRESS-REPORT-OUT-REC FROM RPT-SUBTITLE-LINE.
           WRITE ADDRESS-REPORT-OUT-REC FROM RPT-DATE-LINE.
           MOVE SPACES                 TO ADDRESS-REPORT-OUT-REC.
           WRITE ADDRESS-REPORT-OUT-REC.
           WRITE ADDRESS-REPORT-OUT-REC FROM WS-HEADER-LINE.
           MOVE SPACES                 TO ADDRESS-REPORT-OUT-REC.
           WRITE ADDRESS-REPORT-OUT-REC.

           MOVE 6                      TO RPT-LINE-COUNT.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * WITHOUT THE REFERENCE TABLE EVERY ADDRESS WOULD FAIL, SO *
      * A MISSING, EMPTY OR OVERFULL TABLE STOPS THE RUN.        *
      *----------------------------------------------------------*
       1200-LOAD-POSTAL-TABLE.
           OPEN INPUT POSTAL-REFERENCE-FILE.
           IF WS-POSTREF-FILE-STATUS NOT = "00"
               DISPLAY "ABCADDRV **** POSTAL REFERENCE TABLE NOT "
                   "AVAILABLE - STATUS " WS-POSTREF-FILE-STATUS
                   " ****"
               SET WS-RUN-FAILED       TO TRUE
               GO TO 1200-EXIT
           END-IF.

           PERFORM 1210-LOAD-ONE-CODE
               THRU 1210-EXIT
               UNTIL WS-POSTREF-EOF.
           CLOSE POSTAL-REFERENCE-FILE.

           IF PRT-ENTRY-COUNT = ZERO
               DISPLAY "ABCADDRV **** POSTAL REFERENCE TABLE EMPTY "
                   "****"
               SET WS-RUN-FAILED       TO TRUE
           END-IF.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1210-LOAD-ONE-CODE.
           READ POSTAL-REFERENCE-FILE INTO POSTAL-REFERENCE-RECORD
               AT END
                   SET WS-POSTREF-EOF TO TRUE
               NOT AT END
                   IF PRT-ENTRY-COUNT < 5000
                       ADD 1 TO PRT-ENTRY-COUNT
                       MOVE PR-POSTAL-CODE
                           TO PRT-POSTAL-CODE(PRT-ENTRY-COUNT)
                       MOVE PR-CITY
                           TO PRT-CITY(PRT-ENTRY-COUNT)
                       MOVE PR-STATE
                           TO PRT-STATE(PRT-ENTRY-COUNT)
                   ELSE
                       DISPLAY "ABCADDRV **** POSTAL REFERENCE "
                           "TABLE FULL AT 5000 CODES ****"
                       SET WS-RUN-FAILED   TO TRUE
                       SET WS-POSTREF-EOF  TO TRUE
                   END-IF
           END-READ.
       1210-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE CUSTOMER.  AN ELECTRONIC-DELIVERY CUSTOMER WITH NO   *
      * ADDRESS AT ALL IS NOT MAILED TO AND IS ONLY COUNTED; A   *
      * PRINT CUSTOMER MUST HAVE AN ADDRESS THAT PASSES.         *
      *----------------------------------------------------------*
       2000-VALIDATE-CUSTOMER.
           ADD 1 TO WS-CUSTOMER-COUNT.
           MOVE CMK-CUSTOMER-ID        TO WS-D-CUSTOMER-ID.
           MOVE CMK-POSTAL-CODE        TO WS-D-POSTAL-CODE.
           MOVE CMK-ADDRESS-LINE-2     TO WS-D-ADDRESS-LINE-2.

           IF CMK-ADDRESS-UNDELIVERABLE
               ADD 1 TO WS-UNDELIVERABLE-COUNT
               MOVE "RETURNED MAIL - FLAGGED UNDELIVERABLE"
                   TO WS-D-FINDING
               PERFORM 7000-WRITE-REPORT-LINE
                   THRU 7000-EXIT
           END-IF.

           IF CMK-ADDRESS-LINE-1 = SPACES
               AND CMK-ADDRESS-LINE-2 = SPACES
               AND CMK-POSTAL-CODE = SPACES
               IF CMK-DELIVER-ELECTRONIC
                   ADD 1 TO WS-NO-ADDRESS-COUNT
               ELSE
                   MOVE "NO MAILING ADDRESS" TO WS-D-FINDING
                   PERFORM 2900-ADDRESS-FAILED
                       THRU 2900-EXIT
               END-IF
               GO TO 2000-READ-NEXT
           END-IF.

           IF CMK-POSTAL-CODE(1:5) NOT NUMERIC
               OR (CMK-POSTAL-CODE(6:5) NOT = SPACES
                   AND (CMK-POSTAL-CODE(6:1) NOT = "-"
                    OR CMK-POSTAL-CODE(7:4) NOT NUMERIC))
               MOVE "POSTAL CODE FORMAT NOT VALID" TO WS-D-FINDING
               PERFORM 2900-ADDRESS-FAILED
                   THRU 2900-EXIT
               GO TO 2000-READ-NEXT
           END-IF.

           PERFORM 2200-FIND-POSTAL-CODE
               THRU 2200-EXIT.
           IF NOT PRT-CODE-FOUND
               MOVE "POSTAL CODE NOT ON REFERENCE TABLE"
                   TO WS-D-FINDING
               PERFORM 2900-ADDRESS-FAILED
                   THRU 2900-EXIT
               GO TO 2000-READ-NEXT
           END-IF.

           MOVE SPACES                 TO WS-EXPECTED-LINE-2
                                          WS-EXPECTED-COMMA-LINE-2.
           STRING PRT-CITY(PRT-LOOKUP-SUB) DELIMITED BY "  "
               " " PRT-STATE(PRT-LOOKUP-SUB) DELIMITED BY SIZE
               INTO WS-EXPECTED-LINE-2.
           STRING PRT-CITY(PRT-LOOKUP-SUB) DELIMITED BY "  "
               ", " PRT-STATE(PRT-LOOKUP-SUB) DELIMITED BY SIZE
               INTO WS-EXPECTED-COMMA-LINE-2.

           IF CMK-ADDRESS-LINE-2 NOT = WS-EXPECTED-LINE-2
               AND CMK-ADDRESS-LINE-2 NOT = WS-EXPECTED-COMMA-LINE-2
               MOVE SPACES             TO WS-D-FINDING
               STRING "CITY/STATE NOT " WS-EXPECTED-LINE-2
                   DELIMITED BY SIZE INTO WS-D-FINDING
               PERFORM 2900-ADDRESS-FAILED
                   THRU 2900-EXIT
               GO TO 2000-READ-NEXT
           END-IF.

           ADD 1 TO WS-PASSED-COUNT.

       2000-READ-NEXT.
           PERFORM 2100-READ-CUSTOMER
               THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2100-READ-CUSTOMER.
           READ CUSTOMER-KSD NEXT RECORD
               AT END
                   SET WS-CUST-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2200-FIND-POSTAL-CODE.
           MOVE "N" TO PRT-FOUND-SW.
           PERFORM 2210-SCAN-ONE-CODE
               THRU 2210-EXIT
               VARYING PRT-LOOKUP-SUB FROM 1 BY 1
               UNTIL PRT-LOOKUP-SUB > PRT-ENTRY-COUNT
               OR PRT-CODE-FOUND.
           IF PRT-CODE-FOUND
               SUBTRACT 1 FROM PRT-LOOKUP-SUB
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2210-SCAN-ONE-CODE.
           IF PRT-POSTAL-CODE(PRT-LOOKUP-SUB) =
               CMK-POSTAL-CODE(1:5)
               SET PRT-CODE-FOUND TO TRUE
           END-IF.
       2210-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2900-ADDRESS-FAILED.
           ADD 1 TO WS-FAILED-COUNT.
           PERFORM 7000-WRITE-REPORT-LINE
               THRU 7000-EXIT.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------*
       7000-WRITE-REPORT-LINE.
           IF RPT-LINE-COUNT >= RPT-MAX-LINES-PER-PAGE
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE ADDRESS-REPORT-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 1100-WRITE-PAGE-HEADERS
                   THRU 1100-EXIT
           END-IF.

           WRITE ADDRESS-REPORT-OUT-REC FROM WS-DETAIL-LINE.
           ADD 1 TO RPT-LINE-COUNT.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       9000-TERMINATE.
           MOVE RPT-PAGE-COUNT         TO RPT-F-PAGE-NO.
           WRITE ADDRESS-REPORT-OUT-REC FROM RPT-FOOTER-LINE.

           MOVE "CUSTOMERS READ........." TO RPT-FN-LABEL.
           MOVE WS-CUSTOMER-COUNT      TO RPT-FN-COUNT.
           WRITE ADDRESS-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "ADDRESSES PASSED......." TO RPT-FN-LABEL.
           MOVE WS-PASSED-COUNT        TO RPT-FN-COUNT.
           WRITE ADDRESS-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "ADDRESSES FAILED......." TO RPT-FN-LABEL.
           MOVE WS-FAILED-COUNT        TO RPT-FN-COUNT.
           WRITE ADDRESS-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "ELECTRONIC, NO ADDRESS." TO RPT-FN-LABEL.
           MOVE WS-NO-ADDRESS-COUNT    TO RPT-FN-COUNT.
           WRITE ADDRESS-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "FLAGGED UNDELIVERABLE.." TO RPT-FN-LABEL.
           MOVE WS-UNDELIVERABLE-COUNT TO RPT-FN-COUNT.
           WRITE ADDRESS-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           IF WS-MASTER-OPEN
               CLOSE CUSTOMER-KSD
           END-IF.
           CLOSE ADDRESS-REPORT-OUT.

           DISPLAY "ABCADDRV CONTROL TOTAL - CUSTOMERS="
               WS-CUSTOMER-COUNT
               " PASSED=" WS-PASSED-COUNT
               " FAILED=" WS-FAILED-COUNT
               " NO-ADDRESS=" WS-NO-ADDRESS-COUNT
               " UNDELIVERABLE=" WS-UNDELIVERABLE-COUNT.

           IF WS-CUSTOMER-COUNT NOT = WS-PASSED-COUNT
               + WS-FAILED-COUNT + WS-NO-ADDRESS-COUNT
               OR WS-RUN-FAILED
               DISPLAY
                 "ABCADDRV **** CONTROL TOTALS OUT OF BALANCE ****"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-FAILED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
       9000-EXIT.
           EXIT.
