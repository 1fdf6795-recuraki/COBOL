       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCPRDMN.
       AUTHOR. D HARLOW.
       INSTALLATION. DL100 BATCH SERVICES.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 2026-10-15  DH  NEW PROGRAM.  MAINTAINS THE PRODUCT      *
      *                 PRICING MASTER: THE CURRENT FILE PLUS A  *
      *                 TRANSACTION FILE OF ADDS, CHANGES, AND   *
      *                 DELETES PRODUCES A NEW GENERATION AND AN *
      *                 EDIT REPORT.  EVERY TRANSACTION IS       *
      *                 EDITED - VALID ACTION, PRODUCT CODE      *
      *                 PRESENT, NUMERIC EFFECTIVE DATE, NON-    *
      *                 ZERO MULTIPLIER, PRECISION 0 TO 4, AND   *
      *                 NO PRODUCT ADDED TWICE.  A CHANGE ADDS   *
      *                 A NEW EFFECTIVE-DATED PRICE ROW SO THE   *
      *                 OLD PRICE STAYS ON FILE FOR AS-OF        *
      *                 RERUNS.                                  *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-OLD
               ASSIGN TO PRODMAST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODMAST-FILE-STATUS.

           SELECT PRODUCT-TRANS-IN
               ASSIGN TO PRODTRAN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRODUCT-NEW
               ASSIGN TO PRODMSTN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PROD-REPORT-OUT
               ASSIGN TO PRODRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-OLD
           RECORDING MODE IS F.
       01  PRODUCT-OLD-REC             PIC X(24).

       FD  PRODUCT-TRANS-IN
           RECORDING MODE IS F.
       01  PRODUCT-TRANS-RECORD.
           05  PT-ACTION               PIC X(01).
               88  PT-ACTION-ADD               VALUE "A".
               88  PT-ACTION-CHANGE            VALUE "C".
               88  PT-ACTION-DELETE            VALUE "D".
           05  PT-PRODUCT-CODE         PIC X(06).
           05  PT-EFFECTIVE-DATE       PIC X(08).
           05  PT-MULTIPLIER           PIC 9(05)V9(04).
           05  PT-MULTIPLIER-X         REDEFINES PT-MULTIPLIER
                                       PIC X(09).
           05  PT-PRECISION            PIC 9(01).

       FD  PRODUCT-NEW
           RECORDING MODE IS F.
       01  PRODUCT-NEW-REC             PIC X(24).

       FD  PROD-REPORT-OUT
           RECORDING MODE IS F.
       01  PROD-REPORT-OUT-REC         PIC X(132).

       WORKING-STORAGE SECTION.
       COPY PRODMAST.
       COPY CTLTOTAL.
       COPY RUNSTAMP.
       COPY RPTHDFT.
       01  WS-EOF-SW                   PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                  VALUE "Y".
       01  WS-PRODOLD-EOF-SW           PIC X(01) VALUE "N".
           88  WS-PRODOLD-EOF                  VALUE "Y".

       01  WS-TRANS-COUNT              PIC 9(04) COMP VALUE ZERO.
       01  WS-REJECT-COUNT             PIC 9(04) COMP VALUE ZERO.

       01  WS-EDIT-SW                  PIC X(01) VALUE "Y".
           88  WS-EDIT-PASSED                  VALUE "Y".
           88  WS-EDIT-FAILED                  VALUE "N".
       01  WS-EDIT-MESSAGE             PIC X(30) VALUE SPACES.

       01  WS-RPT-DATE                 PIC X(10).

      *----------------------------------------------------------*
      * THE WHOLE PRODUCT MASTER, EVERY PRICE ROW OF EVERY       *
      * PRODUCT, IS HELD IN ONE TABLE: THE OLD FILE IS LOADED,   *
      * THE TRANSACTIONS APPLIED AGAINST THE TABLE, AND THE      *
      * TABLE WRITTEN BACK OUT AS THE NEW GENERATION.            *
      *----------------------------------------------------------*
       01  WS-PROD-COUNT               PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-PROD-TABLE.
           05  WS-PROD-ENTRY           OCCURS 500 TIMES.
               10  WS-PD-PRODUCT       PIC X(06).
               10  WS-PD-MULTIPLIER    PIC 9(05)V9(04).
               10  WS-PD-PRECISION     PIC 9(01).
               10  WS-PD-EFF-DATE      PIC X(08).

       01  WS-SUBSCRIPT                PIC 9(03) COMP-3.
       01  WS-MATCH-SUB                PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-CODE-ROW-COUNT           PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-TRANS-EFF-DATE           PIC X(08) VALUE SPACES.

       01  WS-HEADER-LINE.
           05  FILLER                  PIC X(04) VALUE "ACT".
           05  FILLER                  PIC X(09) VALUE "PRODUCT".
           05  FILLER                  PIC X(11) VALUE "EFFECTIVE".
           05  FILLER                  PIC X(12) VALUE "MULTIPLIER".
           05  FILLER                  PIC X(06) VALUE "PREC".
           05  FILLER                  PIC X(42) VALUE "DISPOSITION".

       01  WS-DETAIL-LINE.
           05  WS-D-ACTION             PIC X(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-D-PRODUCT            PIC X(06).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-D-EFF-DATE           PIC X(08).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-D-MULTIPLIER         PIC ZZZZ9.9999.
           05  WS-D-MULTIPLIER-X       REDEFINES WS-D-MULTIPLIER
                                       PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-PRECISION          PIC X(01).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  WS-D-DISPOSITION        PIC X(42).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-PROCESS-PROD-TRANS
               THRU 2000-EXIT
               UNTIL WS-END-OF-FILE.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           GOBACK.

      *----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT  PRODUCT-TRANS-IN
                OUTPUT PROD-REPORT-OUT.

           MOVE FUNCTION CURRENT-DATE TO WS-RUNSTAMP-CURRENT-DATE.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:14) TO WS-RUN-ID.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:8)  TO WS-RUN-DATE.

           MOVE "PRODUCT PRICING MASTER MAINTENANCE"
               TO RPT-ST-TEXT.
           STRING WS-RUN-DATE(5:2) "/" WS-RUN-DATE(7:2) "/"
               WS-RUN-DATE(1:4)
               DELIMITED BY SIZE INTO WS-RPT-DATE.

           PERFORM 1100-WRITE-PAGE-HEADERS
               THRU 1100-EXIT.

           PERFORM 1200-LOAD-OLD-PRODUCTS
               THRU 1200-EXIT.

           PERFORM 2100-READ-PROD-TRANS
               THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1100-WRITE-PAGE-HEADERS.
           ADD 1 TO RPT-PAGE-COUNT.
           MOVE WS-RPT-DATE            TO RPT-DL-RUN-DATE.

           WRITE PROD-REPORT-OUT-REC FROM RPT-TITLE-LINE.
           WRITE PROD-REPORT-OUT-REC FROM RPT-SUBTITLE-LINE.
           WRITE PROD-REPORT-OUT-REC FROM RPT-DATE-LINE.
           MOVE SPACES                 TO PROD-REPORT-OUT-REC.
           WRITE PROD-REPORT-OUT-REC.
           WRITE PROD-REPORT-OUT-REC FROM WS-HEADER-LINE.
           MOVE SPACES                 TO PROD-REPORT-OUT-REC.
           WRITE PROD-REPORT-OUT-REC.

           MOVE 6                      TO RPT-LINE-COUNT.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1200-LOAD-OLD-PRODUCTS.
           OPEN INPUT PRODUCT-OLD.
           IF WS-PRODMAST-FILE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM 1210-LOAD-OLD-PRODUCT-ROW
                   THRU 1210-EXIT
                   UNTIL WS-PRODOLD-EOF
               CLOSE PRODUCT-OLD
           END-IF.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A ROW CARRIED OVER FROM BEFORE PRICES WERE EFFECTIVE-    *
      * DATED HAS NO DATE; IT IS WRITTEN BACK AS ZEROS SO IT     *
      * STAYS IN FORCE FROM THE START.                           *
      *----------------------------------------------------------*
       1210-LOAD-OLD-PRODUCT-ROW.
           READ PRODUCT-OLD INTO PRODUCT-MASTER-RECORD
               AT END
                   SET WS-PRODOLD-EOF TO TRUE
               NOT AT END
                   IF WS-PROD-COUNT < 500
                       ADD 1 TO WS-PROD-COUNT
                       MOVE PM-PRODUCT-CODE
                           TO WS-PD-PRODUCT(WS-PROD-COUNT)
                       MOVE PM-MULTIPLIER
                           TO WS-PD-MULTIPLIER(WS-PROD-COUNT)
                       MOVE PM-PRECISION
                           TO WS-PD-PRECISION(WS-PROD-COUNT)
                       IF PM-EFFECTIVE-DATE = SPACES
                           MOVE ZEROS
                               TO WS-PD-EFF-DATE(WS-PROD-COUNT)
                       ELSE
                           MOVE PM-EFFECTIVE-DATE
                               TO WS-PD-EFF-DATE(WS-PROD-COUNT)
                       END-IF
                   END-IF
           END-READ.
       1210-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2000-PROCESS-PROD-TRANS.
           ADD 1 TO WS-TRANS-COUNT.

           PERFORM 2200-EDIT-PROD-TRANS
               THRU 2200-EXIT.

           IF WS-EDIT-PASSED
               PERFORM 2300-APPLY-PROD-TRANS
                   THRU 2300-EXIT
           END-IF.

           IF WS-EDIT-PASSED
               ADD 1 TO WS-CT-PROCESSED-COUNT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
           END-IF.

           PERFORM 3000-WRITE-REPORT-LINE
               THRU 3000-EXIT.

           PERFORM 2100-READ-PROD-TRANS
               THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2100-READ-PROD-TRANS.
           READ PRODUCT-TRANS-IN
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * AN ADD WITH NO EFFECTIVE DATE TAKES EFFECT TODAY.  A     *
      * CHANGE MUST BE DATED.  A DELETE WITH A DATE REMOVES THAT *
      * ONE PRICE ROW; WITHOUT ONE IT REMOVES THE PRODUCT.       *
      *----------------------------------------------------------*
       2200-EDIT-PROD-TRANS.
           SET WS-EDIT-PASSED          TO TRUE.
           MOVE SPACES                 TO WS-EDIT-MESSAGE.
           MOVE PT-EFFECTIVE-DATE      TO WS-TRANS-EFF-DATE.

           IF NOT PT-ACTION-ADD AND NOT PT-ACTION-CHANGE
               AND NOT PT-ACTION-DELETE
               SET WS-EDIT-FAILED      TO TRUE
               MOVE "INVALID ACTION CODE" TO WS-EDIT-MESSAGE
               GO TO 2200-EXIT
           END-IF.

           IF PT-PRODUCT-CODE = SPACES
               SET WS-EDIT-FAILED      TO TRUE
               MOVE "PRODUCT CODE MISSING" TO WS-EDIT-MESSAGE
               GO TO 2200-EXIT
           END-IF.

           IF PT-EFFECTIVE-DATE = SPACES
               IF PT-ACTION-CHANGE
                   SET WS-EDIT-FAILED  TO TRUE
                   MOVE "EFFECTIVE DATE MISSING"
                       TO WS-EDIT-MESSAGE
                   GO TO 2200-EXIT
               END-IF
               IF PT-ACTION-ADD
                   MOVE WS-RUN-DATE    TO WS-TRANS-EFF-DATE
               END-IF
           ELSE
               IF PT-EFFECTIVE-DATE IS NOT NUMERIC
                   SET WS-EDIT-FAILED  TO TRUE
                   MOVE "EFFECTIVE DATE NOT NUMERIC"
                       TO WS-EDIT-MESSAGE
                   GO TO 2200-EXIT
               END-IF
           END-IF.

           IF PT-ACTION-DELETE
               GO TO 2200-EXIT
           END-IF.

           IF PT-MULTIPLIER IS NOT NUMERIC
               OR PT-MULTIPLIER = ZERO
               SET WS-EDIT-FAILED      TO TRUE
               MOVE "MULTIPLIER MISSING OR ZERO"
                   TO WS-EDIT-MESSAGE
               GO TO 2200-EXIT
           END-IF.

           IF PT-PRECISION IS NOT NUMERIC
               OR PT-PRECISION > 4
               SET WS-EDIT-FAILED      TO TRUE
               MOVE "PRECISION MUST BE 0 TO 4"
                   TO WS-EDIT-MESSAGE
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2300-APPLY-PROD-TRANS.
           MOVE ZERO                   TO WS-MATCH-SUB.
           MOVE ZERO                   TO WS-CODE-ROW-COUNT.
           PERFORM 2310-FIND-PROD-ENTRY
               THRU 2310-EXIT
               VARYING WS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SUBSCRIPT > WS-PROD-COUNT.

           EVALUATE TRUE
               WHEN PT-ACTION-ADD
                   IF WS-CODE-ROW-COUNT > ZERO
                       SET WS-EDIT-FAILED TO TRUE
                       MOVE "PRODUCT ALREADY ON FILE"
                           TO WS-EDIT-MESSAGE
                   ELSE
                       PERFORM 2330-ADD-PRICE-ROW
                           THRU 2330-EXIT
                       IF WS-EDIT-PASSED
                           MOVE "ADDED" TO WS-EDIT-MESSAGE
                       END-IF
                   END-IF
               WHEN PT-ACTION-CHANGE
                   IF WS-CODE-ROW-COUNT = ZERO
                       SET WS-EDIT-FAILED TO TRUE
                       MOVE "PRODUCT NOT ON FILE"
                           TO WS-EDIT-MESSAGE
                   ELSE
                       IF WS-MATCH-SUB > ZERO
                           PERFORM 2320-MOVE-TRANS-TO-ENTRY
                               THRU 2320-EXIT
                           MOVE "PRICE ROW CORRECTED"
                               TO WS-EDIT-MESSAGE
                       ELSE
                           PERFORM 2330-ADD-PRICE-ROW
                               THRU 2330-EXIT
                           IF WS-EDIT-PASSED
                               MOVE "PRICE CHANGE ADDED"
                                   TO WS-EDIT-MESSAGE
                           END-IF
                       END-IF
                   END-IF
               WHEN PT-ACTION-DELETE
                   IF WS-CODE-ROW-COUNT = ZERO
                       SET WS-EDIT-FAILED TO TRUE
                       MOVE "PRODUCT NOT ON FILE"
                           TO WS-EDIT-MESSAGE
                   ELSE
                       IF WS-TRANS-EFF-DATE = SPACES
                           PERFORM 2340-DELETE-PRODUCT-ROW
                               THRU 2340-EXIT
                               VARYING WS-SUBSCRIPT
                               FROM WS-PROD-COUNT BY -1
                               UNTIL WS-SUBSCRIPT < 1
                           MOVE "PRODUCT DELETED"
                               TO WS-EDIT-MESSAGE
                       ELSE
                           IF WS-MATCH-SUB = ZERO
                               SET WS-EDIT-FAILED TO TRUE
                               MOVE "PRICE ROW NOT ON FILE"
                                   TO WS-EDIT-MESSAGE
                           ELSE
                               MOVE WS-PROD-ENTRY(WS-PROD-COUNT)
                                   TO WS-PROD-ENTRY(WS-MATCH-SUB)
                               SUBTRACT 1 FROM WS-PROD-COUNT
                               MOVE "PRICE ROW DELETED"
                                   TO WS-EDIT-MESSAGE
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * COUNTS THE PRODUCT'S PRICE ROWS AND NOTES THE ONE, IF    *
      * ANY, ALREADY CARRYING THE TRANSACTION'S EFFECTIVE DATE.  *
      *----------------------------------------------------------*
       2310-FIND-PROD-ENTRY.
           IF WS-PD-PRODUCT(WS-SUBSCRIPT) = PT-PRODUCT-CODE
               ADD 1 TO WS-CODE-ROW-COUNT
               IF WS-PD-EFF-DATE(WS-SUBSCRIPT) = WS-TRANS-EFF-DATE
                   MOVE WS-SUBSCRIPT   TO WS-MATCH-SUB
               END-IF
           END-IF.
       2310-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2320-MOVE-TRANS-TO-ENTRY.
           MOVE PT-PRODUCT-CODE
               TO WS-PD-PRODUCT(WS-MATCH-SUB).
           MOVE PT-MULTIPLIER
               TO WS-PD-MULTIPLIER(WS-MATCH-SUB).
           MOVE PT-PRECISION
               TO WS-PD-PRECISION(WS-MATCH-SUB).
           MOVE WS-TRANS-EFF-DATE
               TO WS-PD-EFF-DATE(WS-MATCH-SUB).
       2320-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2330-ADD-PRICE-ROW.
           IF WS-PROD-COUNT >= 500
               SET WS-EDIT-FAILED      TO TRUE
               MOVE "PRODUCT TABLE FULL" TO WS-EDIT-MESSAGE
               GO TO 2330-EXIT
           END-IF.

           ADD 1 TO WS-PROD-COUNT.
           MOVE WS-PROD-COUNT          TO WS-MATCH-SUB.
           PERFORM 2320-MOVE-TRANS-TO-ENTRY
               THRU 2320-EXIT.
       2330-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * WORKS BACK FROM THE END OF THE TABLE SO THE ROW MOVED    *
      * INTO A DELETED ROW'S PLACE HAS ALREADY BEEN CHECKED.     *
      *----------------------------------------------------------*
       2340-DELETE-PRODUCT-ROW.
           IF WS-PD-PRODUCT(WS-SUBSCRIPT) = PT-PRODUCT-CODE
               MOVE WS-PROD-ENTRY(WS-PROD-COUNT)
                   TO WS-PROD-ENTRY(WS-SUBSCRIPT)
               SUBTRACT 1 FROM WS-PROD-COUNT
           END-IF.
       2340-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3000-WRITE-REPORT-LINE.
           IF RPT-LINE-COUNT >= RPT-MAX-LINES-PER-PAGE
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE PROD-REPORT-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 1100-WRITE-PAGE-HEADERS
                   THRU 1100-EXIT
           END-IF.

           MOVE PT-ACTION              TO WS-D-ACTION.
           MOVE PT-PRODUCT-CODE        TO WS-D-PRODUCT.
           MOVE WS-TRANS-EFF-DATE      TO WS-D-EFF-DATE.
           IF PT-MULTIPLIER IS NUMERIC
               MOVE PT-MULTIPLIER      TO WS-D-MULTIPLIER
           ELSE
               MOVE PT-MULTIPLIER-X    TO WS-D-MULTIPLIER-X
           END-IF.
           MOVE PT-PRECISION           TO WS-D-PRECISION.
           IF WS-EDIT-PASSED
               MOVE WS-EDIT-MESSAGE    TO WS-D-DISPOSITION
           ELSE
               STRING "REJECTED - " WS-EDIT-MESSAGE
                   DELIMITED BY SIZE INTO WS-D-DISPOSITION
           END-IF.
           WRITE PROD-REPORT-OUT-REC FROM WS-DETAIL-LINE.
           ADD 1 TO RPT-LINE-COUNT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * WRITES THE MAINTAINED TABLE OUT AS THE NEW GENERATION OF *
      * THE PRODUCT MASTER.                                      *
      *----------------------------------------------------------*
       9000-TERMINATE.
           OPEN OUTPUT PRODUCT-NEW.
           PERFORM 9100-WRITE-NEW-PRODUCT-ROW
               THRU 9100-EXIT
               VARYING WS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SUBSCRIPT > WS-PROD-COUNT.
           CLOSE PRODUCT-NEW.

           MOVE RPT-PAGE-COUNT         TO RPT-F-PAGE-NO.
           WRITE PROD-REPORT-OUT-REC FROM RPT-FOOTER-LINE.

           MOVE "CHANGES APPLIED........" TO RPT-FN-LABEL.
           MOVE WS-CT-PROCESSED-COUNT  TO RPT-FN-COUNT.
           WRITE PROD-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "CHANGES REJECTED......." TO RPT-FN-LABEL.
           MOVE WS-REJECT-COUNT        TO RPT-FN-COUNT.
           WRITE PROD-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "PRICE ROWS ON NEW FILE." TO RPT-FN-LABEL.
           MOVE WS-PROD-COUNT          TO RPT-FN-COUNT.
           WRITE PROD-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           CLOSE PRODUCT-TRANS-IN
                 PROD-REPORT-OUT.

           DISPLAY "ABCPRDMN CONTROL TOTAL - TRANS=" WS-TRANS-COUNT
               " APPLIED=" WS-CT-PROCESSED-COUNT
               " REJECTED=" WS-REJECT-COUNT.

           IF WS-TRANS-COUNT NOT =
               WS-CT-PROCESSED-COUNT + WS-REJECT-COUNT
               DISPLAY
                 "ABCPRDMN **** CONTROL TOTALS OUT OF BALANCE ****"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REJECT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       9100-WRITE-NEW-PRODUCT-ROW.
           MOVE WS-PD-PRODUCT(WS-SUBSCRIPT)
               TO PM-PRODUCT-CODE.
           MOVE WS-PD-MULTIPLIER(WS-SUBSCRIPT)
               TO PM-MULTIPLIER.
           MOVE WS-PD-PRECISION(WS-SUBSCRIPT)
               TO PM-PRECISION.
           MOVE WS-PD-EFF-DATE(WS-SUBSCRIPT)
               TO PM-EFFECTIVE-DATE.
           WRITE PRODUCT-NEW-REC FROM PRODUCT-MASTER-RECORD.
       9100-EXIT.
           EXIT.
