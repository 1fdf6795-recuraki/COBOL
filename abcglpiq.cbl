       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCGLPIQ.
       AUTHOR. D HARLOW.
       INSTALLATION. DL100 BATCH SERVICES.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 2026-10-15  DH  NEW PROGRAM.  GL ACCOUNT ACTIVITY        *
      *                 INQUIRY.  EACH CARD NAMES ONE COMPANY    *
      *                 AND ACCOUNT, A DATE RANGE AND OPTIONALLY *
      *                 ONE COST CENTER.  THE REPORT LISTS, FROM *
      *                 THE KEYED GL POSTING HISTORY, EACH COST  *
      *                 CENTER'S BALANCE BEFORE THE RANGE, EVERY *
      *                 LINE POSTED IN THE RANGE WITH A RUNNING  *
      *                 BALANCE, THE SOURCE PROGRAM AND THE      *
      *                 TRACE-ID TO HAND TO ABCTRACE, AND THE    *
      *                 CLOSING BALANCE, THEN THE ACCOUNT TOTAL. *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INQUIRY-CARD-IN
               ASSIGN TO GLPQCARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.

           SELECT POSTING-HISTORY-KSD
               ASSIGN TO GLPHKSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-POSTING-KEY
               FILE STATUS IS WS-GLPHKSD-FILE-STATUS.

           SELECT INQUIRY-REPORT-OUT
               ASSIGN TO GLPQRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------*
      * A BLANK FROM-DATE LISTS FROM THE START OF THE HISTORY; A *
      * BLANK THROUGH-DATE LISTS TO THE RUN DATE.  A BLANK COST  *
      * CENTER LISTS EVERY COST CENTER THE ACCOUNT POSTED TO.    *
      *----------------------------------------------------------*
       FD  INQUIRY-CARD-IN
           RECORDING MODE IS F.
       01  INQUIRY-CARD-RECORD.
           05  IQ-COMPANY-CODE         PIC X(04).
           05  IQ-ACCOUNT-NUMBER       PIC X(10).
           05  IQ-FROM-DATE            PIC X(08).
           05  IQ-THRU-DATE            PIC X(08).
           05  IQ-COST-CENTER          PIC X(06).

       FD  POSTING-HISTORY-KSD.
       COPY GLPHKSD.

       FD  INQUIRY-REPORT-OUT
           RECORDING MODE IS F.
       01  INQUIRY-REPORT-OUT-REC      PIC X(132).

       WORKING-STORAGE SECTION.
       COPY RUNSTAMP.
       COPY RPTHDFT.
       01  WS-CARD-FILE-STATUS         PIC X(02).
       01  WS-GLPHKSD-FILE-STATUS      PIC X(02).

       01  WS-CARD-EOF-SW              PIC X(01) VALUE "N".
           88  WS-CARD-EOF                     VALUE "Y".
       01  WS-BROWSE-END-SW            PIC X(01) VALUE "N".
           88  WS-BROWSE-END                   VALUE "Y".
       01  WS-HISTORY-OPEN-SW          PIC X(01) VALUE "N".
           88  WS-HISTORY-OPEN                 VALUE "Y".
       01  WS-CC-OPEN-SW               PIC X(01) VALUE "N".
           88  WS-CC-OPEN                      VALUE "Y".
       01  WS-OPENING-SHOWN-SW         PIC X(01) VALUE "N".
           88  WS-OPENING-SHOWN                VALUE "Y".

       01  WS-FROM-DATE                PIC X(08) VALUE SPACES.
       01  WS-THRU-DATE                PIC X(08) VALUE SPACES.
       01  WS-CURRENT-CC               PIC X(06) VALUE SPACES.
       01  WS-REJECT-REASON            PIC X(40) VALUE SPACES.

       01  WS-SIGNED-AMOUNT            PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
       01  WS-LINE-MAGNITUDE           PIC S9(11)V99 COMP-3
                                       VALUE ZERO.

      *----------------------------------------------------------*
      * BALANCES ARE DEBIT PLUS, CREDIT MINUS.  CC- IS THE COST  *
      * CENTER BEING LISTED, AC- THE WHOLE ACCOUNT ON THE CARD.  *
      *----------------------------------------------------------*
       01  WS-CC-OPENING               PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-CC-RUNNING               PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-CC-DEBITS                PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-CC-CREDITS               PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-AC-OPENING               PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-AC-DEBITS                PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-AC-CREDITS               PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-AC-CLOSING               PIC S9(13)V99 COMP-3
                                       VALUE ZERO.

       01  WS-CC-COUNT                 PIC 9(04) COMP VALUE ZERO.
       01  WS-CARD-COUNT               PIC 9(08) COMP VALUE ZERO.
       01  WS-FOUND-COUNT              PIC 9(08) COMP VALUE ZERO.
       01  WS-NOT-FOUND-COUNT          PIC 9(08) COMP VALUE ZERO.
       01  WS-REJECT-COUNT             PIC 9(08) COMP VALUE ZERO.
       01  WS-LISTED-COUNT             PIC 9(08) COMP VALUE ZERO.

       01  WS-RPT-DATE                 PIC X(10).
       01  WS-PRINT-LINE               PIC X(132).

       01  WS-ACCOUNT-LINE.
           05  FILLER                  PIC X(09) VALUE "COMPANY".
           05  WS-A-COMPANY            PIC X(04).
           05  FILLER                  PIC X(11) VALUE "  ACCOUNT".
           05  WS-A-ACCOUNT            PIC X(10).
           05  FILLER                  PIC X(08) VALUE "  FROM".
           05  WS-A-FROM-DATE          PIC X(08).
           05  FILLER                  PIC X(11) VALUE "  THROUGH".
           05  WS-A-THRU-DATE          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-A-RESULT             PIC X(50).

       01  WS-CC-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "COST CENTER".
           05  WS-C-COST-CENTER        PIC X(06).

       01  WS-OPENING-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-O-LABEL              PIC X(64).
           05  WS-O-BALANCE            PIC -(13)9.99.

       01  WS-DETAIL-HEAD-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "POSTED".
           05  FILLER                  PIC X(17) VALUE "REFERENCE".
           05  FILLER                  PIC X(03) VALUE "D/C".
           05  FILLER                  PIC X(17) VALUE
               "           DEBIT".
           05  FILLER                  PIC X(17) VALUE
               "          CREDIT".
           05  FILLER                  PIC X(19) VALUE
               "  RUNNING BALANCE".
           05  FILLER                  PIC X(10) VALUE "SOURCE".
           05  FILLER                  PIC X(08) VALUE "TRACE-ID".

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-D-POSTING-DATE       PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-REFERENCE          PIC X(14).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-D-DEBIT-CREDIT       PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-DEBIT              PIC Z(12)9.99.
           05  WS-D-DEBIT-X            REDEFINES WS-D-DEBIT
                                       PIC X(16).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-D-CREDIT             PIC Z(12)9.99.
           05  WS-D-CREDIT-X           REDEFINES WS-D-CREDIT
                                       PIC X(16).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-D-RUNNING            PIC -(13)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-SOURCE-PROGRAM     PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-TRACE-ID           PIC X(10).

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-T-LABEL              PIC X(30).
           05  WS-T-DEBITS             PIC Z(12)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-T-CREDITS            PIC Z(12)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-T-BALANCE            PIC -(13)9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-ANSWER-INQUIRY
               THRU 2000-EXIT
               UNTIL WS-CARD-EOF.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           GOBACK.

      *----------------------------------------------------------*
      * A HISTORY THAT WILL NOT OPEN CANNOT ANSWER ANY CARD, SO  *
      * NO CARD IS READ AND THE STEP ENDS RC 8.                  *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT INQUIRY-REPORT-OUT.

           MOVE FUNCTION CURRENT-DATE TO WS-RUNSTAMP-CURRENT-DATE.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:14) TO WS-RUN-ID.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:8)  TO WS-RUN-DATE.

           MOVE "GL ACCOUNT ACTIVITY INQUIRY - POSTING HISTORY"
               TO RPT-ST-TEXT.
           STRING WS-RUN-DATE(5:2) "/" WS-RUN-DATE(7:2) "/"
               WS-RUN-DATE(1:4)
               DELIMITED BY SIZE INTO WS-RPT-DATE.

           PERFORM 1100-WRITE-PAGE-HEADERS
               THRU 1100-EXIT.

           OPEN INPUT POSTING-HISTORY-KSD.
           IF WS-GLPHKSD-FILE-STATUS NOT = "00"
               DISPLAY "ABCGLPIQ **** POSTING HISTORY WILL NOT OPEN - "
                   "FILE STATUS " WS-GLPHKSD-FILE-STATUS " ****"
               MOVE 8 TO RETURN-CODE
               SET WS-CARD-EOF TO TRUE
               MOVE "35" TO WS-CARD-FILE-STATUS
               GO TO 1000-EXIT
           END-IF.
           SET WS-HISTORY-OPEN         TO TRUE.

           OPEN INPUT INQUIRY-CARD-IN.
           IF WS-CARD-FILE-STATUS = "35"
               SET WS-CARD-EOF TO TRUE
           ELSE
               PERFORM 2100-READ-CARD
                   THRU 2100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1100-WRITE-PAGE-HEADERS.
           ADD 1 TO RPT-PAGE-COUNT.
           MOVE WS-RPT-DATE            TO RPT-DL-RUN-DATE.

           WRITE INQUIRY-REPORT-OUT-REC FROM RPT-TITLE-LINE.
           WRITE INQUIRY-REPORT-OUT-REC FROM RPT-SUBTITLE-LINE.
           WRITE INQUIRY-REPORT-OUT-REC FROM RPT-DATE-LINE.
           MOVE SPACES                 TO INQUIRY-REPORT-OUT-REC.
           WRITE INQUIRY-REPORT-OUT-REC.

           MOVE 4                      TO RPT-LINE-COUNT.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE INQUIRY CARD.  THE BROWSE STARTS AT THE FIRST KEY    *
      * FOR THE COMPANY AND ACCOUNT (AND COST CENTER, WHEN ONE   *
      * IS GIVEN) AND RUNS UNTIL THE KEY MOVES PAST THEM.        *
      * LINES BEFORE THE RANGE ONLY BUILD THE OPENING BALANCE;   *
      * LINES AFTER IT ARE PASSED OVER.                          *
      *----------------------------------------------------------*
       2000-ANSWER-INQUIRY.
           ADD 1 TO WS-CARD-COUNT.

           IF RPT-LINE-COUNT + 6 > RPT-MAX-LINES-PER-PAGE
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE INQUIRY-REPORT-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 1100-WRITE-PAGE-HEADERS
                   THRU 1100-EXIT
           END-IF.

           MOVE SPACES                 TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-LINE
               THRU 7000-EXIT.

           PERFORM 2200-EDIT-CARD
               THRU 2200-EXIT.

           MOVE IQ-COMPANY-CODE        TO WS-A-COMPANY.
           MOVE IQ-ACCOUNT-NUMBER      TO WS-A-ACCOUNT.
           MOVE WS-FROM-DATE           TO WS-A-FROM-DATE.
           MOVE WS-THRU-DATE           TO WS-A-THRU-DATE.
           MOVE SPACES                 TO WS-A-RESULT.
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECT-COUNT
               STRING "CARD REJECTED - " WS-REJECT-REASON
                   DELIMITED BY SIZE INTO WS-A-RESULT
               MOVE WS-ACCOUNT-LINE    TO WS-PRINT-LINE
               PERFORM 7000-WRITE-LINE
                   THRU 7000-EXIT
               GO TO 2000-READ-NEXT
           END-IF.

           IF IQ-COST-CENTER = SPACES
               MOVE "ALL COST CENTERS" TO WS-A-RESULT
           ELSE
               STRING "COST CENTER " IQ-COST-CENTER " ONLY"
                   DELIMITED BY SIZE INTO WS-A-RESULT
           END-IF.
           MOVE WS-ACCOUNT-LINE        TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-LINE
               THRU 7000-EXIT.

           MOVE ZERO                   TO WS-CC-COUNT
                                          WS-AC-OPENING
                                          WS-AC-DEBITS
                                          WS-AC-CREDITS
                                          WS-AC-CLOSING.
           MOVE "N"                    TO WS-CC-OPEN-SW
                                          WS-BROWSE-END-SW.

           MOVE LOW-VALUES             TO PH-POSTING-KEY.
           MOVE IQ-COMPANY-CODE        TO PH-COMPANY-CODE.
           MOVE IQ-ACCOUNT-NUMBER      TO PH-ACCOUNT-NUMBER.
           IF IQ-COST-CENTER NOT = SPACES
               MOVE IQ-COST-CENTER     TO PH-COST-CENTER
           END-IF.
           START POSTING-HISTORY-KSD
               KEY IS NOT LESS THAN PH-POSTING-KEY
               INVALID KEY
                   SET WS-BROWSE-END TO TRUE
           END-START.
           IF NOT WS-BROWSE-END
               PERFORM 3100-READ-NEXT-POSTING
                   THRU 3100-EXIT
           END-IF.

           PERFORM 3000-LIST-POSTING
               THRU 3000-EXIT
               UNTIL WS-BROWSE-END.

           IF WS-CC-OPEN
               PERFORM 3300-CLOSE-COST-CENTER
                   THRU 3300-EXIT
           END-IF.

           IF WS-CC-COUNT = ZERO
               ADD 1 TO WS-NOT-FOUND-COUNT
               MOVE SPACES             TO WS-PRINT-LINE
               MOVE "  NO POSTINGS ON THE GL POSTING HISTORY"
                   TO WS-PRINT-LINE
               PERFORM 7000-WRITE-LINE
                   THRU 7000-EXIT
               GO TO 2000-READ-NEXT
           END-IF.

           ADD 1 TO WS-FOUND-COUNT.
           MOVE SPACES                 TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-LINE
               THRU 7000-EXIT.
           MOVE "ACCOUNT OPENING BALANCE" TO WS-O-LABEL.
           MOVE WS-AC-OPENING          TO WS-O-BALANCE.
           MOVE WS-OPENING-LINE        TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-LINE
               THRU 7000-EXIT.
           MOVE "ACCOUNT CLOSING BALANCE" TO WS-T-LABEL.
           MOVE WS-AC-DEBITS           TO WS-T-DEBITS.
           MOVE WS-AC-CREDITS          TO WS-T-CREDITS.
           MOVE WS-AC-CLOSING          TO WS-T-BALANCE.
           MOVE WS-TOTAL-LINE          TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-LINE
               THRU 7000-EXIT.

       2000-READ-NEXT.
           PERFORM 2100-READ-CARD
               THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2100-READ-CARD.
           READ INQUIRY-CARD-IN
               AT END
                   SET WS-CARD-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * COMPANY AND ACCOUNT ARE REQUIRED; DATES, WHEN GIVEN, ARE *
      * YYYYMMDD AND THE RANGE MAY NOT RUN BACKWARDS.            *
      *----------------------------------------------------------*
       2200-EDIT-CARD.
           MOVE SPACES                 TO WS-REJECT-REASON.

           IF IQ-FROM-DATE = SPACES
               MOVE "00000000"         TO WS-FROM-DATE
           ELSE
               MOVE IQ-FROM-DATE       TO WS-FROM-DATE
           END-IF.
           IF IQ-THRU-DATE = SPACES
               MOVE WS-RUN-DATE        TO WS-THRU-DATE
           ELSE
               MOVE IQ-THRU-DATE       TO WS-THRU-DATE
           END-IF.

           IF IQ-COMPANY-CODE = SPACES
               MOVE "NO COMPANY CODE"  TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF.
           IF IQ-ACCOUNT-NUMBER = SPACES
               MOVE "NO ACCOUNT NUMBER" TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF.
           IF WS-FROM-DATE NOT NUMERIC
               MOVE "FROM-DATE NOT YYYYMMDD" TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF.
           IF WS-THRU-DATE NOT NUMERIC
               MOVE "THROUGH-DATE NOT YYYYMMDD" TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF.
           IF WS-FROM-DATE > WS-THRU-DATE
               MOVE "FROM-DATE AFTER THROUGH-DATE"
                   TO WS-REJECT-REASON
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A NEW COST CENTER CLOSES THE ONE BEFORE IT.  THE LINE'S  *
      * EFFECT ON THE BALANCE FOLLOWS ITS D/C INDICATOR.         *
      *----------------------------------------------------------*
       3000-LIST-POSTING.
           IF NOT WS-CC-OPEN
               OR PH-COST-CENTER NOT = WS-CURRENT-CC
               IF WS-CC-OPEN
                   PERFORM 3300-CLOSE-COST-CENTER
                       THRU 3300-EXIT
               END-IF
               PERFORM 3200-OPEN-COST-CENTER
                   THRU 3200-EXIT
           END-IF.

           IF PH-AMOUNT < ZERO
               COMPUTE WS-LINE-MAGNITUDE = ZERO - PH-AMOUNT
           ELSE
               MOVE PH-AMOUNT          TO WS-LINE-MAGNITUDE
           END-IF.
           IF PH-DEBIT-CREDIT-IND = "C"
               COMPUTE WS-SIGNED-AMOUNT = ZERO - WS-LINE-MAGNITUDE
           ELSE
               MOVE WS-LINE-MAGNITUDE  TO WS-SIGNED-AMOUNT
           END-IF.

           IF PH-POSTING-DATE < WS-FROM-DATE
               ADD WS-SIGNED-AMOUNT    TO WS-CC-OPENING
                                          WS-CC-RUNNING
               GO TO 3000-READ-NEXT
           END-IF.
           IF PH-POSTING-DATE > WS-THRU-DATE
               GO TO 3000-READ-NEXT
           END-IF.

           IF NOT WS-OPENING-SHOWN
               PERFORM 3400-SHOW-OPENING
                   THRU 3400-EXIT
           END-IF.

           ADD WS-SIGNED-AMOUNT        TO WS-CC-RUNNING.
           MOVE SPACES                 TO WS-D-DEBIT-X
                                          WS-D-CREDIT-X.
           IF PH-DEBIT-CREDIT-IND = "C"
               ADD WS-LINE-MAGNITUDE   TO WS-CC-CREDITS
               MOVE WS-LINE-MAGNITUDE  TO WS-D-CREDIT
           ELSE
               ADD WS-LINE-MAGNITUDE   TO WS-CC-DEBITS
               MOVE WS-LINE-MAGNITUDE  TO WS-D-DEBIT
           END-IF.
           MOVE PH-POSTING-DATE        TO WS-D-POSTING-DATE.
           MOVE PH-REFERENCE           TO WS-D-REFERENCE.
           MOVE PH-DEBIT-CREDIT-IND    TO WS-D-DEBIT-CREDIT.
           MOVE WS-CC-RUNNING          TO WS-D-RUNNING.
           MOVE PH-SOURCE-PROGRAM      TO WS-D-SOURCE-PROGRAM.
           MOVE PH-TRACE-ID            TO WS-D-TRACE-ID.
           MOVE WS-DETAIL-LINE         TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-LINE
               THRU 7000-EXIT.
           ADD 1 TO WS-LISTED-COUNT.

       3000-READ-NEXT.
           PERFORM 3100-READ-NEXT-POSTING
               THRU 3100-EXIT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3100-READ-NEXT-POSTING.
           READ POSTING-HISTORY-KSD NEXT RECORD
               AT END
                   SET WS-BROWSE-END TO TRUE
                   GO TO 3100-EXIT
           END-READ.

           IF PH-COMPANY-CODE NOT = IQ-COMPANY-CODE
               OR PH-ACCOUNT-NUMBER NOT = IQ-ACCOUNT-NUMBER
               SET WS-BROWSE-END TO TRUE
               GO TO 3100-EXIT
           END-IF.
           IF IQ-COST-CENTER NOT = SPACES
               AND PH-COST-CENTER NOT = IQ-COST-CENTER
               SET WS-BROWSE-END TO TRUE
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3200-OPEN-COST-CENTER.
           SET WS-CC-OPEN              TO TRUE.
           MOVE "N"                    TO WS-OPENING-SHOWN-SW.
           MOVE PH-COST-CENTER         TO WS-CURRENT-CC.
           MOVE ZERO                   TO WS-CC-OPENING
                                          WS-CC-RUNNING
                                          WS-CC-DEBITS
                                          WS-CC-CREDITS.
           ADD 1 TO WS-CC-COUNT.

           MOVE WS-CURRENT-CC          TO WS-C-COST-CENTER.
           MOVE WS-CC-LINE             TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-LINE
               THRU 7000-EXIT.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A COST CENTER WITH NOTHING IN THE RANGE STILL SHOWS ITS  *
      * OPENING BALANCE, WHICH IS THEN ALSO ITS CLOSING BALANCE. *
      *----------------------------------------------------------*
       3300-CLOSE-COST-CENTER.
           IF NOT WS-OPENING-SHOWN
               PERFORM 3400-SHOW-OPENING
                   THRU 3400-EXIT
           END-IF.

           MOVE "CLOSING BALANCE"      TO WS-T-LABEL.
           MOVE WS-CC-DEBITS           TO WS-T-DEBITS.
           MOVE WS-CC-CREDITS          TO WS-T-CREDITS.
           MOVE WS-CC-RUNNING          TO WS-T-BALANCE.
           MOVE WS-TOTAL-LINE          TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-LINE
               THRU 7000-EXIT.

           ADD WS-CC-OPENING           TO WS-AC-OPENING.
           ADD WS-CC-DEBITS            TO WS-AC-DEBITS.
           ADD WS-CC-CREDITS           TO WS-AC-CREDITS.
           ADD WS-CC-RUNNING           TO WS-AC-CLOSING.
           MOVE "N"                    TO WS-CC-OPEN-SW.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3400-SHOW-OPENING.
           SET WS-OPENING-SHOWN        TO TRUE.
           MOVE "OPENING BALANCE"      TO WS-O-LABEL.
           MOVE WS-CC-OPENING          TO WS-O-BALANCE.
           MOVE WS-OPENING-LINE        TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-LINE
               THRU 7000-EXIT.
           MOVE WS-DETAIL-HEAD-LINE    TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-LINE
               THRU 7000-EXIT.
       3400-EXIT.
           EXIT.

      *----------------------------------------------------------*
       7000-WRITE-LINE.
           IF RPT-LINE-COUNT >= RPT-MAX-LINES-PER-PAGE
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE INQUIRY-REPORT-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 1100-WRITE-PAGE-HEADERS
                   THRU 1100-EXIT
           END-IF.

           WRITE INQUIRY-REPORT-OUT-REC FROM WS-PRINT-LINE.
           ADD 1 TO RPT-LINE-COUNT.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       9000-TERMINATE.
           MOVE RPT-PAGE-COUNT         TO RPT-F-PAGE-NO.
           WRITE INQUIRY-REPORT-OUT-REC FROM RPT-FOOTER-LINE.

           MOVE "ACCOUNTS ASKED FOR....." TO RPT-FN-LABEL.
           MOVE WS-CARD-COUNT          TO RPT-FN-COUNT.
           WRITE INQUIRY-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "ACCOUNTS FOUND........." TO RPT-FN-LABEL.
           MOVE WS-FOUND-COUNT         TO RPT-FN-COUNT.
           WRITE INQUIRY-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "ACCOUNTS NOT FOUND....." TO RPT-FN-LABEL.
           MOVE WS-NOT-FOUND-COUNT     TO RPT-FN-COUNT.
           WRITE INQUIRY-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "CARDS REJECTED........." TO RPT-FN-LABEL.
           MOVE WS-REJECT-COUNT        TO RPT-FN-COUNT.
           WRITE INQUIRY-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "POSTING LINES LISTED..." TO RPT-FN-LABEL.
           MOVE WS-LISTED-COUNT        TO RPT-FN-COUNT.
           WRITE INQUIRY-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           IF WS-CARD-FILE-STATUS NOT = "35"
               CLOSE INQUIRY-CARD-IN
           END-IF.
           IF WS-HISTORY-OPEN
               CLOSE POSTING-HISTORY-KSD
           END-IF.
           CLOSE INQUIRY-REPORT-OUT.

           DISPLAY "ABCGLPIQ CONTROL TOTAL - ACCOUNTS="
               WS-CARD-COUNT
               " FOUND=" WS-FOUND-COUNT
               " NOT FOUND=" WS-NOT-FOUND-COUNT
               " REJECTED=" WS-REJECT-COUNT
               " LINES=" WS-LISTED-COUNT.

           IF RETURN-CODE < 4
               IF WS-NOT-FOUND-COUNT > ZERO
                   OR WS-REJECT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       9000-EXIT.
           EXIT.
