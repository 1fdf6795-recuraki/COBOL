       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCCOMST.
       AUTHOR. D HARLOW.
       INSTALLATION. DL100 BATCH SERVICES.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 2026-10-15  DH  NEW PROGRAM.  SALES COMMISSION STATEMENT.*
      *                 READS THE COMMISSION DETAIL ABCCOMM      *
      *                 WRITES, PRESORTED ON REP, CUSTOMER, AND  *
      *                 LINE DATE, AND PRINTS EACH REP ON ITS    *
      *                 OWN PAGES: EVERY EARNING AND CLAWBACK    *
      *                 WITH ITS BASIS AND RATE, SUBTOTALLED BY  *
      *                 CUSTOMER, THEN THE REP'S COMMISSION      *
      *                 EARNED, CLAWED BACK, AND NET.            *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMMISSION-DETAIL-IN
               ASSIGN TO COMMDTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMDTL-FILE-STATUS.

           SELECT COMMISSION-STMT-OUT
               ASSIGN TO COMMSTMT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMMISSION-DETAIL-IN
           RECORDING MODE IS F.
       01  COMMISSION-DETAIL-IN-REC    PIC X(80).

       FD  COMMISSION-STMT-OUT
           RECORDING MODE IS F.
       01  COMMISSION-STMT-OUT-REC     PIC X(132).

       WORKING-STORAGE SECTION.
       COPY COMMDTL.
       COPY RPTHDFT.
       COPY RUNSTAMP.
       01  WS-REPORT-FILE-STATUS       PIC X(02).

       01  WS-CURRENT-REP              PIC X(06) VALUE SPACES.
       01  WS-CURRENT-CUSTOMER         PIC X(06) VALUE SPACES.
       01  WS-STATEMENT-MONTH          PIC X(06) VALUE SPACES.

       01  WS-DETAIL-COUNT             PIC 9(08) COMP VALUE ZERO.
       01  WS-REP-COUNT                PIC 9(08) COMP VALUE ZERO.
       01  WS-CLAWBACK-COUNT           PIC 9(08) COMP VALUE ZERO.

       01  WS-CUSTOMER-COMMISSION      PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-REP-EARNED               PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-REP-CLAWBACK             PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-REP-NET                  PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-GRAND-NET                PIC S9(13)V99 COMP-3
                                       VALUE ZERO.

       01  WS-RPT-DATE                 PIC X(10).
       01  WS-HOLD-LINE                PIC X(132).

       01  WS-HEADER-LINE.
           05  FILLER                  PIC X(41) VALUE
               "CUSTOMER  DATE        SOURCE    KIND     ".
           05  FILLER                  PIC X(14) VALUE
               "         BASIS".
           05  FILLER                  PIC X(10) VALUE
               "    RATE %".
           05  FILLER                  PIC X(16) VALUE
               "      COMMISSION".

       01  WS-DETAIL-LINE.
           05  WS-D-CUSTOMER-ID        PIC X(06).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-D-LINE-DATE          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-SOURCE             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-KIND               PIC X(09).
           05  WS-D-BASIS              PIC -(10)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-RATE               PIC ZZ9.9999.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-COMMISSION         PIC -(10)9.99.

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-T-LABEL              PIC X(63).
           05  WS-T-AMOUNT             PIC -(10)9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-PROCESS-DETAIL
               THRU 2000-EXIT
               UNTIL WS-COMMDTL-EOF.

           IF WS-CURRENT-REP NOT = SPACES
               PERFORM 3000-CLOSE-REP
                   THRU 3000-EXIT
           END-IF.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           GOBACK.

      *----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT COMMISSION-STMT-OUT.

           MOVE FUNCTION CURRENT-DATE TO WS-RUNSTAMP-CURRENT-DATE.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:8)  TO WS-RUN-DATE.
           STRING WS-RUN-DATE(5:2) "/" WS-RUN-DATE(7:2) "/"
               WS-RUN-DATE(1:4)
               DELIMITED BY SIZE INTO WS-RPT-DATE.
           MOVE "SALES COMMISSION STATEMENT" TO RPT-ST-TEXT.

           OPEN INPUT COMMISSION-DETAIL-IN.
           IF WS-COMMDTL-FILE-STATUS = "35"
               SET WS-COMMDTL-EOF TO TRUE
           ELSE
               PERFORM 2100-READ-DETAIL
                   THRU 2100-EXIT
           END-IF.

           IF WS-COMMDTL-EOF
               PERFORM 1100-WRITE-PAGE-HEADERS
                   THRU 1100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1100-WRITE-PAGE-HEADERS.
           ADD 1 TO RPT-PAGE-COUNT.
           MOVE WS-RPT-DATE            TO RPT-DL-RUN-DATE.

           WRITE COMMISSION-STMT-OUT-REC FROM RPT-TITLE-LINE.
           WRITE COMMISSION-STMT-OUT-REC FROM RPT-SUBTITLE-LINE.
           WRITE COMMISSION-STMT-OUT-REC FROM RPT-DATE-LINE.
           MOVE SPACES                 TO COMMISSION-STMT-OUT-REC.
           WRITE COMMISSION-STMT-OUT-REC.
           WRITE COMMISSION-STMT-OUT-REC FROM WS-HEADER-LINE.
           MOVE SPACES                 TO COMMISSION-STMT-OUT-REC.
           WRITE COMMISSION-STMT-OUT-REC.

           MOVE 6                      TO RPT-LINE-COUNT.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE COMMISSION DETAIL ROW.  A NEW REP CLOSES THE LAST    *
      * REP'S STATEMENT AND STARTS THE NEXT ON A FRESH PAGE; A   *
      * NEW CUSTOMER UNDER THE SAME REP PRINTS THE LAST          *
      * CUSTOMER'S SUBTOTAL.                                     *
      *----------------------------------------------------------*
       2000-PROCESS-DETAIL.
           ADD 1 TO WS-DETAIL-COUNT.

           IF CD-REP-ID NOT = WS-CURRENT-REP
               IF WS-CURRENT-REP NOT = SPACES
                   PERFORM 3000-CLOSE-REP
                       THRU 3000-EXIT
               END-IF
               PERFORM 2200-OPEN-REP
                   THRU 2200-EXIT
           END-IF.
           IF CD-CUSTOMER-ID NOT = WS-CURRENT-CUSTOMER
               IF WS-CURRENT-CUSTOMER NOT = SPACES
                   PERFORM 3100-CLOSE-CUSTOMER
                       THRU 3100-EXIT
               END-IF
               MOVE CD-CUSTOMER-ID     TO WS-CURRENT-CUSTOMER
           END-IF.

           MOVE SPACES                 TO WS-D-LINE-DATE.
           MOVE CD-CUSTOMER-ID         TO WS-D-CUSTOMER-ID.
           STRING CD-LINE-DATE(5:2) "/" CD-LINE-DATE(7:2) "/"
               CD-LINE-DATE(1:4)
               DELIMITED BY SIZE INTO WS-D-LINE-DATE.
           MOVE CD-SOURCE-PROGRAM      TO WS-D-SOURCE.
           EVALUATE TRUE
               WHEN CD-EARNED
                   MOVE "EARNED"       TO WS-D-KIND
                   ADD CD-COMMISSION   TO WS-REP-EARNED
               WHEN CD-REVERSAL
                   MOVE "REVERSAL"     TO WS-D-KIND
                   ADD CD-COMMISSION   TO WS-REP-CLAWBACK
                   ADD 1 TO WS-CLAWBACK-COUNT
               WHEN OTHER
                   MOVE "WRITE-OFF"    TO WS-D-KIND
                   ADD CD-COMMISSION   TO WS-REP-CLAWBACK
                   ADD 1 TO WS-CLAWBACK-COUNT
           END-EVALUATE.
           MOVE CD-BASIS-AMOUNT        TO WS-D-BASIS.
           MOVE CD-RATE-PCT            TO WS-D-RATE.
           MOVE CD-COMMISSION          TO WS-D-COMMISSION.
           ADD CD-COMMISSION           TO WS-CUSTOMER-COMMISSION.

           MOVE WS-DETAIL-LINE         TO COMMISSION-STMT-OUT-REC.
           PERFORM 4000-WRITE-REPORT-LINE
               THRU 4000-EXIT.

           PERFORM 2100-READ-DETAIL
               THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2100-READ-DETAIL.
           READ COMMISSION-DETAIL-IN INTO COMMISSION-DETAIL-RECORD
               AT END
                   SET WS-COMMDTL-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * STARTS A REP'S STATEMENT.  THE SUBTITLE NAMES THE REP    *
      * AND THE COMMISSION MONTH, SO EVERY PAGE OF THE STATEMENT *
      * CAN BE HANDED OUT ON ITS OWN.                            *
      *----------------------------------------------------------*
       2200-OPEN-REP.
           IF WS-CURRENT-REP NOT = SPACES
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE COMMISSION-STMT-OUT-REC FROM RPT-FOOTER-LINE
           END-IF.

           ADD 1 TO WS-REP-COUNT.
           MOVE CD-REP-ID              TO WS-CURRENT-REP.
           MOVE SPACES                 TO WS-CURRENT-CUSTOMER.
           MOVE CD-MONTH               TO WS-STATEMENT-MONTH.
           MOVE ZERO                   TO WS-REP-EARNED
                                          WS-REP-CLAWBACK
                                          WS-CUSTOMER-COMMISSION.

           MOVE SPACES                 TO RPT-ST-TEXT.
           STRING "SALES COMMISSION STATEMENT - REP "
               WS-CURRENT-REP " MONTH " WS-STATEMENT-MONTH
               DELIMITED BY SIZE INTO RPT-ST-TEXT.
           PERFORM 1100-WRITE-PAGE-HEADERS
               THRU 1100-EXIT.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CLOSES A REP'S STATEMENT: THE LAST CUSTOMER'S SUBTOTAL,  *
      * THEN COMMISSION EARNED, CLAWED BACK, AND NET.            *
      *----------------------------------------------------------*
       3000-CLOSE-REP.
           PERFORM 3100-CLOSE-CUSTOMER
               THRU 3100-EXIT.

           COMPUTE WS-REP-NET = WS-REP-EARNED + WS-REP-CLAWBACK.
           ADD WS-REP-NET              TO WS-GRAND-NET.

           MOVE SPACES                 TO COMMISSION-STMT-OUT-REC.
           PERFORM 4000-WRITE-REPORT-LINE
               THRU 4000-EXIT.
           MOVE "COMMISSION EARNED"    TO WS-T-LABEL.
           MOVE WS-REP-EARNED          TO WS-T-AMOUNT.
           PERFORM 4100-WRITE-TOTAL-LINE
               THRU 4100-EXIT.
           MOVE "COMMISSION CLAWED BACK" TO WS-T-LABEL.
           MOVE WS-REP-CLAWBACK        TO WS-T-AMOUNT.
           PERFORM 4100-WRITE-TOTAL-LINE
               THRU 4100-EXIT.
           MOVE SPACES                 TO WS-T-LABEL.
           STRING "NET COMMISSION - REP " WS-CURRENT-REP
               DELIMITED BY SIZE INTO WS-T-LABEL.
           MOVE WS-REP-NET             TO WS-T-AMOUNT.
           PERFORM 4100-WRITE-TOTAL-LINE
               THRU 4100-EXIT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3100-CLOSE-CUSTOMER.
           MOVE SPACES                 TO WS-T-LABEL.
           STRING "  CUSTOMER " WS-CURRENT-CUSTOMER " TOTAL"
               DELIMITED BY SIZE INTO WS-T-LABEL.
           MOVE WS-CUSTOMER-COMMISSION TO WS-T-AMOUNT.
           PERFORM 4100-WRITE-TOTAL-LINE
               THRU 4100-EXIT.
           MOVE ZERO                   TO WS-CUSTOMER-COMMISSION.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       4000-WRITE-REPORT-LINE.
           IF RPT-LINE-COUNT >= RPT-MAX-LINES-PER-PAGE
               MOVE COMMISSION-STMT-OUT-REC TO WS-HOLD-LINE
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE COMMISSION-STMT-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 1100-WRITE-PAGE-HEADERS
                   THRU 1100-EXIT
               MOVE WS-HOLD-LINE       TO COMMISSION-STMT-OUT-REC
           END-IF.

           WRITE COMMISSION-STMT-OUT-REC.
           ADD 1 TO RPT-LINE-COUNT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       4100-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE          TO COMMISSION-STMT-OUT-REC.
           PERFORM 4000-WRITE-REPORT-LINE
               THRU 4000-EXIT.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       9000-TERMINATE.
           MOVE RPT-PAGE-COUNT         TO RPT-F-PAGE-NO.
           WRITE COMMISSION-STMT-OUT-REC FROM RPT-FOOTER-LINE.

           MOVE "DETAIL ROWS READ......." TO RPT-FN-LABEL.
           MOVE WS-DETAIL-COUNT        TO RPT-FN-COUNT.
           WRITE COMMISSION-STMT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "REPS..................." TO RPT-FN-LABEL.
           MOVE WS-REP-COUNT           TO RPT-FN-COUNT.
           WRITE COMMISSION-STMT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "CLAWBACKS.............." TO RPT-FN-LABEL.
           MOVE WS-CLAWBACK-COUNT      TO RPT-FN-COUNT.
           WRITE COMMISSION-STMT-OUT-REC FROM RPT-FINAL-LINE.

           IF WS-COMMDTL-FILE-STATUS NOT = "35"
               CLOSE COMMISSION-DETAIL-IN
           END-IF.
           CLOSE COMMISSION-STMT-OUT.

           DISPLAY "ABCCOMST CONTROL TOTAL - REPS=" WS-REP-COUNT
               " DETAIL ROWS=" WS-DETAIL-COUNT
               " NET COMMISSION=" WS-GRAND-NET.
       9000-EXIT.
           EXIT.
