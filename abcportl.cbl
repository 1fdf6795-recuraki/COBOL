       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCPORTL.
       AUTHOR. D HARLOW.
       INSTALLATION. DL100 BATCH SERVICES.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 2026-10-15  DH  NEW PROGRAM.  NIGHTLY ACCOUNT-SUMMARY    *
      *                 EXTRACT FOR THE CUSTOMER WEB PORTAL.     *
      *                 ONE RECORD GROUP PER CUSTOMER ON THE     *
      *                 KEYED RECEIVABLES FILE (LAYOUT PORTEXT): *
      *                 CURRENT BALANCE AND AGING BUCKETS, THE   *
      *                 OPEN ITEMS WITH THEIR DUE DATES, THE     *
      *                 LAST PAYMENT FROM THE CASH RECEIPTS      *
      *                 HISTORY ABCCASH KEEPS, AND THE OPEN      *
      *                 DISPUTES ON THE ABCDSPT DISPUTE MASTER.  *
      *                 IN DELTA MODE (THE DEFAULT) ONLY A       *
      *                 CUSTOMER WHOSE SUMMARY DIFFERS FROM THE  *
      *                 SNAPSHOT LEFT BY THE LAST EXTRACT IS     *
      *                 SENT, AND A CUSTOMER GONE FROM THE       *
      *                 RECEIVABLES IS SENT ONCE AS A ZERO       *
      *                 SUMMARY SO THE PORTAL CLEARS IT; A FULL  *
      *                 CARD SENDS EVERY CUSTOMER.  THE EXTRACT  *
      *                 IS REGISTERED WITH THE DISTRIBUTION      *
      *                 MANAGER (ABCDISTR).                      *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PORTAL-CARD-IN
               ASSIGN TO PORTCARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.

           SELECT RECEIVABLE-KSD
               ASSIGN TO RECVKSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RVK-ITEM-KEY
               FILE STATUS IS WS-RECVI-FILE-STATUS.

           SELECT CASH-RECEIPT-IN
               ASSIGN TO CASHHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASHHIST-FILE-STATUS.

           SELECT DISPUTE-MASTER-IN
               ASSIGN TO DSPTIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSPTI-FILE-STATUS.

           SELECT SNAPSHOT-IN
               ASSIGN TO PORTSNPI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPI-FILE-STATUS.

           SELECT SNAPSHOT-OUT
               ASSIGN TO PORTSNPO
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PORTAL-EXTRACT-OUT
               ASSIGN TO PORTEXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PORTEXT-FILE-STATUS.

           SELECT DIST-CTL-OUT
               ASSIGN TO DISTCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISTCTL-FILE-STATUS.

           SELECT PORTAL-REPORT-OUT
               ASSIGN TO PORTRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PORTAL-CARD-IN
           RECORDING MODE IS F.
       01  PORTAL-CARD-RECORD.
           05  PC-MODE                 PIC X(05).
               88  PC-MODE-FULL                VALUE "FULL ".
               88  PC-MODE-DELTA               VALUE "DELTA".

       FD  RECEIVABLE-KSD.
       COPY RECVKSD.

       FD  CASH-RECEIPT-IN
           RECORDING MODE IS F.
       01  CASH-RECEIPT-IN-REC         PIC X(41).

       FD  DISPUTE-MASTER-IN
           RECORDING MODE IS F.
       01  DISPUTE-MASTER-IN-REC       PIC X(76).

       FD  SNAPSHOT-IN
           RECORDING MODE IS F.
       01  SNAPSHOT-IN-REC             PIC X(133).

       FD  SNAPSHOT-OUT
           RECORDING MODE IS F.
       01  SNAPSHOT-OUT-REC            PIC X(133).

       FD  PORTAL-EXTRACT-OUT
           RECORDING MODE IS F.
       01  PORTAL-EXTRACT-OUT-REC      PIC X(120).

       FD  DIST-CTL-OUT
           RECORDING MODE IS F.
       01  DIST-CTL-OUT-REC            PIC X(20).

       FD  PORTAL-REPORT-OUT
           RECORDING MODE IS F.
       01  PORTAL-REPORT-OUT-REC       PIC X(132).

       WORKING-STORAGE SECTION.
       COPY RECVITEM.
       COPY CASHHIST.
       COPY PORTEXT.
       COPY RUNSTAMP.
       COPY RPTHDFT.
       01  WS-CARD-FILE-STATUS         PIC X(02).
       01  WS-DSPTI-FILE-STATUS        PIC X(02).
       01  WS-SNAPI-FILE-STATUS        PIC X(02).
       01  WS-PORTEXT-FILE-STATUS      PIC X(02).
       01  WS-DISTCTL-FILE-STATUS      PIC X(02).

       01  WS-DSPTI-EOF-SW             PIC X(01) VALUE "N".
           88  WS-DSPTI-EOF                    VALUE "Y".
       01  WS-SNAPI-EOF-SW             PIC X(01) VALUE "N".
           88  WS-SNAPI-EOF                    VALUE "Y".
       01  WS-BAD-CARD-SW              PIC X(01) VALUE "N".
           88  WS-BAD-CARD                     VALUE "Y".

      *----------------------------------------------------------*
      * FULL SENDS EVERY CUSTOMER; DELTA (NO CARD, OR A DELTA    *
      * CARD) SENDS ONLY WHAT CHANGED SINCE THE LAST EXTRACT.    *
      *----------------------------------------------------------*
       01  WS-MODE                     PIC X(05) VALUE "DELTA".
           88  WS-FULL-MODE                    VALUE "FULL ".
           88  WS-DELTA-MODE                   VALUE "DELTA".

      *----------------------------------------------------------*
      * ONE DISPUTE ROW AS ABCDSPT CARRIES IT FORWARD.  ONLY THE *
      * OPEN DISPUTES ARE KEPT IN THE TABLE.                     *
      *----------------------------------------------------------*
       01  DISPUTE-ROW.
           05  DS-DISPUTE-ID           PIC 9(05).
           05  DS-CUSTOMER-ID          PIC X(06).
           05  DS-SOURCE-PROGRAM       PIC X(08).
           05  DS-AMOUNT               PIC 9(09)V99.
           05  DS-REASON               PIC X(20).
           05  DS-OPEN-DATE            PIC X(08).
           05  DS-STATUS               PIC X(01).
               88  DS-OPEN                     VALUE "O".
               88  DS-UPHELD                   VALUE "U".
               88  DS-DENIED                   VALUE "D".
           05  DS-STATUS-DATE          PIC X(08).
           05  FILLER                  PIC X(09).

       01  WS-DISPUTE-TABLE.
           05  WS-DSP-COUNT            PIC 9(03) COMP VALUE ZERO.
           05  WS-DSP-ENTRY            OCCURS 200 TIMES.
               10  WS-DS-DISPUTE-ID    PIC 9(05).
               10  WS-DS-CUSTOMER-ID   PIC X(06).
               10  WS-DS-SOURCE-PGM    PIC X(08).
               10  WS-DS-AMOUNT        PIC 9(09)V99 COMP-3.
               10  WS-DS-REASON        PIC X(20).
               10  WS-DS-OPEN-DATE     PIC X(08).

       01  WS-DSP-SUB                  PIC 9(03) COMP VALUE ZERO.

      *----------------------------------------------------------*
      * THE OPEN ITEMS OF THE CUSTOMER BEING COLLECTED, HELD     *
      * UNTIL ITS LAST ITEM IS READ SO THE SUMMARY CAN LEAD THE  *
      * GROUP.                                                   *
      *----------------------------------------------------------*
       01  WS-ITEM-TABLE.
           05  WS-ITM-COUNT            PIC 9(03) COMP VALUE ZERO.
           05  WS-ITM-ENTRY            OCCURS 200 TIMES.
               10  WS-IT-STMT-DATE     PIC X(08).
               10  WS-IT-DUE-DATE      PIC X(08).
               10  WS-IT-ORIG-AMOUNT   PIC S9(11)V99 COMP-3.
               10  WS-IT-OPEN-AMOUNT   PIC S9(11)V99 COMP-3.
               10  WS-IT-STATUS        PIC X(01).

       01  WS-ITM-SUB                  PIC 9(03) COMP VALUE ZERO.
       01  WS-ITEM-OVERFLOW-COUNT      PIC 9(08) COMP VALUE ZERO.

      *----------------------------------------------------------*
      * THE CUSTOMER'S SUMMARY AS SENT TO THE PORTAL.  THE SAME  *
      * ROW IS CARRIED FORWARD ON THE SNAPSHOT FILE, AND A       *
      * CUSTOMER WHOSE ROW MATCHES LAST NIGHT'S BYTE FOR BYTE    *
      * HAS NOTHING NEW TO SEND IN DELTA MODE.                   *
      *----------------------------------------------------------*
       01  PORTAL-SNAPSHOT-ROW.
           05  PS-CUSTOMER-ID          PIC X(06) VALUE SPACES.
           05  PS-BALANCE              PIC S9(11)V99.
           05  PS-CURRENT              PIC S9(11)V99.
           05  PS-DAYS-30              PIC S9(11)V99.
           05  PS-DAYS-60              PIC S9(11)V99.
           05  PS-DAYS-90              PIC S9(11)V99.
           05  PS-DISPUTED             PIC S9(11)V99.
           05  PS-LAST-PAY-DATE        PIC X(08).
           05  PS-LAST-PAY-AMT         PIC S9(11)V99.
           05  PS-ITEM-COUNT           PIC 9(04).
           05  PS-DISPUTE-COUNT        PIC 9(03).
           05  PS-DISPUTE-TOTAL        PIC S9(11)V99.
           05  PS-LATEST-DUE-DATE      PIC X(08).

       01  WS-PRIOR-SNAPSHOT-ROW.
           05  WS-PRIOR-CUSTOMER-ID    PIC X(06).
           05  FILLER                  PIC X(127).

       01  WS-SEND-REASON              PIC X(08) VALUE SPACES.

       01  WS-RECORD-COUNT             PIC 9(08) COMP VALUE ZERO.
       01  WS-CUSTOMER-COUNT           PIC 9(08) COMP VALUE ZERO.
       01  WS-SENT-COUNT               PIC 9(08) COMP VALUE ZERO.
       01  WS-UNCHANGED-COUNT          PIC 9(08) COMP VALUE ZERO.
       01  WS-CLEARED-COUNT            PIC 9(08) COMP VALUE ZERO.

       01  WS-TODAY-INTEGER            PIC 9(09) COMP VALUE ZERO.
       01  WS-STMT-INTEGER             PIC 9(09) COMP VALUE ZERO.
       01  WS-DAYS-OLD                 PIC S9(05) COMP-3 VALUE ZERO.
       01  WS-DATE-NUM                 PIC 9(08).

       01  WS-RPT-DATE                 PIC X(10).

       01  WS-DIST-CTL-LINE.
           05  WS-DC-OUTPUT-NAME       PIC X(08) VALUE "PORTEXT".
           05  WS-DC-RECIPIENT         PIC X(08) VALUE "PORTAL".
           05  WS-DC-DEADLINE-HHMM     PIC X(04) VALUE "0700".

       01  WS-HEADER-LINE.
           05  FILLER                  PIC X(08) VALUE "CUSTOMER".
           05  FILLER                  PIC X(16) VALUE
               "         BALANCE".
           05  FILLER                  PIC X(16) VALUE
               "        PAST DUE".
           05  FILLER                  PIC X(07) VALUE "  ITEMS".
           05  FILLER                  PIC X(10) VALUE "  DISPUTES".
           05  FILLER                  PIC X(12) VALUE "  LAST PAID".
           05  FILLER                  PIC X(08) VALUE "SENT AS".

       01  WS-DETAIL-LINE.
           05  WS-D-CUSTOMER-ID        PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-BALANCE            PIC -(12)9.99.
           05  WS-D-PAST-DUE           PIC -(12)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-ITEMS              PIC ZZZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  WS-D-DISPUTES           PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-LAST-PAID          PIC X(08).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-D-REASON             PIC X(08).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-COLLECT-ITEM
               THRU 2000-EXIT
               UNTIL WS-RECVI-EOF.

           PERFORM 3000-CLOSE-CUSTOMER
               THRU 3000-EXIT.

           IF NOT WS-BAD-CARD
               PERFORM 3600-PASS-GONE-CUSTOMER
                   THRU 3600-EXIT
                   UNTIL WS-SNAPI-EOF
           END-IF.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           GOBACK.

      *----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT PORTAL-EXTRACT-OUT
                OUTPUT SNAPSHOT-OUT
                OUTPUT PORTAL-REPORT-OUT.

           MOVE FUNCTION CURRENT-DATE TO WS-RUNSTAMP-CURRENT-DATE.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:14) TO WS-RUN-ID.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:8)  TO WS-RUN-DATE.

           MOVE WS-RUN-DATE            TO WS-DATE-NUM.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

           MOVE "CUSTOMER PORTAL ACCOUNT-SUMMARY EXTRACT"
               TO RPT-ST-TEXT.
           STRING WS-RUN-DATE(5:2) "/" WS-RUN-DATE(7:2) "/"
               WS-RUN-DATE(1:4)
               DELIMITED BY SIZE INTO WS-RPT-DATE.

           PERFORM 1100-WRITE-PAGE-HEADERS
               THRU 1100-EXIT.

           PERFORM 1200-READ-MODE-CARD
               THRU 1200-EXIT.
           IF WS-BAD-CARD
               SET WS-RECVI-EOF        TO TRUE
               SET WS-SNAPI-EOF        TO TRUE
               GO TO 1000-EXIT
           END-IF.

           PERFORM 1300-LOAD-DISPUTES
               THRU 1300-EXIT.

           OPEN INPUT CASH-RECEIPT-IN.
           IF WS-CASHHIST-FILE-STATUS = "35"
               SET WS-CASHHIST-EOF TO TRUE
           ELSE
               PERFORM 1400-READ-CASH-RECEIPT
                   THRU 1400-EXIT
           END-IF.

           OPEN INPUT SNAPSHOT-IN.
           IF WS-SNAPI-FILE-STATUS = "35"
               SET WS-SNAPI-EOF TO TRUE
           ELSE
               PERFORM 1500-READ-SNAPSHOT
                   THRU 1500-EXIT
           END-IF.

           OPEN INPUT RECEIVABLE-KSD.
           IF WS-RECVI-FILE-STATUS = "35"
               SET WS-RECVI-EOF TO TRUE
           ELSE
               PERFORM 2100-READ-ITEM
                   THRU 2100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1100-WRITE-PAGE-HEADERS.
           ADD 1 TO RPT-PAGE-COUNT.
           MOVE WS-RPT-DATE            TO RPT-DL-RUN-DATE.

           WRITE PORTAL-REPORT-OUT-REC FROM RPT-TITLE-LINE.
           WRITE PORTAL-REPORT-OUT-REC FROM RPT-SUBTITLE-LINE.
           WRITE PORTAL-REPORT-OUT-REC FROM RPT-DATE-LINE.
           MOVE SPACES                 TO PORTAL-REPORT-OUT-REC.
           WRITE PORTAL-REPORT-OUT-REC.
           WRITE PORTAL-REPORT-OUT-REC FROM WS-HEADER-LINE.
           MOVE SPACES                 TO PORTAL-REPORT-OUT-REC.
           WRITE PORTAL-REPORT-OUT-REC.

           MOVE 6                      TO RPT-LINE-COUNT.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE OPTIONAL MODE CARD: FULL OR DELTA IN COLUMNS 1-5.    *
      * NO CARD MEANS DELTA; ANYTHING ELSE STOPS THE RUN BEFORE  *
      * A PARTIAL EXTRACT CAN GO OUT.                            *
      *----------------------------------------------------------*
       1200-READ-MODE-CARD.
           OPEN INPUT PORTAL-CARD-IN.
           IF WS-CARD-FILE-STATUS = "35"
               GO TO 1200-EXIT
           END-IF.

           READ PORTAL-CARD-IN
               AT END
                   CLOSE PORTAL-CARD-IN
                   GO TO 1200-EXIT
           END-READ.
           CLOSE PORTAL-CARD-IN.

           IF PC-MODE-FULL OR PC-MODE-DELTA
               MOVE PC-MODE            TO WS-MODE
           ELSE
               DISPLAY "ABCPORTL **** INVALID MODE CARD - "
                   PC-MODE " - NO EXTRACT WRITTEN ****"
               SET WS-BAD-CARD         TO TRUE
           END-IF.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1300-LOAD-DISPUTES.
           OPEN INPUT DISPUTE-MASTER-IN.
           IF WS-DSPTI-FILE-STATUS = "35"
               GO TO 1300-EXIT
           END-IF.
           PERFORM 1310-LOAD-ONE-DISPUTE
               THRU 1310-EXIT
               UNTIL WS-DSPTI-EOF.
           CLOSE DISPUTE-MASTER-IN.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1310-LOAD-ONE-DISPUTE.
           READ DISPUTE-MASTER-IN INTO DISPUTE-ROW
               AT END
                   SET WS-DSPTI-EOF TO TRUE
                   GO TO 1310-EXIT
           END-READ.
           IF NOT DS-OPEN
               GO TO 1310-EXIT
           END-IF.
           IF WS-DSP-COUNT < 200
               ADD 1 TO WS-DSP-COUNT
               MOVE DS-DISPUTE-ID
                   TO WS-DS-DISPUTE-ID(WS-DSP-COUNT)
               MOVE DS-CUSTOMER-ID
                   TO WS-DS-CUSTOMER-ID(WS-DSP-COUNT)
               MOVE DS-SOURCE-PROGRAM
                   TO WS-DS-SOURCE-PGM(WS-DSP-COUNT)
               MOVE DS-AMOUNT
                   TO WS-DS-AMOUNT(WS-DSP-COUNT)
               MOVE DS-REASON
                   TO WS-DS-REASON(WS-DSP-COUNT)
               MOVE DS-OPEN-DATE
                   TO WS-DS-OPEN-DATE(WS-DSP-COUNT)
           ELSE
               DISPLAY "ABCPORTL **** DISPUTE TABLE FULL - "
                   "DISPUTE " DS-DISPUTE-ID " NOT EXTRACTED ****"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       1310-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1400-READ-CASH-RECEIPT.
           READ CASH-RECEIPT-IN INTO CASH-RECEIPT-RECORD
               AT END
                   SET WS-CASHHIST-EOF TO TRUE
           END-READ.
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1500-READ-SNAPSHOT.
           READ SNAPSHOT-IN INTO WS-PRIOR-SNAPSHOT-ROW
               AT END
                   SET WS-SNAPI-EOF TO TRUE
           END-READ.
       1500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * COLLECTS ONE RECEIVABLE ITEM INTO ITS CUSTOMER'S ROW.    *
      * EVERY CUSTOMER ON THE FILE GETS A SUMMARY, EVEN ONE      *
      * WHOSE ITEMS ARE ALL PAID; A PAID ITEM IS HISTORY AND IS  *
      * NOT ITSELF SENT.  BUCKETS ARE THE AGED TRIAL BALANCE'S:  *
      * DAYS SINCE THE STATEMENT DATE, CREDITS NETTED INTO       *
      * CURRENT, DISPUTED ITEMS IN A COLUMN OF THEIR OWN.        *
      *----------------------------------------------------------*
       2000-COLLECT-ITEM.
           IF RV-CUSTOMER-ID NOT = PS-CUSTOMER-ID
               PERFORM 3000-CLOSE-CUSTOMER
                   THRU 3000-EXIT
               PERFORM 2200-START-CUSTOMER-ROW
                   THRU 2200-EXIT
           END-IF.

           IF RV-ITEM-PAID
               GO TO 2000-READ-NEXT
           END-IF.

           MOVE RV-STMT-DATE           TO WS-DATE-NUM.
           COMPUTE WS-STMT-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           COMPUTE WS-DAYS-OLD =
               WS-TODAY-INTEGER - WS-STMT-INTEGER.

           ADD RV-OPEN-AMOUNT          TO PS-BALANCE.
           EVALUATE TRUE
               WHEN RV-ITEM-DISPUTED
                   ADD RV-OPEN-AMOUNT  TO PS-DISPUTED
               WHEN RV-ITEM-CREDIT
                   ADD RV-OPEN-AMOUNT  TO PS-CURRENT
               WHEN WS-DAYS-OLD > 90
                   ADD RV-OPEN-AMOUNT  TO PS-DAYS-90
               WHEN WS-DAYS-OLD > 60
                   ADD RV-OPEN-AMOUNT  TO PS-DAYS-60
               WHEN WS-DAYS-OLD > 30
                   ADD RV-OPEN-AMOUNT  TO PS-DAYS-30
               WHEN OTHER
                   ADD RV-OPEN-AMOUNT  TO PS-CURRENT
           END-EVALUATE.

           IF RV-DUE-DATE > PS-LATEST-DUE-DATE
               MOVE RV-DUE-DATE        TO PS-LATEST-DUE-DATE
           END-IF.

           IF WS-ITM-COUNT < 200
               ADD 1 TO WS-ITM-COUNT
               MOVE RV-STMT-DATE       TO WS-IT-STMT-DATE(WS-ITM-COUNT)
               MOVE RV-DUE-DATE        TO WS-IT-DUE-DATE(WS-ITM-COUNT)
               MOVE RV-ORIG-AMOUNT
                   TO WS-IT-ORIG-AMOUNT(WS-ITM-COUNT)
               MOVE RV-OPEN-AMOUNT
                   TO WS-IT-OPEN-AMOUNT(WS-ITM-COUNT)
               MOVE RV-STATUS          TO WS-IT-STATUS(WS-ITM-COUNT)
           ELSE
               ADD 1 TO WS-ITEM-OVERFLOW-COUNT
           END-IF.

       2000-READ-NEXT.
           PERFORM 2100-READ-ITEM
               THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2100-READ-ITEM.
           READ RECEIVABLE-KSD NEXT RECORD
               INTO RECEIVABLE-ITEM-RECORD
               AT END
                   SET WS-RECVI-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2200-START-CUSTOMER-ROW.
           MOVE RV-CUSTOMER-ID         TO PS-CUSTOMER-ID.
           MOVE ZERO                   TO PS-BALANCE
                                          PS-CURRENT
                                          PS-DAYS-30
                                          PS-DAYS-60
                                          PS-DAYS-90
                                          PS-DISPUTED
                                          PS-LAST-PAY-AMT
                                          PS-ITEM-COUNT
                                          PS-DISPUTE-COUNT
                                          PS-DISPUTE-TOTAL
                                          WS-ITM-COUNT.
           MOVE SPACES                 TO PS-LAST-PAY-DATE
                                          PS-LATEST-DUE-DATE.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * COMPLETES THE CUSTOMER'S SUMMARY WITH ITS LAST PAYMENT   *
      * AND OPEN DISPUTES, CARRIES IT FORWARD ON THE SNAPSHOT,   *
      * AND SENDS THE GROUP WHEN THE MODE CALLS FOR IT.          *
      *----------------------------------------------------------*
       3000-CLOSE-CUSTOMER.
           IF PS-CUSTOMER-ID = SPACES
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO WS-CUSTOMER-COUNT.
           MOVE WS-ITM-COUNT           TO PS-ITEM-COUNT.

           PERFORM 3100-FIND-LAST-PAYMENT
               THRU 3100-EXIT
               UNTIL WS-CASHHIST-EOF
               OR CR-CUSTOMER-ID > PS-CUSTOMER-ID.

           PERFORM 3200-COUNT-DISPUTE
               THRU 3200-EXIT
               VARYING WS-DSP-SUB FROM 1 BY 1
               UNTIL WS-DSP-SUB > WS-DSP-COUNT.

           PERFORM 3300-COMPARE-SNAPSHOT
               THRU 3300-EXIT.

           MOVE SPACES                 TO SNAPSHOT-OUT-REC.
           WRITE SNAPSHOT-OUT-REC FROM PORTAL-SNAPSHOT-ROW.

           IF WS-SEND-REASON = SPACES
               ADD 1 TO WS-UNCHANGED-COUNT
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3400-WRITE-CUSTOMER-GROUP
               THRU 3400-EXIT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE RECEIPTS HISTORY IS SORTED ON CUSTOMER AND RECEIPT   *
      * DATE, SO THE LAST ROW FOR THE CUSTOMER IS ITS LATEST     *
      * PAYMENT.  ROWS FOR CUSTOMERS NOT ON THE RECEIVABLES ARE  *
      * PASSED BY.                                               *
      *----------------------------------------------------------*
       3100-FIND-LAST-PAYMENT.
           IF CR-CUSTOMER-ID = PS-CUSTOMER-ID
               MOVE CR-RECEIPT-DATE    TO PS-LAST-PAY-DATE
               MOVE CR-AMOUNT          TO PS-LAST-PAY-AMT
           END-IF.
           PERFORM 1400-READ-CASH-RECEIPT
               THRU 1400-EXIT.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3200-COUNT-DISPUTE.
           IF WS-DS-CUSTOMER-ID(WS-DSP-SUB) = PS-CUSTOMER-ID
               ADD 1 TO PS-DISPUTE-COUNT
               ADD WS-DS-AMOUNT(WS-DSP-SUB) TO PS-DISPUTE-TOTAL
           END-IF.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * MATCHES THE CUSTOMER AGAINST LAST NIGHT'S SNAPSHOT (BOTH *
      * IN CUSTOMER ORDER).  A SNAPSHOT CUSTOMER PASSED ON THE   *
      * WAY IS NO LONGER ON THE RECEIVABLES.  THE SEND REASON IS *
      * LEFT BLANK FOR AN UNCHANGED CUSTOMER IN DELTA MODE.      *
      *----------------------------------------------------------*
       3300-COMPARE-SNAPSHOT.
           PERFORM 3600-PASS-GONE-CUSTOMER
               THRU 3600-EXIT
               UNTIL WS-SNAPI-EOF
               OR WS-PRIOR-CUSTOMER-ID NOT < PS-CUSTOMER-ID.

           MOVE SPACES                 TO WS-SEND-REASON.
           IF WS-SNAPI-EOF
               OR WS-PRIOR-CUSTOMER-ID > PS-CUSTOMER-ID
               MOVE "NEW"              TO WS-SEND-REASON
           ELSE
               IF WS-PRIOR-SNAPSHOT-ROW NOT = PORTAL-SNAPSHOT-ROW
                   MOVE "CHANGED"      TO WS-SEND-REASON
               END-IF
               PERFORM 1500-READ-SNAPSHOT
                   THRU 1500-EXIT
           END-IF.

           IF WS-FULL-MODE
               MOVE "FULL"             TO WS-SEND-REASON
           END-IF.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE SUMMARY, THEN ONE RECORD PER OPEN ITEM, THEN ONE PER *
      * OPEN DISPUTE.                                            *
      *----------------------------------------------------------*
       3400-WRITE-CUSTOMER-GROUP.
           ADD 1 TO WS-SENT-COUNT.

           MOVE SPACES                 TO PORTAL-EXTRACT-RECORD.
           SET PX-SUMMARY              TO TRUE.
           MOVE PS-CUSTOMER-ID         TO PX-CUSTOMER-ID.
           MOVE PS-BALANCE             TO PX-S-BALANCE.
           MOVE PS-CURRENT             TO PX-S-CURRENT.
           MOVE PS-DAYS-30             TO PX-S-DAYS-30.
           MOVE PS-DAYS-60             TO PX-S-DAYS-60.
           MOVE PS-DAYS-90             TO PX-S-DAYS-90.
           MOVE PS-DISPUTED            TO PX-S-DISPUTED.
           MOVE PS-LAST-PAY-DATE       TO PX-S-LAST-PAY-DATE.
           MOVE PS-LAST-PAY-AMT        TO PX-S-LAST-PAY-AMT.
           MOVE PS-ITEM-COUNT          TO PX-S-ITEM-COUNT.
           MOVE PS-DISPUTE-COUNT       TO PX-S-DISPUTE-COUNT.
           PERFORM 3500-WRITE-EXTRACT-RECORD
               THRU 3500-EXIT.

           PERFORM 3410-WRITE-ITEM
               THRU 3410-EXIT
               VARYING WS-ITM-SUB FROM 1 BY 1
               UNTIL WS-ITM-SUB > WS-ITM-COUNT.

           PERFORM 3420-WRITE-DISPUTE
               THRU 3420-EXIT
               VARYING WS-DSP-SUB FROM 1 BY 1
               UNTIL WS-DSP-SUB > WS-DSP-COUNT.

           MOVE PS-CUSTOMER-ID         TO WS-D-CUSTOMER-ID.
           MOVE PS-BALANCE             TO WS-D-BALANCE.
           COMPUTE WS-D-PAST-DUE =
               PS-DAYS-30 + PS-DAYS-60 + PS-DAYS-90.
           MOVE PS-ITEM-COUNT          TO WS-D-ITEMS.
           MOVE PS-DISPUTE-COUNT       TO WS-D-DISPUTES.
           MOVE PS-LAST-PAY-DATE       TO WS-D-LAST-PAID.
           MOVE WS-SEND-REASON         TO WS-D-REASON.
           PERFORM 4000-WRITE-REPORT-LINE
               THRU 4000-EXIT.
       3400-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3410-WRITE-ITEM.
           MOVE SPACES                 TO PORTAL-EXTRACT-RECORD.
           SET PX-ITEM                 TO TRUE.
           MOVE PS-CUSTOMER-ID         TO PX-CUSTOMER-ID.
           MOVE WS-IT-STMT-DATE(WS-ITM-SUB)   TO PX-I-STMT-DATE.
           MOVE WS-IT-DUE-DATE(WS-ITM-SUB)    TO PX-I-DUE-DATE.
           MOVE WS-IT-ORIG-AMOUNT(WS-ITM-SUB) TO PX-I-ORIG-AMOUNT.
           MOVE WS-IT-OPEN-AMOUNT(WS-ITM-SUB) TO PX-I-OPEN-AMOUNT.
           MOVE WS-IT-STATUS(WS-ITM-SUB)      TO PX-I-STATUS.
           PERFORM 3500-WRITE-EXTRACT-RECORD
               THRU 3500-EXIT.
       3410-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3420-WRITE-DISPUTE.
           IF WS-DS-CUSTOMER-ID(WS-DSP-SUB) NOT = PS-CUSTOMER-ID
               GO TO 3420-EXIT
           END-IF.
           MOVE SPACES                 TO PORTAL-EXTRACT-RECORD.
           SET PX-DISPUTE              TO TRUE.
           MOVE PS-CUSTOMER-ID         TO PX-CUSTOMER-ID.
           MOVE WS-DS-DISPUTE-ID(WS-DSP-SUB) TO PX-D-DISPUTE-ID.
           MOVE WS-DS-SOURCE-PGM(WS-DSP-SUB) TO PX-D-SOURCE-PROGRAM.
           MOVE WS-DS-AMOUNT(WS-DSP-SUB)     TO PX-D-AMOUNT.
           MOVE WS-DS-REASON(WS-DSP-SUB)     TO PX-D-REASON.
           MOVE WS-DS-OPEN-DATE(WS-DSP-SUB)  TO PX-D-OPEN-DATE.
           PERFORM 3500-WRITE-EXTRACT-RECORD
               THRU 3500-EXIT.
       3420-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3500-WRITE-EXTRACT-RECORD.
           WRITE PORTAL-EXTRACT-OUT-REC FROM PORTAL-EXTRACT-RECORD.
           IF WS-PORTEXT-FILE-STATUS NOT = "00"
               DISPLAY "ABCPORTL **** EXTRACT WRITE FAILED - "
                   "CUSTOMER " PX-CUSTOMER-ID " STATUS "
                   WS-PORTEXT-FILE-STATUS " ****"
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-RECORD-COUNT
           END-IF.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A CUSTOMER ON LAST NIGHT'S SNAPSHOT BUT NO LONGER ON THE *
      * RECEIVABLES.  IN DELTA MODE THE PORTAL IS SENT A ZERO    *
      * SUMMARY WITH NO ITEMS SO IT STOPS SHOWING THE OLD        *
      * BALANCE; A FULL EXTRACT REPLACES THE PORTAL'S DATA       *
      * OUTRIGHT AND NEEDS NO SUCH RECORD.  EITHER WAY THE       *
      * CUSTOMER DROPS OFF THE SNAPSHOT.                         *
      *----------------------------------------------------------*
       3600-PASS-GONE-CUSTOMER.
           IF WS-DELTA-MODE
               ADD 1 TO WS-CLEARED-COUNT
               MOVE SPACES             TO PORTAL-EXTRACT-RECORD
               SET PX-SUMMARY          TO TRUE
               MOVE WS-PRIOR-CUSTOMER-ID TO PX-CUSTOMER-ID
               MOVE ZERO               TO PX-S-BALANCE
                                          PX-S-CURRENT
                                          PX-S-DAYS-30
                                          PX-S-DAYS-60
                                          PX-S-DAYS-90
                                          PX-S-DISPUTED
                                          PX-S-LAST-PAY-AMT
                                          PX-S-ITEM-COUNT
                                          PX-S-DISPUTE-COUNT
               PERFORM 3500-WRITE-EXTRACT-RECORD
                   THRU 3500-EXIT

               MOVE WS-PRIOR-CUSTOMER-ID TO WS-D-CUSTOMER-ID
               MOVE ZERO               TO WS-D-BALANCE
                                          WS-D-PAST-DUE
                                          WS-D-ITEMS
                                          WS-D-DISPUTES
               MOVE SPACES             TO WS-D-LAST-PAID
               MOVE "CLEARED"          TO WS-D-REASON
               PERFORM 4000-WRITE-REPORT-LINE
                   THRU 4000-EXIT
           END-IF.

           PERFORM 1500-READ-SNAPSHOT
               THRU 1500-EXIT.
       3600-EXIT.
           EXIT.

      *----------------------------------------------------------*
       4000-WRITE-REPORT-LINE.
           IF RPT-LINE-COUNT >= RPT-MAX-LINES-PER-PAGE
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE PORTAL-REPORT-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 1100-WRITE-PAGE-HEADERS
                   THRU 1100-EXIT
           END-IF.

           WRITE PORTAL-REPORT-OUT-REC FROM WS-DETAIL-LINE.
           ADD 1 TO RPT-LINE-COUNT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * REGISTERS THE NIGHT'S EXTRACT WITH THE DISTRIBUTION      *
      * MANAGER SO ITS DELIVERY TO THE PORTAL IS TRACKED.        *
      *----------------------------------------------------------*
       8000-REGISTER-DISTRIBUTION.
           OPEN EXTEND DIST-CTL-OUT.
           IF WS-DISTCTL-FILE-STATUS = "35"
               OPEN OUTPUT DIST-CTL-OUT
           END-IF.
           WRITE DIST-CTL-OUT-REC FROM WS-DIST-CTL-LINE.
           CLOSE DIST-CTL-OUT.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       9000-TERMINATE.
           IF NOT WS-BAD-CARD
               MOVE SPACES             TO PORTAL-EXTRACT-RECORD
               SET PX-TRAILER          TO TRUE
               MOVE WS-RUN-DATE        TO PX-T-EXTRACT-DATE
               MOVE WS-MODE            TO PX-T-MODE
               COMPUTE PX-T-CUSTOMER-COUNT =
                   WS-SENT-COUNT + WS-CLEARED-COUNT
               COMPUTE PX-T-RECORD-COUNT = WS-RECORD-COUNT + 1
               PERFORM 3500-WRITE-EXTRACT-RECORD
                   THRU 3500-EXIT
           END-IF.

           MOVE RPT-PAGE-COUNT         TO RPT-F-PAGE-NO.
           WRITE PORTAL-REPORT-OUT-REC FROM RPT-FOOTER-LINE.

           MOVE "EXTRACT MODE..........." TO RPT-FN-LABEL.
           MOVE SPACES                 TO PORTAL-REPORT-OUT-REC.
           STRING RPT-FN-LABEL WS-MODE DELIMITED BY SIZE
               INTO PORTAL-REPORT-OUT-REC.
           WRITE PORTAL-REPORT-OUT-REC.

           MOVE "CUSTOMERS ON FILE......" TO RPT-FN-LABEL.
           MOVE WS-CUSTOMER-COUNT      TO RPT-FN-COUNT.
           WRITE PORTAL-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "CUSTOMERS SENT........." TO RPT-FN-LABEL.
           MOVE WS-SENT-COUNT          TO RPT-FN-COUNT.
           WRITE PORTAL-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "UNCHANGED - NOT SENT..." TO RPT-FN-LABEL.
           MOVE WS-UNCHANGED-COUNT     TO RPT-FN-COUNT.
           WRITE PORTAL-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "CLEARED FROM PORTAL...." TO RPT-FN-LABEL.
           MOVE WS-CLEARED-COUNT       TO RPT-FN-COUNT.
           WRITE PORTAL-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "EXTRACT RECORDS........" TO RPT-FN-LABEL.
           MOVE WS-RECORD-COUNT        TO RPT-FN-COUNT.
           WRITE PORTAL-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "ITEMS NOT EXTRACTED...." TO RPT-FN-LABEL.
           MOVE WS-ITEM-OVERFLOW-COUNT TO RPT-FN-COUNT.
           WRITE PORTAL-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           IF NOT WS-BAD-CARD
               IF WS-RECVI-FILE-STATUS NOT = "35"
                   CLOSE RECEIVABLE-KSD
               END-IF
               IF WS-CASHHIST-FILE-STATUS NOT = "35"
                   CLOSE CASH-RECEIPT-IN
               END-IF
               IF WS-SNAPI-FILE-STATUS NOT = "35"
                   CLOSE SNAPSHOT-IN
               END-IF
           END-IF.
           CLOSE PORTAL-EXTRACT-OUT
                 SNAPSHOT-OUT
                 PORTAL-REPORT-OUT.

           DISPLAY "ABCPORTL CONTROL TOTAL - MODE=" WS-MODE
               " CUSTOMERS=" WS-CUSTOMER-COUNT
               " SENT=" WS-SENT-COUNT
               " UNCHANGED=" WS-UNCHANGED-COUNT
               " CLEARED=" WS-CLEARED-COUNT
               " RECORDS=" WS-RECORD-COUNT.

           IF WS-BAD-CARD
               MOVE 8 TO RETURN-CODE
               GO TO 9000-EXIT
           END-IF.

           IF RETURN-CODE < 8
               PERFORM 8000-REGISTER-DISTRIBUTION
                   THRU 8000-EXIT
           END-IF.

      * A CUSTOMER WITH MORE OPEN ITEMS THAN THE GROUP HOLDS HAS
      * ITS SUMMARY RIGHT BUT NOT EVERY ITEM LISTED.
           IF WS-ITEM-OVERFLOW-COUNT > ZERO
               AND RETURN-CODE < 4
               DISPLAY "ABCPORTL **** " WS-ITEM-OVERFLOW-COUNT
                   " OPEN ITEMS OVER THE 200 PER CUSTOMER LIMIT "
                   "NOT EXTRACTED ****"
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
