       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCITRCV.
       AUTHOR. D HARLOW.
       INSTALLATION. DL100 BATCH SERVICES.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 2026-10-15  DH  NEW PROGRAM.  PICK ITEM STOCK RECEIPTS.  *
      *                 EACH RECEIPT CARD NAMES AN ITEM AND THE  *
      *                 QUANTITY PUT ON THE SHELF, AND IS ADDED  *
      *                 TO THE ITEM'S ON-HAND ON THE KEYED ITEM  *
      *                 STOCK MASTER.  THE FIRST RECEIPT OF AN   *
      *                 ITEM SETS IT UP ON THE MASTER WITH THE   *
      *                 DESCRIPTION FROM THE CARD.  THE NEXT     *
      *                 ABC124A BATCH RUN RELEASES ANY           *
      *                 BACKORDERS THE NEW STOCK NOW COVERS.     *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIPT-CARD-IN
               ASSIGN TO ITEMRCPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.

           SELECT ITEM-STOCK-KSD
               ASSIGN TO ITEMKSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IS-ITEM-ID
               FILE STATUS IS WS-ITEMKSD-FILE-STATUS.

           SELECT RECEIPT-REPORT-OUT
               ASSIGN TO ITRCVRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RECEIPT-CARD-IN
           RECORDING MODE IS F.
       01  RECEIPT-CARD-RECORD.
           05  RR-ITEM-ID              PIC X(08).
           05  FILLER                  PIC X(01).
           05  RR-QUANTITY             PIC X(07).
           05  RR-QUANTITY-N           REDEFINES RR-QUANTITY
                                       PIC 9(07).
           05  FILLER                  PIC X(01).
           05  RR-DESCRIPTION          PIC X(20).

       FD  ITEM-STOCK-KSD.
       COPY ITEMKSD.

       FD  RECEIPT-REPORT-OUT
           RECORDING MODE IS F.
       01  RECEIPT-REPORT-OUT-REC      PIC X(132).

       WORKING-STORAGE SECTION.
       COPY RUNSTAMP.
       COPY RPTHDFT.
       01  WS-CARD-FILE-STATUS         PIC X(02).
       01  WS-ITEMKSD-FILE-STATUS      PIC X(02).

       01  WS-CARD-EOF-SW              PIC X(01) VALUE "N".
           88  WS-CARD-EOF                     VALUE "Y".
       01  WS-UPDATE-FAILED-SW         PIC X(01) VALUE "N".
           88  WS-UPDATE-FAILED                VALUE "Y".
       01  WS-FILES-OPEN-SW            PIC X(01) VALUE "N".
           88  WS-FILES-OPEN                   VALUE "Y".

       01  WS-CARD-COUNT               PIC 9(08) COMP VALUE ZERO.
       01  WS-ACCEPTED-COUNT           PIC 9(08) COMP VALUE ZERO.
       01  WS-NEW-ITEM-COUNT           PIC 9(08) COMP VALUE ZERO.
       01  WS-REFUSED-COUNT            PIC 9(08) COMP VALUE ZERO.
       01  WS-UNITS-RECEIVED           PIC 9(09) COMP VALUE ZERO.

       01  WS-RPT-DATE                 PIC X(10).

       01  WS-HEADER-LINE.
           05  FILLER                  PIC X(10) VALUE "ITEM".
           05  FILLER                  PIC X(10) VALUE "  RECEIVED".
           05  FILLER                  PIC X(10) VALUE "   ON HAND".
           05  FILLER                  PIC X(10) VALUE "  RESERVED".
           05  FILLER                  PIC X(10) VALUE "      FREE".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE "DISPOSITION".

       01  WS-DETAIL-LINE.
           05  WS-D-ITEM-ID            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-RECEIVED           PIC X(10).
           05  WS-D-ON-HAND            PIC Z(09)9.
           05  WS-D-RESERVED           PIC Z(09)9.
           05  WS-D-FREE               PIC -(09)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-DISPOSITION        PIC X(40).

       01  WS-EDIT-QUANTITY            PIC Z(09)9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-PROCESS-RECEIPT-CARD
               THRU 2000-EXIT
               UNTIL WS-CARD-EOF.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           GOBACK.

      *----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT RECEIPT-REPORT-OUT.

           MOVE FUNCTION CURRENT-DATE TO WS-RUNSTAMP-CURRENT-DATE.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:14) TO WS-RUN-ID.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:8)  TO WS-RUN-DATE.

           MOVE "PICK ITEM STOCK RECEIPTS" TO RPT-ST-TEXT.
           STRING WS-RUN-DATE(5:2) "/" WS-RUN-DATE(7:2) "/"
               WS-RUN-DATE(1:4)
               DELIMITED BY SIZE INTO WS-RPT-DATE.

           PERFORM 1100-WRITE-PAGE-HEADERS
               THRU 1100-EXIT.

           PERFORM 1400-OPEN-ITEM-STOCK
               THRU 1400-EXIT.
           IF WS-ITEMKSD-FILE-STATUS NOT = "00"
               DISPLAY "ABCITRCV **** ITEM STOCK MASTER NOT "
                   "AVAILABLE - STATUS " WS-ITEMKSD-FILE-STATUS
                   " ****"
               SET WS-UPDATE-FAILED    TO TRUE
               SET WS-CARD-EOF         TO TRUE
               GO TO 1000-EXIT
           END-IF.
           SET WS-FILES-OPEN           TO TRUE.

           OPEN INPUT RECEIPT-CARD-IN.
           IF WS-CARD-FILE-STATUS = "35"
               SET WS-CARD-EOF TO TRUE
           ELSE
               PERFORM 2100-READ-RECEIPT-CARD
                   THRU 2100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1100-WRITE-PAGE-HEADERS.
           ADD 1 TO RPT-PAGE-COUNT.
           MOVE WS-RPT-DATE            TO RPT-DL-RUN-DATE.

           WRITE RECEIPT-REPORT-OUT-REC FROM RPT-TITLE-LINE.
           WRITE RECEIPT-REPORT-OUT-REC FROM RPT-SUBTITLE-LINE.
           WRITE RECEIPT-REPORT-OUT-REC FROM RPT-DATE-LINE.
           MOVE SPACES                 TO RECEIPT-REPORT-OUT-REC.
           WRITE RECEIPT-REPORT-OUT-REC.
           WRITE RECEIPT-REPORT-OUT-REC FROM WS-HEADER-LINE.
           MOVE SPACES                 TO RECEIPT-REPORT-OUT-REC.
           WRITE RECEIPT-REPORT-OUT-REC.

           MOVE 6                      TO RPT-LINE-COUNT.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * OPENS THE KEYED ITEM STOCK MASTER FOR UPDATE IN PLACE,   *
      * CREATING IT EMPTY ON ITS VERY FIRST USE.                 *
      *----------------------------------------------------------*
       1400-OPEN-ITEM-STOCK.
           OPEN I-O ITEM-STOCK-KSD.
           IF WS-ITEMKSD-FILE-STATUS = "35"
               OPEN OUTPUT ITEM-STOCK-KSD
               CLOSE ITEM-STOCK-KSD
               OPEN I-O ITEM-STOCK-KSD
           END-IF.
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE RECEIPT CARD: THE QUANTITY IS EDITED, THEN ADDED TO  *
      * THE ITEM'S ON-HAND, OR THE ITEM IS SET UP IF THIS IS ITS *
      * FIRST RECEIPT.                                           *
      *----------------------------------------------------------*
       2000-PROCESS-RECEIPT-CARD.
           ADD 1 TO WS-CARD-COUNT.
           MOVE RR-ITEM-ID             TO WS-D-ITEM-ID.
           MOVE ZERO                   TO WS-D-ON-HAND
                                          WS-D-RESERVED
                                          WS-D-FREE.
           IF RR-QUANTITY IS NUMERIC
               MOVE RR-QUANTITY-N      TO WS-EDIT-QUANTITY
               MOVE WS-EDIT-QUANTITY   TO WS-D-RECEIVED
           ELSE
               MOVE RR-QUANTITY        TO WS-D-RECEIVED
           END-IF.

           EVALUATE TRUE
               WHEN RR-ITEM-ID = SPACES
                   MOVE "REFUSED - NO ITEM ON CARD"
                       TO WS-D-DISPOSITION
               WHEN RR-QUANTITY IS NOT NUMERIC
                   MOVE "REFUSED - INVALID QUANTITY"
                       TO WS-D-DISPOSITION
               WHEN RR-QUANTITY-N = ZERO
                   MOVE "REFUSED - INVALID QUANTITY"
                       TO WS-D-DISPOSITION
               WHEN OTHER
                   MOVE SPACES         TO WS-D-DISPOSITION
           END-EVALUATE.
           IF WS-D-DISPOSITION NOT = SPACES
               GO TO 2000-REFUSE
           END-IF.

           MOVE RR-ITEM-ID             TO IS-ITEM-ID.
           READ ITEM-STOCK-KSD.
           EVALUATE WS-ITEMKSD-FILE-STATUS
               WHEN "00"
                   PERFORM 3000-ADD-TO-ON-HAND
                       THRU 3000-EXIT
               WHEN "23"
                   PERFORM 3100-SET-UP-ITEM
                       THRU 3100-EXIT
               WHEN OTHER
                   SET WS-UPDATE-FAILED TO TRUE
                   MOVE "REFUSED - ITEM MASTER READ FAILED"
                       TO WS-D-DISPOSITION
           END-EVALUATE.
           IF WS-D-DISPOSITION(1:7) = "REFUSED"
               GO TO 2000-REFUSE
           END-IF.

           ADD 1 TO WS-ACCEPTED-COUNT.
           ADD RR-QUANTITY-N           TO WS-UNITS-RECEIVED.
           MOVE IS-ON-HAND             TO WS-D-ON-HAND.
           MOVE IS-RESERVED            TO WS-D-RESERVED.
           COMPUTE WS-D-FREE = IS-ON-HAND - IS-RESERVED.
           PERFORM 7000-WRITE-REPORT-LINE
               THRU 7000-EXIT.
           GO TO 2000-READ-NEXT.

       2000-REFUSE.
           ADD 1 TO WS-REFUSED-COUNT.
           PERFORM 7000-WRITE-REPORT-LINE
               THRU 7000-EXIT.

       2000-READ-NEXT.
           PERFORM 2100-READ-RECEIPT-CARD
               THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2100-READ-RECEIPT-CARD.
           READ RECEIPT-CARD-IN
               AT END
                   SET WS-CARD-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3000-ADD-TO-ON-HAND.
           IF IS-ON-HAND + RR-QUANTITY-N > 9999999
               MOVE "REFUSED - ON-HAND WOULD OVERFLOW"
                   TO WS-D-DISPOSITION
               GO TO 3000-EXIT
           END-IF.

           ADD RR-QUANTITY-N           TO IS-ON-HAND.
           MOVE WS-RUN-DATE            TO IS-LAST-RECEIPT-DATE.
           REWRITE ITEM-STOCK-KEYED-RECORD.
           IF WS-ITEMKSD-FILE-STATUS NOT = "00"
               SET WS-UPDATE-FAILED    TO TRUE
               MOVE "REFUSED - ITEM MASTER REWRITE FAILED"
                   TO WS-D-DISPOSITION
               GO TO 3000-EXIT
           END-IF.
           MOVE "RECEIVED"             TO WS-D-DISPOSITION.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3100-SET-UP-ITEM.
           MOVE SPACES                 TO ITEM-STOCK-KEYED-RECORD.
           MOVE RR-ITEM-ID             TO IS-ITEM-ID.
           MOVE RR-DESCRIPTION         TO IS-DESCRIPTION.
           MOVE RR-QUANTITY-N          TO IS-ON-HAND.
           MOVE ZERO                   TO IS-RESERVED.
           MOVE WS-RUN-DATE            TO IS-LAST-RECEIPT-DATE.
           WRITE ITEM-STOCK-KEYED-RECORD.
           IF WS-ITEMKSD-FILE-STATUS NOT = "00"
               SET WS-UPDATE-FAILED    TO TRUE
               MOVE "REFUSED - ITEM MASTER WRITE FAILED"
                   TO WS-D-DISPOSITION
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-NEW-ITEM-COUNT.
           MOVE "RECEIVED - NEW ITEM SET UP"
               TO WS-D-DISPOSITION.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       7000-WRITE-REPORT-LINE.
           IF RPT-LINE-COUNT >= RPT-MAX-LINES-PER-PAGE
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE RECEIPT-REPORT-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 1100-WRITE-PAGE-HEADERS
                   THRU 1100-EXIT
           END-IF.

           WRITE RECEIPT-REPORT-OUT-REC FROM WS-DETAIL-LINE.
           ADD 1 TO RPT-LINE-COUNT.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       9000-TERMINATE.
           MOVE RPT-PAGE-COUNT         TO RPT-F-PAGE-NO.
           WRITE RECEIPT-REPORT-OUT-REC FROM RPT-FOOTER-LINE.

           MOVE "RECEIPT CARDS READ....." TO RPT-FN-LABEL.
           MOVE WS-CARD-COUNT          TO RPT-FN-COUNT.
           WRITE RECEIPT-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "RECEIPTS POSTED........" TO RPT-FN-LABEL.
           MOVE WS-ACCEPTED-COUNT      TO RPT-FN-COUNT.
           WRITE RECEIPT-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "NEW ITEMS SET UP......." TO RPT-FN-LABEL.
           MOVE WS-NEW-ITEM-COUNT      TO RPT-FN-COUNT.
           WRITE RECEIPT-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "UNITS RECEIVED........." TO RPT-FN-LABEL.
           MOVE WS-UNITS-RECEIVED      TO RPT-FN-COUNT.
           WRITE RECEIPT-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "CARDS REFUSED.........." TO RPT-FN-LABEL.
           MOVE WS-REFUSED-COUNT       TO RPT-FN-COUNT.
           WRITE RECEIPT-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           IF WS-FILES-OPEN
               IF WS-CARD-FILE-STATUS NOT = "35"
                   CLOSE RECEIPT-CARD-IN
               END-IF
               CLOSE ITEM-STOCK-KSD
           END-IF.
           CLOSE RECEIPT-REPORT-OUT.

           DISPLAY "ABCITRCV CONTROL TOTAL - CARDS="
               WS-CARD-COUNT
               " POSTED=" WS-ACCEPTED-COUNT
               " NEWITEMS=" WS-NEW-ITEM-COUNT
               " REFUSED=" WS-REFUSED-COUNT.

           IF WS-CARD-COUNT NOT =
               WS-ACCEPTED-COUNT + WS-REFUSED-COUNT
               OR WS-UPDATE-FAILED
               DISPLAY
                 "ABCITRCV **** CONTROL TOTALS OUT OF BALANCE ****"
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
