      *                 SUMMARY IS THE PLANNED-VERSUS-PICKED     *
      *                 VARIANCE BY ROUND THAT SHOWS WHETHER THE *
      *                 GREEDY PLAN IS ACTUALLY EXECUTABLE.      *
      * 2026-10-15  DH  A CONFIRMED PICK NOW TAKES ITS RESERVED  *
      *                 UNIT OFF BOTH ON-HAND AND RESERVED ON    *
      *                 THE KEYED ITEM STOCK MASTER; A           *
      *                 SUBSTITUTED PICK JUST GIVES THE          *
      *                 RESERVATION BACK. BACKORDERED ROUNDS ARE *
      *                 NOT ON THE PLAN.                         *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO PKCFRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ITEM-STOCK-KSD
               ASSIGN TO ITEMKSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IS-ITEM-ID
               FILE STATUS IS WS-ITEMKSD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PICK-LIST-IN
           RECORDING MODE IS F.
       01  CONFIRM-REPORT-OUT-REC      PIC X(132).

       FD  ITEM-STOCK-KSD.
       COPY ITEMKSD.

       WORKING-STORAGE SECTION.
       COPY RUNSTAMP.
       COPY RPTHDFT.
       01  WS-PICKL-FILE-STATUS        PIC X(02).
       01  WS-CONF-FILE-STATUS         PIC X(02).
       01  WS-ITEMKSD-FILE-STATUS      PIC X(02).
       01  WS-ITEMKSD-OPEN-SW          PIC X(01) VALUE "N".
           88  WS-ITEMKSD-OPEN                 VALUE "Y".

       01  WS-PICKL-EOF-SW             PIC X(01) VALUE "N".
           88  WS-PICKL-EOF                    VALUE "Y".

      *----------------------------------------------------------*
      * THE PLAN REBUILT FROM THE PICK-LIST DOCUMENT: ONE SLOT   *
      * PER PLANNED ROUND WITH ITS PLANNED VALUE AND THE ITEM    *
      * STOCK WAS RESERVED ON, IF ANY.                           *
      *----------------------------------------------------------*
       01  WS-PLAN-TABLE.
           05  WS-PLAN-COUNT           PIC 9(03) COMP VALUE ZERO.
               10  WS-PN-ROUND         PIC 9(05) COMP-3.
               10  WS-PN-VALUE         PIC 9(10) COMP-3.
               10  WS-PN-CONFIRMED-SW  PIC X(01).
               10  WS-PN-ITEM-ID       PIC X(08).

       01  WS-PLAN-SUB                 PIC 9(03) COMP VALUE ZERO.
       01  WS-PLAN-MATCH               PIC 9(03) COMP VALUE ZERO.
       01  WS-SUBST-COUNT              PIC 9(08) COMP VALUE ZERO.
       01  WS-UNPLANNED-COUNT          PIC 9(08) COMP VALUE ZERO.
       01  WS-UNCONFIRMED-COUNT        PIC 9(08) COMP VALUE ZERO.
       01  WS-RELIEVED-COUNT           PIC 9(08) COMP VALUE ZERO.
       01  WS-UNRESERVED-COUNT         PIC 9(08) COMP VALUE ZERO.
       01  WS-RELIEF-FAIL-COUNT        PIC 9(08) COMP VALUE ZERO.
       01  WS-VARIANCE                 PIC S9(10) COMP-3 VALUE ZERO.
       01  WS-RELEASED-BUDGET          PIC S9(11) COMP-3
                                       VALUE ZERO.
               PERFORM 3100-READ-CONFIRMATION
                   THRU 3100-EXIT
           END-IF.

           OPEN I-O ITEM-STOCK-KSD.
           IF WS-ITEMKSD-FILE-STATUS = "00"
               SET WS-ITEMKSD-OPEN     TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.


      *----------------------------------------------------------*
      * ONE PICK-LIST DOCUMENT LINE: ONLY THE "  ROUND" DETAIL   *
      * LINES CARRY A PLANNED PICK - THE ROUND, VALUE AND ITEM   *
      * COME OFF THE EDITED COLUMNS.  A BACKORDERED ROUND IS NOT *
      * ON THE PLAN UNTIL A LATER RUN RELEASES IT.               *
      *----------------------------------------------------------*
       2000-LOAD-PLAN-LINE.
           IF PICK-LIST-IN-REC(1:8) = "  ROUND "
                       TO WS-PN-VALUE(WS-PLAN-COUNT)
                   MOVE "N"
                       TO WS-PN-CONFIRMED-SW(WS-PLAN-COUNT)
                   MOVE PICK-LIST-IN-REC(65:8)
                       TO WS-PN-ITEM-ID(WS-PLAN-COUNT)
               ELSE
                   DISPLAY "ABCPKCF  **** PLAN TABLE FULL - "
                       "LINE DROPPED ****"
           END-IF.

           MOVE "Y" TO WS-PN-CONFIRMED-SW(WS-PLAN-MATCH).
           IF WS-PN-ITEM-ID(WS-PLAN-MATCH) NOT = SPACES
               PERFORM 3500-RELIEVE-RESERVATION
                   THRU 3500-EXIT
           END-IF.
           MOVE WS-PN-VALUE(WS-PLAN-MATCH) TO WS-D-PLANNED.
           COMPUTE WS-VARIANCE =
               PC-PICKED-VALUE - WS-PN-VALUE(WS-PLAN-MATCH).
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A CONFIRMED PICK TAKES ITS RESERVED UNIT OFF THE SHELF - *
      * OFF BOTH ON-HAND AND RESERVED.  A SUBSTITUTED PICK TOOK  *
      * SOMETHING ELSE, SO THE PLANNED ITEM'S RESERVATION IS     *
      * JUST GIVEN BACK.                                         *
      *----------------------------------------------------------*
       3500-RELIEVE-RESERVATION.
           IF NOT WS-ITEMKSD-OPEN
               ADD 1 TO WS-RELIEF-FAIL-COUNT
               GO TO 3500-EXIT
           END-IF.

           MOVE WS-PN-ITEM-ID(WS-PLAN-MATCH) TO IS-ITEM-ID.
           READ ITEM-STOCK-KSD.
           IF WS-ITEMKSD-FILE-STATUS NOT = "00"
               DISPLAY "ABCPKCF  ITEM NOT ON STOCK MASTER - "
                   WS-PN-ITEM-ID(WS-PLAN-MATCH)
               ADD 1 TO WS-RELIEF-FAIL-COUNT
               GO TO 3500-EXIT
           END-IF.

           IF IS-RESERVED > ZERO
               SUBTRACT 1 FROM IS-RESERVED
           END-IF.
           IF PC-SUBSTITUTED
               ADD 1 TO WS-UNRESERVED-COUNT
           ELSE
               IF IS-ON-HAND > ZERO
                   SUBTRACT 1 FROM IS-ON-HAND
               END-IF
               ADD 1 TO WS-RELIEVED-COUNT
           END-IF.

           REWRITE ITEM-STOCK-KEYED-RECORD.
           IF WS-ITEMKSD-FILE-STATUS NOT = "00"
               DISPLAY "ABCPKCF  **** ITEM STOCK REWRITE FAILED - "
                   IS-ITEM-ID " STATUS " WS-ITEMKSD-FILE-STATUS
                   " ****"
               ADD 1 TO WS-RELIEF-FAIL-COUNT
           END-IF.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------*
       4000-CHECK-UNCONFIRMED.
           IF WS-PN-CONFIRMED-SW(WS-PLAN-SUB) = "N"
           MOVE WS-UNCONFIRMED-COUNT   TO RPT-FN-COUNT.
           WRITE CONFIRM-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "RESERVATIONS RELIEVED.." TO RPT-FN-LABEL.
           MOVE WS-RELIEVED-COUNT      TO RPT-FN-COUNT.
           WRITE CONFIRM-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "RESERVATIONS GIVEN BACK" TO RPT-FN-LABEL.
           MOVE WS-UNRESERVED-COUNT    TO RPT-FN-COUNT.
           WRITE CONFIRM-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "STOCK NOT RELIEVED....." TO RPT-FN-LABEL.
           MOVE WS-RELIEF-FAIL-COUNT   TO RPT-FN-COUNT.
           WRITE CONFIRM-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           IF WS-PICKL-FILE-STATUS NOT = "35"
               CLOSE PICK-LIST-IN
           END-IF.
           IF WS-CONF-FILE-STATUS NOT = "35"
               CLOSE PICK-CONFIRM-IN
           END-IF.
           IF WS-ITEMKSD-OPEN
               CLOSE ITEM-STOCK-KSD
           END-IF.
           CLOSE CONFIRM-REPORT-OUT.

           DISPLAY "ABCPKCF  CONTROL TOTAL - CONFIRMS="
               " SUBST=" WS-SUBST-COUNT
               " UNPLANNED=" WS-UNPLANNED-COUNT
               " UNCONFIRMED=" WS-UNCONFIRMED-COUNT.
           DISPLAY "ABCPKCF  STOCK - RELIEVED=" WS-RELIEVED-COUNT
               " GIVEN-BACK=" WS-UNRESERVED-COUNT
               " NOT-RELIEVED=" WS-RELIEF-FAIL-COUNT.

           IF WS-CONFIRM-COUNT NOT = WS-CLEAN-COUNT
               + WS-SHORT-COUNT + WS-SUBST-COUNT
               DISPLAY
                 "ABCPKCF  **** CONTROL TOTALS OUT OF BALANCE ****"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-RELIEF-FAIL-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       9000-EXIT.
           EXIT.
