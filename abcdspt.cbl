      *                 IS STILL OPEN - AGING AND LATE CHARGES  *
      *                 STAY SUSPENDED UNTIL THE LAST OPEN      *
      *                 DISPUTE IS DECIDED.                     *
      * 2026-10-15  DH  FLAGS AND UNFLAGS ITEMS IN PLACE ON THE  *
      *                 KEYED RECEIVABLES FILE (RECVKSD),        *
      *                 BROWSING ONLY THE CARD CUSTOMER'S ITEMS, *
      *                 IN PLACE OF LOADING AND REWRITING THE    *
      *                 WHOLE FLAT FILE THROUGH A 500-ENTRY      *
      *                 TABLE.                                   *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO DSPTOUT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RECEIVABLE-KSD
               ASSIGN TO RECVKSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RVK-ITEM-KEY
               FILE STATUS IS WS-RECVI-FILE-STATUS.

           SELECT STMT-EXTRACT-OUT
               ASSIGN TO STMTEXT
               ORGANIZATION IS LINE SEQUENTIAL
           RECORDING MODE IS F.
       01  DISPUTE-MASTER-OUT-REC      PIC X(76).

       FD  RECEIVABLE-KSD.
       COPY RECVKSD.

       FD  STMT-EXTRACT-OUT
           RECORDING MODE IS F.
           88  WS-OTHER-OPEN-DISPUTE           VALUE "Y".
       01  WS-NEXT-DISPUTE-ID          PIC 9(05) COMP-3 VALUE ZERO.

       01  WS-BROWSE-EOF-SW            PIC X(01) VALUE "N".
           88  WS-BROWSE-EOF                   VALUE "Y".
       01  WS-MATCH-SW                 PIC X(01) VALUE "N".
           88  WS-MATCH-FOUND                  VALUE "Y".
           88  WS-NO-MATCH                     VALUE "N".
       01  WS-MATCH-KEY                PIC X(14) VALUE SPACES.
       01  WS-MATCH-DUE-DATE           PIC X(08) VALUE SPACES.

       01  WS-CARD-COUNT               PIC 9(08) COMP VALUE ZERO.
       01  WS-REGISTERED-COUNT         PIC 9(08) COMP VALUE ZERO.
       01  WS-UPHELD-COUNT             PIC 9(08) COMP VALUE ZERO.
               THRU 2000-EXIT
               UNTIL WS-DSPTI-EOF.

           PERFORM 3000-PROCESS-DISPUTE-CARD
               THRU 3000-EXIT
               UNTIL WS-CARD-EOF.
               VARYING WS-DSP-SUB FROM 1 BY 1
               UNTIL WS-DSP-SUB > WS-DSP-COUNT.

           PERFORM 6000-REPORT-OPEN-DISPUTE
               THRU 6000-EXIT
               VARYING WS-DSP-SUB FROM 1 BY 1
      *----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT DISPUTE-MASTER-OUT
                OUTPUT DISPUTE-REPORT-OUT.

           MOVE FUNCTION CURRENT-DATE TO WS-RUNSTAMP-CURRENT-DATE.
                   THRU 2100-EXIT
           END-IF.

           PERFORM 1300-OPEN-RECEIVABLES
               THRU 1300-EXIT.

           OPEN INPUT DISPUTE-CARD-IN.
           IF WS-CARD-FILE-STATUS = "35"
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * OPENS THE KEYED RECEIVABLES FILE FOR UPDATE IN PLACE,    *
      * CREATING IT EMPTY ON ITS VERY FIRST USE.                 *
      *----------------------------------------------------------*
       1300-OPEN-RECEIVABLES.
           OPEN I-O RECEIVABLE-KSD.
           IF WS-RECVI-FILE-STATUS = "35"
               OPEN OUTPUT RECEIVABLE-KSD
               CLOSE RECEIVABLE-KSD
               OPEN I-O RECEIVABLE-KSD
           END-IF.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2000-LOAD-DISPUTE-ROW.
           MOVE DISPUTE-MASTER-IN-REC  TO DISPUTE-ROW.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3000-PROCESS-DISPUTE-CARD.
           ADD 1 TO WS-CARD-COUNT.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * BROWSES THE CARD CUSTOMER'S ITEMS FOR THE OLDEST ONE     *
      * STILL OPEN AND NOT ALREADY DISPUTED, THEN FLAGS IT.      *
      *----------------------------------------------------------*
       3400-FLAG-OLDEST-ITEM.
           SET WS-NO-MATCH TO TRUE.
           PERFORM 3800-START-CUSTOMER-BROWSE
               THRU 3800-EXIT.
           PERFORM 3410-SCAN-OPEN-ITEM
               THRU 3410-EXIT
               UNTIL WS-BROWSE-EOF.

           IF WS-NO-MATCH
               GO TO 3400-EXIT
           END-IF.

           MOVE WS-MATCH-KEY           TO RVK-ITEM-KEY.
           READ RECEIVABLE-KSD INTO RECEIVABLE-ITEM-RECORD.
           IF WS-RECVI-FILE-STATUS = "00"
               MOVE "D"                TO RV-STATUS
               REWRITE RECEIVABLE-KEYED-RECORD
                   FROM RECEIVABLE-ITEM-RECORD
           END-IF.
           PERFORM 3900-CHECK-RECV-UPDATE
               THRU 3900-EXIT.
       3400-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3410-SCAN-OPEN-ITEM.
           IF RV-OPEN-AMOUNT > ZERO
               AND NOT RV-ITEM-DISPUTED
               IF WS-NO-MATCH
                   OR RV-DUE-DATE < WS-MATCH-DUE-DATE
                   SET WS-MATCH-FOUND TO TRUE
                   MOVE RV-ITEM-KEY    TO WS-MATCH-KEY
                   MOVE RV-DUE-DATE    TO WS-MATCH-DUE-DATE
               END-IF
           END-IF.

           PERFORM 3810-READ-CUSTOMER-ITEM
               THRU 3810-EXIT.
       3410-EXIT.
           EXIT.

                   OR WS-OTHER-OPEN-DISPUTE.

           IF NOT WS-OTHER-OPEN-DISPUTE
               PERFORM 3800-START-CUSTOMER-BROWSE
                   THRU 3800-EXIT
               PERFORM 3700-UNFLAG-ITEM
                   THRU 3700-EXIT
                   UNTIL WS-BROWSE-EOF
           END-IF.
       3500-EXIT.
           EXIT.
           EXIT.

      *----------------------------------------------------------*
       3700-UNFLAG-ITEM.
           IF RV-ITEM-DISPUTED
               MOVE "O"                TO RV-STATUS
               REWRITE RECEIVABLE-KEYED-RECORD
                   FROM RECEIVABLE-ITEM-RECORD
               PERFORM 3900-CHECK-RECV-UPDATE
                   THRU 3900-EXIT
           END-IF.

           PERFORM 3810-READ-CUSTOMER-ITEM
               THRU 3810-EXIT.
       3700-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * POSITIONS THE KEYED FILE ON THE CARD CUSTOMER'S FIRST    *
      * ITEM AND READS IT.  A CUSTOMER'S ITEMS SIT TOGETHER IN   *
      * KEY ORDER, OLDEST STATEMENT FIRST.                       *
      *----------------------------------------------------------*
       3800-START-CUSTOMER-BROWSE.
           MOVE "N"                    TO WS-BROWSE-EOF-SW.
           MOVE DC-CUSTOMER-ID         TO RVK-CUSTOMER-ID.
           MOVE LOW-VALUES             TO RVK-STMT-DATE.
           START RECEIVABLE-KSD
               KEY IS NOT LESS THAN RVK-ITEM-KEY
               INVALID KEY
                   SET WS-BROWSE-EOF TO TRUE
           END-START.

           IF NOT WS-BROWSE-EOF
               PERFORM 3810-READ-CUSTOMER-ITEM
                   THRU 3810-EXIT
           END-IF.
       3800-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3810-READ-CUSTOMER-ITEM.
           READ RECEIVABLE-KSD NEXT RECORD
               INTO RECEIVABLE-ITEM-RECORD
               AT END
                   SET WS-BROWSE-EOF TO TRUE
           END-READ.

           IF NOT WS-BROWSE-EOF
               AND RV-CUSTOMER-ID NOT = DC-CUSTOMER-ID
               SET WS-BROWSE-EOF TO TRUE
           END-IF.
       3810-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A FAILED REWRITE OF AN ITEM LEAVES THE DISPUTE FLAGS     *
      * WRONG, SO THE RUN IS FLAGGED.                            *
      *----------------------------------------------------------*
       3900-CHECK-RECV-UPDATE.
           IF WS-RECVI-FILE-STATUS NOT = "00"
               DISPLAY "ABCDSPT  **** RECEIVABLE ITEM UPDATE FAILED"
                   " - STATUS " WS-RECVI-FILE-STATUS " ****"
               MOVE 8 TO RETURN-CODE
           END-IF.
       3900-EXIT.
           EXIT.

      *----------------------------------------------------------*
       5000-WRITE-DISPUTE-ROW.
           MOVE WS-DS-DISPUTE-ID(WS-DSP-SUB)  TO DS-DISPUTE-ID.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       6000-REPORT-OPEN-DISPUTE.
           IF WS-DS-STATUS(WS-DSP-SUB) NOT = "O"
           IF WS-DSPTI-FILE-STATUS NOT = "35"
               CLOSE DISPUTE-MASTER-IN
           END-IF.
           CLOSE DISPUTE-MASTER-OUT
                 RECEIVABLE-KSD
                 DISPUTE-REPORT-OUT.

           DISPLAY "ABCDSPT  CONTROL TOTAL - CARDS="
