      *                 SX-TRACE-ID FIELD (RECORD 55->65), SO THE *
      *                 TRACE INQUIRY CAN FOLLOW A TRANSACTION    *
      *                 ONTO ITS STATEMENT LINE.                  *
      * 2026-10-15  DH  THE FOREIGN-CURRENCY DETAIL ROW NOW ALSO *
      *                 CARRIES THE CUSTOMER AND THE BOOKING     *
      *                 DATE (RECORD 49->63), SO CASH            *
      *                 APPLICATION CAN TIE IT TO THE RECEIVABLE *
      *                 ITEM AND BOOK THE REALIZED GAIN OR LOSS  *
      *                 WHEN THE ITEM IS SETTLED.                *
      * 2026-10-15  DH  A RUN ENDING WITH RC 8 OR WORSE NOW      *
      *                 APPENDS A DIAGNOSTIC SET (COUNTERS,      *
      *                 CHECKPOINT KEY, FILE STATUSES AND THE    *
      *                 LAST 10 INPUT RECORDS READ) TO THE       *
      *                 DIAGLOG FILE FOR ABCALERT AND ABCDIAGP.  *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PGMTOTAL-FILE-STATUS.

           SELECT DIAG-LOG-OUT
               ASSIGN TO DIAGLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIAGLOG-FILE-STATUS.

           SELECT GL-INTERFACE-OUT
               ASSIGN TO GLFEED
               ORGANIZATION IS LINE SEQUENTIAL
           RECORDING MODE IS F.
       01  PGM-TOTALS-OUT-REC          PIC X(100).

       FD  DIAG-LOG-OUT
           RECORDING MODE IS F.
       01  DIAG-LOG-OUT-REC            PIC X(128).

       FD  GL-INTERFACE-OUT
           RECORDING MODE IS F.
       01  GL-INTERFACE-OUT-REC        PIC X(64).

       FD  FX-DETAIL-OUT
           RECORDING MODE IS F.
       01  FX-DETAIL-OUT-REC           PIC X(63).

       FD  CALENDAR-MASTER-IN
           RECORDING MODE IS F.
       COPY STMTREC.
       COPY RPTHDFT.
       COPY CHKPTREC.
       COPY DIAGREC.
       COPY DUPKSDWS.
       COPY CTLTOTAL.
       COPY RUNSTAMP.
           READ PERIOD-IN
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   PERFORM 2110-SAVE-RECENT-INPUT
                       THRU 2110-EXIT
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * KEEPS THE LAST DG-RECENT-MAX INPUT RECORDS READ SO A RUN *
      * THAT ENDS BADLY CAN SHOW WHAT IT WAS WORKING ON.         *
      *----------------------------------------------------------*
       2110-SAVE-RECENT-INPUT.
           ADD 1 TO DG-RECENT-NEXT.
           IF DG-RECENT-NEXT > DG-RECENT-MAX
               MOVE 1                  TO DG-RECENT-NEXT
           END-IF.
           MOVE PERIOD-IN-REC
               TO DG-RECENT-RECORD(DG-RECENT-NEXT).
           IF DG-RECENT-HELD < DG-RECENT-MAX
               ADD 1 TO DG-RECENT-HELD
           END-IF.
       2110-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * APPENDS ONE LINE TO THE SUITE-WIDE AUDIT LOG FOR EVERY   *
      * PERIOD PROCESSED BY THIS RUN, WHETHER ACCEPTED OR        *
      * APPENDS ONE FOREIGN-CURRENCY DETAIL ROW, KEYED BY THE    *
      * PRINCIPAL GLFEED LINE'S REFERENCE, SO THE MONTH-END      *
      * OPEN-POSITION BUILD CAN REVALUE THE ITEM AT THE RATE IT  *
      * WAS BOOKED AT, AND SO CASH APPLICATION CAN FIND IT BY    *
      * CUSTOMER AND BOOKING DATE WHEN THE ITEM IS SETTLED.      *
      *----------------------------------------------------------*
       8210-WRITE-FX-DETAIL.
           MOVE "ABC121A"              TO FX-SOURCE-PROGRAM.
           MOVE WS-CURRENCY-CODE       TO FX-CURRENCY-CODE.
           MOVE R                      TO FX-FC-AMOUNT.
           MOVE WS-EXCH-RATE           TO FX-BOOKED-RATE.
           IF WS-CUSTOMER-ID = SPACES
               MOVE "UNASGN"           TO FX-CUSTOMER-ID
           ELSE
               MOVE WS-CUSTOMER-ID     TO FX-CUSTOMER-ID
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FX-BOOKED-DATE.

           OPEN EXTEND FX-DETAIL-OUT.
           IF WS-FXDET-FILE-STATUS = "35"
           PERFORM 9060-WRITE-PROGRAM-TOTALS
               THRU 9060-EXIT.

           PERFORM 9070-WRITE-DIAGNOSTICS
               THRU 9070-EXIT.

           MOVE "ABC121A"              TO CKPT-PROGRAM-ID.
           MOVE ZERO                   TO CKPT-LAST-KEY.
           MOVE FUNCTION CURRENT-DATE  TO CKPT-TIMESTAMP.
       9060-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A RUN ENDING WITH RC 8 OR WORSE - FAILED, OR CONTROL     *
      * TOTALS OUT OF BALANCE - APPENDS A DIAGNOSTIC SET TO THE  *
      * DIAGLOG FILE: THE COUNTERS AND CHECKPOINT KEY, EVERY     *
      * FILE STATUS THIS PROGRAM TRACKS, AND THE LAST INPUT      *
      * RECORDS READ.  IT IS WRITTEN BEFORE THE CHECKPOINT IS    *
      * RESET, SO THE KEY SHOWN IS THE ONE A RESTART WOULD HAVE  *
      * USED.                                                    *
      *----------------------------------------------------------*
       9070-WRITE-DIAGNOSTICS.
           IF RETURN-CODE < 8
               GO TO 9070-EXIT
           END-IF.

           MOVE "ABC121A"              TO DG-PROGRAM-ID.
           MOVE WS-RUN-ID              TO DG-RUN-ID.
           MOVE SPACES                 TO DG-LINE-BODY.
           SET DG-HEADER-LINE          TO TRUE.
           MOVE ZERO                   TO DG-LINE-SEQ.
           MOVE WS-RUN-DATE            TO DG-RUN-DATE.
           IF WS-CT-OUT-OF-BALANCE
               SET DG-OUT-OF-BALANCE   TO TRUE
           ELSE
               SET DG-RUN-FAILED       TO TRUE
           END-IF.
           MOVE RETURN-CODE            TO DG-RETURN-CODE.
           IF CKPT-LAST-KEY IS NUMERIC
               MOVE CKPT-LAST-KEY      TO DG-CHECKPOINT-KEY
           ELSE
               MOVE ZERO               TO DG-CHECKPOINT-KEY
           END-IF.
           MOVE WS-PERIOD-COUNT        TO DG-READ-COUNT.
           MOVE WS-CT-PROCESSED-COUNT  TO DG-PROCESSED-COUNT.
           MOVE WS-REJECT-COUNT        TO DG-REJECT-COUNT.
           MOVE WS-CT-SKIP-COUNT       TO DG-SKIP-COUNT.
           MOVE DG-RECENT-HELD         TO DG-RECENT-COUNT.

           OPEN EXTEND DIAG-LOG-OUT.
           IF WS-DIAGLOG-FILE-STATUS = "35"
               OPEN OUTPUT DIAG-LOG-OUT
           END-IF.
           WRITE DIAG-LOG-OUT-REC FROM DIAG-LOG-LINE.

           MOVE SPACES                 TO DG-LINE-BODY.
           MOVE "AUDITLOG"             TO DG-DD-NAME.
           MOVE WS-AUDIT-FILE-STATUS   TO DG-FILE-STATUS.
           PERFORM 9075-WRITE-STATUS-LINE
               THRU 9075-EXIT.
           MOVE "PGMTOTAL"             TO DG-DD-NAME.
           MOVE WS-PGMTOTAL-FILE-STATUS TO DG-FILE-STATUS.
           PERFORM 9075-WRITE-STATUS-LINE
               THRU 9075-EXIT.
           MOVE "GLFEED"               TO DG-DD-NAME.
           MOVE WS-GL-FILE-STATUS      TO DG-FILE-STATUS.
           PERFORM 9075-WRITE-STATUS-LINE
               THRU 9075-EXIT.
           MOVE "GLACCTMP"             TO DG-DD-NAME.
           MOVE WS-GLMAP-FILE-STATUS   TO DG-FILE-STATUS.
           PERFORM 9075-WRITE-STATUS-LINE
               THRU 9075-EXIT.
           MOVE "EXCHRATE"             TO DG-DD-NAME.
           MOVE WS-XRATE-FILE-STATUS   TO DG-FILE-STATUS.
           PERFORM 9075-WRITE-STATUS-LINE
               THRU 9075-EXIT.
           MOVE "FXDETAIL"             TO DG-DD-NAME.
           MOVE WS-FXDET-FILE-STATUS   TO DG-FILE-STATUS.
           PERFORM 9075-WRITE-STATUS-LINE
               THRU 9075-EXIT.
           MOVE "CALMAST"              TO DG-DD-NAME.
           MOVE WS-CALMAST-FILE-STATUS TO DG-FILE-STATUS.
           PERFORM 9075-WRITE-STATUS-LINE
               THRU 9075-EXIT.
           MOVE "STMTEXT"              TO DG-DD-NAME.
           MOVE WS-STMT-FILE-STATUS    TO DG-FILE-STATUS.
           PERFORM 9075-WRITE-STATUS-LINE
               THRU 9075-EXIT.
           MOVE "PERIODCKPT"           TO DG-DD-NAME.
           MOVE WS-CHECKPOINT-FILE-STATUS TO DG-FILE-STATUS.
           PERFORM 9075-WRITE-STATUS-LINE
               THRU 9075-EXIT.
           MOVE "DUPKSD"               TO DG-DD-NAME.
           MOVE WS-DUPKSD-FILE-STATUS  TO DG-FILE-STATUS.
           PERFORM 9075-WRITE-STATUS-LINE
               THRU 9075-EXIT.

           IF DG-RECENT-HELD < DG-RECENT-MAX
               OR DG-RECENT-NEXT = DG-RECENT-MAX
               MOVE 1                  TO DG-RECENT-FIRST
           ELSE
               COMPUTE DG-RECENT-FIRST = DG-RECENT-NEXT + 1
           END-IF.
           PERFORM 9076-WRITE-RECORD-LINE
               THRU 9076-EXIT
               VARYING DG-RECENT-SUB FROM 1 BY 1
               UNTIL DG-RECENT-SUB > DG-RECENT-HELD.

           CLOSE DIAG-LOG-OUT.

           DISPLAY "ABC121A DIAGNOSTICS CAPTURED - REF="
               DG-REFERENCE.
       9070-EXIT.
           EXIT.

      *----------------------------------------------------------*
       9075-WRITE-STATUS-LINE.
           SET DG-STATUS-LINE          TO TRUE.
           ADD 1 TO DG-LINE-SEQ.
           WRITE DIAG-LOG-OUT-REC FROM DIAG-LOG-LINE.
       9075-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * WRITES THE RECENT INPUT RECORDS OLDEST FIRST, STARTING   *
      * AT DG-RECENT-FIRST AND WRAPPING ROUND THE RING.          *
      *----------------------------------------------------------*
       9076-WRITE-RECORD-LINE.
           COMPUTE DG-RECENT-IX =
               DG-RECENT-FIRST + DG-RECENT-SUB - 1.
           IF DG-RECENT-IX > DG-RECENT-MAX
               SUBTRACT DG-RECENT-MAX FROM DG-RECENT-IX
           END-IF.
           SET DG-RECORD-LINE          TO TRUE.
           ADD 1 TO DG-LINE-SEQ.
           MOVE DG-RECENT-RECORD(DG-RECENT-IX) TO DG-RECORD-IMAGE.
           WRITE DIAG-LOG-OUT-REC FROM DIAG-LOG-LINE.
       9076-EXIT.
           EXIT.


      *----------------------------------------------------------*
      * APPENDS ONE LINE TO THE SHARED STATEMENT EXTRACT FOR THE *
