      *                 DIRECT READ BY PROGRAM AND KEY, AND EACH     *
      *                 ACCEPTED KEY IS WRITTEN BACK DATED SO THE    *
      *                 RETENTION PURGE CAN AGE IT OUT.              *
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

           SELECT EXCEPTION-OUT
               ASSIGN TO GCDEXC
               ORGANIZATION IS LINE SEQUENTIAL
           RECORDING MODE IS F.
       01  PGM-TOTALS-OUT-REC          PIC X(100).

       FD  DIAG-LOG-OUT
           RECORDING MODE IS F.
       01  DIAG-LOG-OUT-REC            PIC X(128).

       FD  EXCEPTION-OUT
           RECORDING MODE IS F.
       01  EXCEPTION-OUT-REC           PIC X(100).
       COPY AUDITREC.
       COPY PGMTOTAL.
       COPY CHKPTREC.
       COPY DIAGREC.
       COPY DUPKSDWS.
       COPY CTLTOTAL.
       COPY RUNSTAMP.
           PERFORM 1970-WRITE-PROGRAM-TOTALS
               THRU 1970-EXIT.

           PERFORM 1975-WRITE-DIAGNOSTICS
               THRU 1975-EXIT.

           MOVE "ABC118A"              TO CKPT-PROGRAM-ID.
           MOVE ZERO                   TO CKPT-LAST-KEY.
           MOVE FUNCTION CURRENT-DATE  TO CKPT-TIMESTAMP.
           READ TRANS-IN
               AT END
                   SET WS-BATCH-EOF    TO TRUE
               NOT AT END
                   PERFORM 1915-SAVE-RECENT-INPUT
                       THRU 1915-EXIT
           END-READ.
       1910-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * KEEPS THE LAST DG-RECENT-MAX INPUT RECORDS READ SO A RUN *
      * THAT ENDS BADLY CAN SHOW WHAT IT WAS WORKING ON.         *
      *----------------------------------------------------------*
       1915-SAVE-RECENT-INPUT.
           ADD 1 TO DG-RECENT-NEXT.
           IF DG-RECENT-NEXT > DG-RECENT-MAX
               MOVE 1                  TO DG-RECENT-NEXT
           END-IF.
           MOVE TRANS-IN-REC
               TO DG-RECENT-RECORD(DG-RECENT-NEXT).
           IF DG-RECENT-HELD < DG-RECENT-MAX
               ADD 1 TO DG-RECENT-HELD
           END-IF.
       1915-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1920-PROCESS-BATCH-RECORD.
           ADD 1 TO WS-BATCH-COUNT.
       1970-EXIT.
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
       1975-WRITE-DIAGNOSTICS.
           IF RETURN-CODE < 8
               GO TO 1975-EXIT
           END-IF.

           MOVE "ABC118A"              TO DG-PROGRAM-ID.
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
           MOVE WS-BATCH-COUNT         TO DG-READ-COUNT.
           MOVE WS-CT-PROCESSED-COUNT  TO DG-PROCESSED-COUNT.
           MOVE WS-BATCH-REJECT-COUNT  TO DG-REJECT-COUNT.
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
           PERFORM 1976-WRITE-STATUS-LINE
               THRU 1976-EXIT.
           MOVE "PGMTOTAL"             TO DG-DD-NAME.
           MOVE WS-PGMTOTAL-FILE-STATUS TO DG-FILE-STATUS.
           PERFORM 1976-WRITE-STATUS-LINE
               THRU 1976-EXIT.
           MOVE "GCDEXC"               TO DG-DD-NAME.
           MOVE WS-EXCEPTION-FILE-STATUS TO DG-FILE-STATUS.
           PERFORM 1976-WRITE-STATUS-LINE
               THRU 1976-EXIT.
           MOVE "GCDCKPT"              TO DG-DD-NAME.
           MOVE WS-CHECKPOINT-FILE-STATUS TO DG-FILE-STATUS.
           PERFORM 1976-WRITE-STATUS-LINE
               THRU 1976-EXIT.
           MOVE "RATECTL"              TO DG-DD-NAME.
           MOVE WS-RATECTL-FILE-STATUS TO DG-FILE-STATUS.
           PERFORM 1976-WRITE-STATUS-LINE
               THRU 1976-EXIT.
           MOVE "CALMAST"              TO DG-DD-NAME.
           MOVE WS-CALMAST-FILE-STATUS TO DG-FILE-STATUS.
           PERFORM 1976-WRITE-STATUS-LINE
               THRU 1976-EXIT.
           MOVE "ALIGNOUT"             TO DG-DD-NAME.
           MOVE WS-ALIGN-FILE-STATUS   TO DG-FILE-STATUS.
           PERFORM 1976-WRITE-STATUS-LINE
               THRU 1976-EXIT.
           MOVE "DUPKSD"               TO DG-DD-NAME.
           MOVE WS-DUPKSD-FILE-STATUS  TO DG-FILE-STATUS.
           PERFORM 1976-WRITE-STATUS-LINE
               THRU 1976-EXIT.

           IF DG-RECENT-HELD < DG-RECENT-MAX
               OR DG-RECENT-NEXT = DG-RECENT-MAX
               MOVE 1                  TO DG-RECENT-FIRST
           ELSE
               COMPUTE DG-RECENT-FIRST = DG-RECENT-NEXT + 1
           END-IF.
           PERFORM 1977-WRITE-RECORD-LINE
               THRU 1977-EXIT
               VARYING DG-RECENT-SUB FROM 1 BY 1
               UNTIL DG-RECENT-SUB > DG-RECENT-HELD.

           CLOSE DIAG-LOG-OUT.

           DISPLAY "ABC118A DIAGNOSTICS CAPTURED - REF="
               DG-REFERENCE.
       1975-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1976-WRITE-STATUS-LINE.
           SET DG-STATUS-LINE          TO TRUE.
           ADD 1 TO DG-LINE-SEQ.
           WRITE DIAG-LOG-OUT-REC FROM DIAG-LOG-LINE.
       1976-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * WRITES THE RECENT INPUT RECORDS OLDEST FIRST, STARTING   *
      * AT DG-RECENT-FIRST AND WRAPPING ROUND THE RING.          *
      *----------------------------------------------------------*
       1977-WRITE-RECORD-LINE.
           COMPUTE DG-RECENT-IX =
               DG-RECENT-FIRST + DG-RECENT-SUB - 1.
           IF DG-RECENT-IX > DG-RECENT-MAX
               SUBTRACT DG-RECENT-MAX FROM DG-RECENT-IX
           END-IF.
           SET DG-RECORD-LINE          TO TRUE.
           ADD 1 TO DG-LINE-SEQ.
           MOVE DG-RECENT-RECORD(DG-RECENT-IX) TO DG-RECORD-IMAGE.
           WRITE DIAG-LOG-OUT-REC FROM DIAG-LOG-LINE.
       1977-EXIT.
           EXIT.


      *----------------------------------------------------------*
       1000-REDUCE-TO-GCD.
