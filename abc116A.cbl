      *                 DIRECT READ BY PROGRAM AND KEY, AND EACH     *
      *                 ACCEPTED KEY IS WRITTEN BACK DATED SO THE    *
      *                 RETENTION PURGE CAN AGE IT OUT.              *
      * 2026-10-15  DH  A TRANSACTION MAY NOW NAME, AFTER ITS    *
      *                 THIRD FIELD, THE PLOT IT SPLITS.  EACH   *
      *                 SUCH ACCEPTED BATCH SPLIT IS APPENDED TO *
      *                 THE NEW PLOT SPLIT FILE (PLOTSPLT) -     *
      *                 PARENT AREA, CHILD COUNT AND AREA, AND   *
      *                 REMAINDER - FOR THE PLOT REGISTER        *
      *                 (ABCPLREG).                              *
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

           SELECT PLOT-SPLIT-OUT
               ASSIGN TO PLOTSPLT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLOTSPLT-FILE-STATUS.

           SELECT TRANS-IN
               ASSIGN TO AREAIN
               ORGANIZATION IS LINE SEQUENTIAL.
           RECORDING MODE IS F.
       01  PGM-TOTALS-OUT-REC          PIC X(100).

       FD  DIAG-LOG-OUT
           RECORDING MODE IS F.
       01  DIAG-LOG-OUT-REC            PIC X(128).

       FD  PLOT-SPLIT-OUT
           RECORDING MODE IS F.
       01  PLOT-SPLIT-OUT-REC          PIC X(60).

       FD  TRANS-IN
           RECORDING MODE IS F.
       01  TRANS-IN-REC                PIC X(100).
       COPY AUDITREC.
       COPY PGMTOTAL.
       COPY CHKPTREC.
       COPY DIAGREC.
       COPY DUPKSDWS.
       COPY CTLTOTAL.
       COPY RUNSTAMP.
       COPY PLOTREG.

       01  WS-BATCH-SWITCHES.
           05  WS-BATCH-EOF-SW         PIC X(01) VALUE "N".
       01  G                           PIC 9(08) COMP-3.
       01  R2                          PIC 9(08) COMP-3.
       01  WS-REMAINDER                PIC 9(08) COMP-3.

      *----------------------------------------------------------*
      * PLOT REGISTER.  A TRANSACTION MAY NAME, AFTER ITS THIRD  *
      * FIELD, THE PARENT PLOT THE SPLIT IS APPLIED TO; THE      *
      * SPLIT IS THEN WRITTEN TO THE PLOT SPLIT FILE FOR THE     *
      * PLOT REGISTER (ABCPLREG).  THE SPLIT IS ALWAYS INTO TWO  *
      * EQUAL CHILD PLOTS.                                       *
      *----------------------------------------------------------*
       01  WS-PARENT-PLOT              PIC X(12) VALUE SPACES.
       01  WS-SPLIT-CHILD-COUNT        PIC 9(02) VALUE 2.
       01  WS-PLOTSPLT-COUNT           PIC 9(08) COMP VALUE ZERO.

       01  WS-EXCEPTION-LINE.
           05  FILLER                  PIC X(25)
               VALUE "** EXCEPTION - AREA SPLIT".
      *----------------------------------------------------------*
       1800-PROCESS-TRANSACTION.
           SET LK-TRANSACTION-REJECTED TO TRUE.
           MOVE SPACES TO WS-PARENT-PLOT.
           UNSTRING INDATA DELIMITED BY SPACE
               INTO A1 A2 A3 WS-PARENT-PLOT.

           IF A1 IS NOT NUMERIC OR A2 IS NOT NUMERIC
               SET WS-INPUT-NUMERIC-BAD TO TRUE
           IF WS-INPUT-NUMERIC-OK AND WS-INPUT-SIGN-OK
               SET LK-TRANSACTION-OK   TO TRUE
               COMPUTE R2 = A1 * A2
               DIVIDE R2 BY WS-SPLIT-CHILD-COUNT
                   GIVING R REMAINDER WS-REMAINDER
               MOVE FUNCTION TRIM(R) TO DISP
               ADD R                   TO WS-BATCH-RESULT-TOTAL
               DISPLAY DISP
           PERFORM 1970-WRITE-PROGRAM-TOTALS
               THRU 1970-EXIT.

           PERFORM 1975-WRITE-DIAGNOSTICS
               THRU 1975-EXIT.

           MOVE "ABC116A"              TO CKPT-PROGRAM-ID.
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
                   ADD 1           TO WS-BATCH-REJECT-COUNT
               ELSE
                   ADD 1           TO WS-CT-PROCESSED-COUNT
                   IF WS-PARENT-PLOT NOT = SPACES
                       PERFORM 1935-WRITE-PLOT-SPLIT
                           THRU 1935-EXIT
                   END-IF
               END-IF
           END-IF.

       1930-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * APPENDS AN ACCEPTED SPLIT OF A NAMED PARENT PLOT TO THE  *
      * PLOT SPLIT FILE: THE PARENT'S AREA, THE EQUAL CHILD      *
      * PLOTS IT DIVIDES INTO, AND THE REMAINDER LEFT OVER.      *
      *----------------------------------------------------------*
       1935-WRITE-PLOT-SPLIT.
           MOVE WS-PARENT-PLOT         TO PD-PARENT-ID.
           MOVE R2                     TO PD-PARENT-AREA.
           MOVE WS-SPLIT-CHILD-COUNT   TO PD-CHILD-COUNT.
           MOVE R                      TO PD-CHILD-AREA.
           MOVE WS-REMAINDER           TO PD-REMAINDER.
           MOVE WS-RUN-DATE            TO PD-RUN-DATE.
           MOVE WS-RUN-ID              TO PD-RUN-ID.

           OPEN EXTEND PLOT-SPLIT-OUT.
           IF WS-PLOTSPLT-FILE-STATUS = "35"
               OPEN OUTPUT PLOT-SPLIT-OUT
           END-IF.
           WRITE PLOT-SPLIT-OUT-REC FROM PLOT-SPLIT-RECORD.
           CLOSE PLOT-SPLIT-OUT.
           ADD 1 TO WS-PLOTSPLT-COUNT.
       1935-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1940-WRITE-CHECKPOINT.
           MOVE "ABC116A"              TO CKPT-PROGRAM-ID.
           DISPLAY "ABC116A CONTROL TOTAL - READ=" WS-BATCH-COUNT
               " PROCESSED=" WS-CT-PROCESSED-COUNT
               " REJECTED=" WS-BATCH-REJECT-COUNT
               " SKIPPED=" WS-CT-SKIP-COUNT
               " PLOTSPLITS=" WS-PLOTSPLT-COUNT.

           IF WS-CT-OUT-OF-BALANCE
               DISPLAY
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

           MOVE "ABC116A"              TO DG-PROGRAM-ID.
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
           MOVE "PLOTSPLT"             TO DG-DD-NAME.
           MOVE WS-PLOTSPLT-FILE-STATUS TO DG-FILE-STATUS.
           PERFORM 1976-WRITE-STATUS-LINE
               THRU 1976-EXIT.
           MOVE "AREACKPT"             TO DG-DD-NAME.
           MOVE WS-CHECKPOINT-FILE-STATUS TO DG-FILE-STATUS.
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

           DISPLAY "ABC116A DIAGNOSTICS CAPTURED - REF="
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
      * APPENDS ONE LINE TO THE SUITE-WIDE AUDIT LOG FOR EVERY   *
