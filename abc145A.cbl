      *                 EXTENDED MODE ENGAGED, SO THE STANDARD    *
      *                 LAYOUT CAN BE WIDENED WHEN THE RATE SAYS  *
      *                 TO.                                       *
      * 2026-10-15  DH  THE VALUE RECORD CARRIES A GROUP KEY     *
      *                 AFTER THE VALUE. EVERY ACCEPTED VALUE IS *
      *                 WRITTEN WITH ITS GROUP KEY AND FULL-     *
      *                 WIDTH SQUARE TO THE NEW STATISTICS       *
      *                 EXTRACT (VALUSTAT, COPY VALSTAT) FOR THE *
      *                 DISPERSION STATISTICS RUN, ABCVSTAT.     *
      * 2026-10-15  DH  A RUN ENDING WITH RC 8 OR WORSE NOW      *
      *                 APPENDS A DIAGNOSTIC SET (COUNTERS,      *
      *                 CHECKPOINT KEY, FILE STATUSES AND THE    *
      *                 LAST 10 INPUT RECORDS READ) TO THE       *
      *                 DIAGLOG FILE FOR ABCALERT AND ABCDIAGP.  *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO VALUEWID
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VALUE-STAT-OUT
               ASSIGN TO VALUSTAT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG-OUT
               ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PGMTOTAL-FILE-STATUS.

           SELECT DIAG-LOG-OUT
               ASSIGN TO DIAGLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIAGLOG-FILE-STATUS.

           SELECT CHECKPOINT-FILE
               ASSIGN TO VALUECKPT
               ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
       FD  VALUE-IN
           RECORDING MODE IS F.
       01  VALUE-IN-REC.
           05  VI-VALUE                PIC X(20).
           05  VI-GROUP-KEY            PIC X(08).

       FD  VALUE-OUT
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  VALUE-WIDE-OUT-REC          PIC X(100).

       FD  VALUE-STAT-OUT
           RECORDING MODE IS F.
       01  VALUE-STAT-OUT-REC          PIC X(81).

       FD  AUDIT-LOG-OUT
           RECORDING MODE IS F.
       01  AUDIT-LOG-OUT-REC           PIC X(100).
           RECORDING MODE IS F.
       01  PGM-TOTALS-OUT-REC          PIC X(100).

       FD  DIAG-LOG-OUT
           RECORDING MODE IS F.
       01  DIAG-LOG-OUT-REC            PIC X(128).

       FD  CHECKPOINT-FILE
           RECORDING MODE IS F.
       01  CHECKPOINT-FILE-REC         PIC X(100).
       COPY AUDITREC.
       COPY PGMTOTAL.
       COPY CHKPTREC.
       COPY DIAGREC.
       COPY DUPKSDWS.
       COPY CTLTOTAL.
       COPY RUNSTAMP.
       COPY VALSTAT.
       01  WS-EOF-SW                   PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                  VALUE "Y".
       01  WS-RECORD-COUNT             PIC 9(08) COMP VALUE ZERO.
       1000-INITIALIZE.
           OPEN INPUT  VALUE-IN
                OUTPUT VALUE-OUT
                OUTPUT VALUE-WIDE-OUT
                OUTPUT VALUE-STAT-OUT.

           PERFORM 1050-READ-CHECKPOINT
               THRU 1050-EXIT.
               PERFORM 2160-ADD-DUP-ENTRY
                   THRU 2160-EXIT

               IF VI-VALUE IS NOT NUMERIC
                   SET WS-INPUT-NUMERIC-BAD TO TRUE
               ELSE
                   SET WS-INPUT-NUMERIC-OK TO TRUE
               END-IF

               IF WS-INPUT-NUMERIC-OK
                   MOVE VI-VALUE       TO INDATA
                   IF INDATA > 9999999999999999999
                       ADD 1 TO WS-REJECT-COUNT
                       ADD 1 TO WS-RANGE-REJECT-COUNT
                       MOVE R              TO DISP
                       MOVE DISP           TO WS-R-SQUARE
                       ADD 1 TO WS-CT-PROCESSED-COUNT
                       PERFORM 2260-WRITE-STAT-VALUE
                           THRU 2260-EXIT
                   END-IF
               ELSE
                   ADD 1 TO WS-REJECT-COUNT
       2250-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * EVERY ACCEPTED VALUE, WITH ITS GROUP KEY AND THE FULL    *
      * SQUARE, GOES TO THE STATISTICS EXTRACT FOR ABCVSTAT.     *
      *----------------------------------------------------------*
       2260-WRITE-STAT-VALUE.
           MOVE VI-GROUP-KEY           TO VS-GROUP-KEY.
           MOVE WS-RECORD-COUNT        TO VS-RECORD-NO.
           MOVE INDATA                 TO VS-VALUE.
           MOVE WS-TRUE-SQUARE         TO VS-SQUARE.
           MOVE WS-RUN-DATE            TO VS-RUN-DATE.
           WRITE VALUE-STAT-OUT-REC FROM VALUE-STAT-RECORD.
       2260-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2100-READ-VALUE.
           READ VALUE-IN
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
           MOVE VALUE-IN-REC
               TO DG-RECENT-RECORD(DG-RECENT-NEXT).
           IF DG-RECENT-HELD < DG-RECENT-MAX
               ADD 1 TO DG-RECENT-HELD
           END-IF.
       2110-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * APPENDS ONE LINE TO THE SUITE-WIDE AUDIT LOG FOR EVERY   *
      * VALUE PROCESSED BY THIS RUN, WHETHER ACCEPTED OR         *
           PERFORM 9060-WRITE-PROGRAM-TOTALS
               THRU 9060-EXIT.

           PERFORM 9070-WRITE-DIAGNOSTICS
               THRU 9070-EXIT.

           MOVE "ABC145A"              TO CKPT-PROGRAM-ID.
           MOVE ZERO                   TO CKPT-LAST-KEY.
           MOVE FUNCTION CURRENT-DATE  TO CKPT-TIMESTAMP.

           CLOSE VALUE-IN
                 VALUE-OUT
                 VALUE-WIDE-OUT
                 VALUE-STAT-OUT.
       9000-EXIT.
           EXIT.

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

           MOVE "ABC145A"              TO DG-PROGRAM-ID.
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
           MOVE WS-RECORD-COUNT        TO DG-READ-COUNT.
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
           MOVE "VALUECKPT"            TO DG-DD-NAME.
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

           DISPLAY "ABC145A DIAGNOSTICS CAPTURED - REF="
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

