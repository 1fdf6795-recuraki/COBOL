      *                 DIRECT READ BY PROGRAM AND KEY, AND EACH     *
      *                 ACCEPTED KEY IS WRITTEN BACK DATED SO THE    *
      *                 RETENTION PURGE CAN AGE IT OUT.              *
      * 2026-10-15  DH  A DEDUCTION THAT ALSO CARRIES AN         *
      *                 EMPLOYEE AND AN ARRANGEMENT TYPE AS ITS  *
      *                 FIFTH AND SIXTH FIELDS NOW REGISTERS THE *
      *                 ARRANGEMENT ON DEDARRNG, SO THE          *
      *                 GARNISHMENT ALLOCATION RUN CAN FILL AN   *
      *                 EMPLOYEE'S ARRANGEMENTS IN PRIORITY      *
      *                 ORDER.                                   *
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

           SELECT SCHEDULE-OUT
               ASSIGN TO DEDSCHED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-FILE-STATUS.

           SELECT ARRANGE-REG-OUT
               ASSIGN TO DEDARRNG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEDARRNG-FILE-STATUS.

           SELECT TRANS-IN
               ASSIGN TO DEDUCTIN
               ORGANIZATION IS LINE SEQUENTIAL.
           RECORDING MODE IS F.
       01  PGM-TOTALS-OUT-REC          PIC X(100).

       FD  DIAG-LOG-OUT
           RECORDING MODE IS F.
       01  DIAG-LOG-OUT-REC            PIC X(128).

       FD  SCHEDULE-OUT
           RECORDING MODE IS F.
       01  SCHEDULE-OUT-REC            PIC X(25).

       FD  ARRANGE-REG-OUT
           RECORDING MODE IS F.
       01  ARRANGE-REG-OUT-REC         PIC X(26).

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
       COPY GARNREC.
       01  A1                          PIC 9(08) COMP-3.
       01  A2                          PIC 9(08) COMP-3.
       01  A3                          PIC 9(02) COMP-3.

       01  WS-SCHED-FILE-STATUS        PIC X(02).
       01  WS-ARRANGEMENT-ID           PIC X(08) VALUE SPACES.
       01  WS-ARR-EMPLOYEE             PIC X(06) VALUE SPACES.
       01  WS-ARR-TYPE                 PIC X(04) VALUE SPACES.

      *----------------------------------------------------------*
      * ONE FORWARD-SCHEDULE RECORD PER FUTURE INSTALLMENT OF AN *
      *----------------------------------------------------------*
       1800-PROCESS-TRANSACTION.
           SET LK-TRANSACTION-REJECTED TO TRUE.
           MOVE SPACES TO WS-ARRANGEMENT-ID
                          WS-ARR-EMPLOYEE
                          WS-ARR-TYPE.
           UNSTRING INDATA DELIMITED BY SPACE
               INTO A1 A2 A3 WS-ARRANGEMENT-ID
                    WS-ARR-EMPLOYEE WS-ARR-TYPE.

           IF A1 IS NOT NUMERIC OR A2 IS NOT NUMERIC
               OR A3 IS NOT NUMERIC
           PERFORM 1970-WRITE-PROGRAM-TOTALS
               THRU 1970-EXIT.

           PERFORM 1975-WRITE-DIAGNOSTICS
               THRU 1975-EXIT.

           MOVE ZERO                   TO CKPT-LAST-KEY.
           PERFORM 1940-WRITE-CHECKPOINT
               THRU 1940-EXIT.
           READ TRANS-IN
               AT END
                   SET WS-BATCH-EOF TO TRUE
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
           ADD 1                       TO WS-BATCH-COUNT.
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

           MOVE "ABC143A"              TO DG-PROGRAM-ID.
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
           MOVE "DEDSCHED"             TO DG-DD-NAME.
           MOVE WS-SCHED-FILE-STATUS   TO DG-FILE-STATUS.
           PERFORM 1976-WRITE-STATUS-LINE
               THRU 1976-EXIT.
           MOVE "DEDARRNG"             TO DG-DD-NAME.
           MOVE WS-DEDARRNG-FILE-STATUS TO DG-FILE-STATUS.
           PERFORM 1976-WRITE-STATUS-LINE
               THRU 1976-EXIT.
           MOVE "DEDUCTCKPT"           TO DG-DD-NAME.
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

           DISPLAY "ABC143A DIAGNOSTICS CAPTURED - REF="
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
       1000-DEDUCT-INSTALLMENT.
               THRU 2510-EXIT
               VARYING WS-SCHED-SUB FROM 1 BY 1
               UNTIL WS-SCHED-SUB > A3.

           IF WS-ARR-EMPLOYEE NOT = SPACES
               AND WS-ARR-TYPE NOT = SPACES
               PERFORM 2520-REGISTER-ARRANGEMENT
                   THRU 2520-EXIT
           END-IF.
       2500-EXIT.
           EXIT.

           CLOSE SCHEDULE-OUT.
       2510-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * RECORDS WHOSE ARRANGEMENT THIS IS AND ITS TYPE, FOR THE  *
      * GARNISHMENT PRIORITY ALLOCATION (ABCGARN).               *
      *----------------------------------------------------------*
       2520-REGISTER-ARRANGEMENT.
           MOVE WS-ARRANGEMENT-ID      TO GN-ARRANGEMENT-ID.
           MOVE WS-ARR-EMPLOYEE        TO GN-EMPLOYEE-ID.
           MOVE WS-ARR-TYPE            TO GN-ARRANGEMENT-TYPE.
           MOVE WS-RUN-DATE            TO GN-OPENED-DATE.

           OPEN EXTEND ARRANGE-REG-OUT.
           IF WS-DEDARRNG-FILE-STATUS = "35"
               OPEN OUTPUT ARRANGE-REG-OUT
           END-IF.
           WRITE ARRANGE-REG-OUT-REC
               FROM ARRANGEMENT-REGISTER-RECORD.
           CLOSE ARRANGE-REG-OUT.
       2520-EXIT.
           EXIT.
