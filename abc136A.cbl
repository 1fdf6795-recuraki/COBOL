      *                 SX-TRACE-ID FIELD (RECORD 55->65), SO THE *
      *                 TRACE INQUIRY CAN FOLLOW A TRANSACTION    *
      *                 ONTO ITS STATEMENT LINE.                  *
      * 2026-10-15  DH  THE FOREIGN-CURRENCY DETAIL ROW NOW ALSO *
      *                 CARRIES THE CUSTOMER AND THE BOOKING     *
      *                 DATE (RECORD 49->63), SO CASH            *
      *                 APPLICATION CAN TIE IT TO THE RECEIVABLE *
      *                 ITEM AND BOOK THE REALIZED GAIN OR LOSS  *
      *                 WHEN THE ITEM IS SETTLED.                *
      * 2026-10-15  DH  A REIMBURSEMENT CLAIM WHOSE BASE AMOUNT  *
      *                 IS ABOVE THE APPROVAL THRESHOLD ON THE   *
      *                 PROGRAM'S NEW APRV RATE ROW NO LONGER    *
      *                 GOES STRAIGHT TO THE STATEMENT EXTRACT   *
      *                 (AND SO TO PAYMENT): ITS EXTRACT LINE IS *
      *                 HELD ON THE PENDING-APPROVAL FILE UNDER  *
      *                 ITS PRINCIPAL GLFEED REFERENCE AND THE   *
      *                 SUBMITTING USERPROF ID, CARRIED AS AN    *
      *                 OPTIONAL SEVENTH FIELD ON THE            *
      *                 TRANSACTION, UNTIL ABCREAPR RELEASES OR  *
      *                 KILLS IT.                                *
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
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-FILE-STATUS.

           SELECT RATE-TAB
               ASSIGN TO RATECTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATECTL-FILE-STATUS.

           SELECT PENDING-CLAIM-OUT
               ASSIGN TO REIMPEND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REIMPEND-FILE-STATUS.

           SELECT TRANS-IN
               ASSIGN TO REIMBIN
               ORGANIZATION IS LINE SEQUENTIAL.
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
           RECORDING MODE IS F.
       01  STMT-EXTRACT-OUT-REC        PIC X(65).

       FD  RATE-TAB
           RECORDING MODE IS F.
       COPY RATECTL.

       FD  PENDING-CLAIM-OUT
           RECORDING MODE IS F.
       01  PENDING-CLAIM-OUT-REC       PIC X(95).

       FD  TRANS-IN
           RECORDING MODE IS F.
       01  TRANS-IN-REC                PIC X(100).
       COPY FXDETAIL.
       COPY CALMAST.
       COPY STMTREC.
       COPY REIMAPR.
       COPY CHKPTREC.
       COPY DIAGREC.
       COPY DUPKSDWS.
       COPY CTLTOTAL.
       COPY RUNSTAMP.
           88  WS-XRATE-EOF                    VALUE "Y".
       01  WS-CURRENCY-CODE            PIC X(03) VALUE SPACES.
       01  WS-CUSTOMER-ID              PIC X(06) VALUE SPACES.
       01  WS-SUBMITTER-ID             PIC X(08) VALUE SPACES.

      *----------------------------------------------------------*
      * A CLAIM WHOSE BASE-CURRENCY AMOUNT IS ABOVE THE APPROVAL *
      * THRESHOLD (WHOLE UNITS, THE PROGRAM'S APRV RATE ROW) IS  *
      * HELD ON THE PENDING-APPROVAL FILE INSTEAD OF REACHING    *
      * THE STATEMENT EXTRACT.  NO ROW, OR A ZERO THRESHOLD,     *
      * MEANS NO CLAIM NEEDS APPROVAL.                           *
      *----------------------------------------------------------*
       01  WS-RATECTL-FILE-STATUS      PIC X(02).
       01  WS-RATECTL-EOF-SW           PIC X(01) VALUE "N".
           88  WS-RATECTL-EOF                  VALUE "Y".
       01  WS-APPROVAL-THRESHOLD       PIC 9(08) VALUE ZERO.

      *----------------------------------------------------------*
      * EACH GLFEED LINE NOW CARRIES ITS OWN UNIQUE REFERENCE -  *
           PERFORM 1088-LOAD-EMP-LIMITS
               THRU 1088-EXIT.

           PERFORM 1090-LOAD-APPROVAL-THRESHOLD
               THRU 1090-EXIT.

           IF LK-INDATA = SPACES
               PERFORM 1900-BATCH-RUN
                   THRU 1900-EXIT
           SET LK-TRANSACTION-REJECTED TO TRUE.
           MOVE SPACES TO WS-CURRENCY-CODE.
           MOVE SPACES TO WS-CUSTOMER-ID.
           MOVE SPACES TO WS-SUBMITTER-ID.
           MOVE "N"    TO WS-CREDIT-SW.

           IF INDATA(1:3) = "CR "
               UNSTRING WS-CREDIT-WORK DELIMITED BY ALL SPACE
                   INTO WS-CREDIT-TYPE A1 A2 A3 A4
                       WS-CURRENCY-CODE WS-CUSTOMER-ID
                       WS-SUBMITTER-ID
               MOVE WS-CREDIT-WORK TO INDATA
           ELSE
               UNSTRING INDATA DELIMITED BY SPACE
                   INTO A1 A2 A3 A4 WS-CURRENCY-CODE
                       WS-CUSTOMER-ID WS-SUBMITTER-ID
           END-IF.

           IF A1 IS NOT NUMERIC OR A2 IS NOT NUMERIC
           PERFORM 1980-SAVE-EMP-LIMITS
               THRU 1980-EXIT.

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

           MOVE "ABC136A"              TO DG-PROGRAM-ID.
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
           MOVE "GLFEED"               TO DG-DD-NAME.
           MOVE WS-GL-FILE-STATUS      TO DG-FILE-STATUS.
           PERFORM 1976-WRITE-STATUS-LINE
               THRU 1976-EXIT.
           MOVE "GLACCTMP"             TO DG-DD-NAME.
           MOVE WS-GLMAP-FILE-STATUS   TO DG-FILE-STATUS.
           PERFORM 1976-WRITE-STATUS-LINE
               THRU 1976-EXIT.
           MOVE "EXCHRATE"             TO DG-DD-NAME.
           MOVE WS-XRATE-FILE-STATUS   TO DG-FILE-STATUS.
           PERFORM 1976-WRITE-STATUS-LINE
               THRU 1976-EXIT.
           MOVE "FXDETAIL"             TO DG-DD-NAME.
           MOVE WS-FXDET-FILE-STATUS   TO DG-FILE-STATUS.
           PERFORM 1976-WRITE-STATUS-LINE
               THRU 1976-EXIT.
           MOVE "CALMAST"              TO DG-DD-NAME.
           MOVE WS-CALMAST-FILE-STATUS TO DG-FILE-STATUS.
           PERFORM 1976-WRITE-STATUS-LINE
               THRU 1976-EXIT.
           MOVE "EMPLIMI"              TO DG-DD-NAME.
           MOVE WS-LIMI-FILE-STATUS    TO DG-FILE-STATUS.
           PERFORM 1976-WRITE-STATUS-LINE
               THRU 1976-EXIT.
           MOVE "STMTEXT"              TO DG-DD-NAME.
           MOVE WS-STMT-FILE-STATUS    TO DG-FILE-STATUS.
           PERFORM 1976-WRITE-STATUS-LINE
               THRU 1976-EXIT.
           MOVE "RATECTL"              TO DG-DD-NAME.
           MOVE WS-RATECTL-FILE-STATUS TO DG-FILE-STATUS.
           PERFORM 1976-WRITE-STATUS-LINE
               THRU 1976-EXIT.
           MOVE "REIMPEND"             TO DG-DD-NAME.
           MOVE WS-REIMPEND-FILE-STATUS TO DG-FILE-STATUS.
           PERFORM 1976-WRITE-STATUS-LINE
               THRU 1976-EXIT.
           MOVE "REIMBCKPT"            TO DG-DD-NAME.
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

           DISPLAY "ABC136A DIAGNOSTICS CAPTURED - REF="
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
      * APPENDS ONE FOREIGN-CURRENCY DETAIL ROW, KEYED BY THE    *
      * PRINCIPAL GLFEED LINE'S REFERENCE, SO THE MONTH-END      *
      * OPEN-POSITION BUILD CAN REVALUE THE ITEM AT THE RATE IT  *
      * WAS BOOKED AT, AND SO CASH APPLICATION CAN FIND IT BY    *
      * CUSTOMER AND BOOKING DATE WHEN THE ITEM IS SETTLED.  A   *
      * CREDIT REIMBURSEMENT CARRIES ITS FOREIGN AMOUNT NEGATED, *
      * MIRRORING THE POSTED LINE.                               *
      *----------------------------------------------------------*
       8210-WRITE-FX-DETAIL.
           MOVE "ABC136A"              TO FX-SOURCE-PROGRAM.
               MOVE R                  TO FX-FC-AMOUNT
           END-IF.
           MOVE WS-EXCH-RATE           TO FX-BOOKED-RATE.
           IF WS-CUSTOMER-ID = SPACES
               MOVE "UNASGN"           TO FX-CUSTOMER-ID
           ELSE
               MOVE WS-CUSTOMER-ID     TO FX-CUSTOMER-ID
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FX-BOOKED-DATE.

           OPEN EXTEND FX-DETAIL-OUT.
           IF WS-FXDET-FILE-STATUS = "35"
               MOVE SPACES             TO SX-TRACE-ID
           END-IF.

           IF NOT WS-CREDIT-TRANS
               AND WS-APPROVAL-THRESHOLD > ZERO
               AND GL-AMOUNT > WS-APPROVAL-THRESHOLD
               PERFORM 8350-WRITE-PENDING-CLAIM
                   THRU 8350-EXIT
               GO TO 8300-EXIT
           END-IF.

           OPEN EXTEND STMT-EXTRACT-OUT.
           IF WS-STMT-FILE-STATUS = "35"
               OPEN OUTPUT STMT-EXTRACT-OUT
       8300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * HOLDS A CLAIM ABOVE THE APPROVAL THRESHOLD: ITS WHOLE    *
      * STATEMENT-EXTRACT LINE GOES TO THE PENDING-APPROVAL FILE *
      * UNDER ITS PRINCIPAL GLFEED REFERENCE AND SUBMITTER, AND  *
      * ONLY ABCREAPR, ON A SECOND USER'S APPROVAL, RELEASES IT  *
      * TO THE STATEMENT EXTRACT AND SO TO PAYMENT.              *
      *----------------------------------------------------------*
       8350-WRITE-PENDING-CLAIM.
           MOVE WS-FX-PRINCIPAL-REF    TO PA-CLAIM-ID.
           MOVE WS-SUBMITTER-ID        TO PA-SUBMITTER-ID.
           MOVE SX-RUN-DATE            TO PA-SUBMIT-DATE.
           MOVE STMT-EXTRACT-RECORD    TO PA-STMT-IMAGE.

           OPEN EXTEND PENDING-CLAIM-OUT.
           IF WS-REIMPEND-FILE-STATUS = "35"
               OPEN OUTPUT PENDING-CLAIM-OUT
           END-IF.
           WRITE PENDING-CLAIM-OUT-REC FROM PENDING-CLAIM-RECORD.
           CLOSE PENDING-CLAIM-OUT.

           DISPLAY "ABC136A CLAIM " PA-CLAIM-ID
               " HELD FOR APPROVAL".
       8350-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * DERIVES THE BUSINESS POSTING DATE FOR THIS RUN FROM THE  *
      * CALENDAR MASTER.  A PROCESSING DATE WITH NO CALENDAR ROW *
       1086-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE APPROVAL THRESHOLD IS THE PROGRAM'S APRV ROW IN      *
      * FORCE ON THE PROCESSING DATE.                            *
      *----------------------------------------------------------*
       1090-LOAD-APPROVAL-THRESHOLD.
           OPEN INPUT RATE-TAB.
           IF WS-RATECTL-FILE-STATUS = "35"
               GO TO 1090-EXIT
           END-IF.
           PERFORM 1091-SCAN-RATE-ROW
               THRU 1091-EXIT
               UNTIL WS-RATECTL-EOF.
           CLOSE RATE-TAB.
       1090-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1091-SCAN-RATE-ROW.
           READ RATE-TAB
               AT END
                   SET WS-RATECTL-EOF TO TRUE
               NOT AT END
                   IF RC-PROGRAM-ID = "ABC136A"
                       AND RC-RULE-CODE = "APRV"
                       AND (RC-EFF-FROM-DATE = SPACES
                           OR RC-EFF-FROM-DATE <= WS-RUN-DATE)
                       AND (RC-EFF-TO-DATE = SPACES
                           OR RC-EFF-TO-DATE >= WS-RUN-DATE)
                       MOVE RC-VALUE-1 TO WS-APPROVAL-THRESHOLD
                   END-IF
           END-READ.
       1091-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LOADS THE EMPLOYEE LIMIT MASTER CARRIED FORWARD FROM     *
      * PRIOR RUNS.                                              *
