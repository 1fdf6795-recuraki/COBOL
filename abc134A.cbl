      *                 REJECTED TO THE NEW EXCEPTION FILE.  A       *
      *                 RECORD WHOSE SECOND FIELD IS NUMERIC STILL   *
      *                 PRICES THE OLD INLINE WAY.                   *
      * 2026-10-15  DH  PRODUCT PRICES ARE NOW EFFECTIVE-DATED:  *
      *                 THE MASTER LAYOUT MOVES TO THE SHARED    *
      *                 PRODMAST COPYBOOK, ONLY ROWS IN FORCE ON *
      *                 THE AS-OF DATE ARE LOADED, AND A PRODUCT *
      *                 IS PRICED FROM ITS LATEST ONE.  AN       *
      *                 ASOFDATE CARD NAMES A PRIOR BUSINESS     *
      *                 DATE FOR A RERUN, AND EACH RESULT LINE   *
      *                 CARRIES THE AS-OF DATE.                  *
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

           SELECT PRODUCT-MASTER-IN
               ASSIGN TO PRODMAST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODMAST-FILE-STATUS.

           SELECT AS-OF-CARD-IN
               ASSIGN TO ASOFDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASOF-FILE-STATUS.

           SELECT EXCEPTION-OUT
               ASSIGN TO MULTEXC
               ORGANIZATION IS LINE SEQUENTIAL
           RECORDING MODE IS F.
       01  PGM-TOTALS-OUT-REC          PIC X(100).

       FD  DIAG-LOG-OUT
           RECORDING MODE IS F.
       01  DIAG-LOG-OUT-REC            PIC X(128).

       FD  PRODUCT-MASTER-IN
           RECORDING MODE IS F.
       01  PRODUCT-MASTER-IN-REC       PIC X(24).

       FD  AS-OF-CARD-IN
           RECORDING MODE IS F.
       01  AS-OF-CARD-RECORD.
           05  AO-AS-OF-DATE           PIC X(08).

       FD  EXCEPTION-OUT
           RECORDING MODE IS F.
       COPY AUDITREC.
       COPY PGMTOTAL.
       COPY CHKPTREC.
       COPY DIAGREC.
       COPY DUPKSDWS.
       COPY CTLTOTAL.
       COPY RUNSTAMP.
       COPY PRODMAST.

       01  WS-BATCH-SWITCHES.
           05  WS-BATCH-EOF-SW         PIC X(01) VALUE "N".
           05  WS-BR-RUN-ID            PIC X(14).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-BR-RUN-DATE          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-BR-ASOF-DATE         PIC X(08).

       01  WS-BATCH-TOTAL-LINE.
           05  FILLER                  PIC X(24)
       01  G                           PIC 9(12) COMP-3.
       01 DISP pic Z(12)9.99.

       01  WS-ASOF-FILE-STATUS         PIC X(02).
       01  WS-EXCEPTION-FILE-STATUS    PIC X(02).
       01  WS-PRODMAST-EOF-SW          PIC X(01) VALUE "N".
           88  WS-PRODMAST-EOF                 VALUE "Y".

      *----------------------------------------------------------*
      * PRICE ROWS IN FORCE ON THE AS-OF DATE.  A PRODUCT WITH   *
      * SEVERAL IS PRICED FROM THE LATEST EFFECTIVE DATE.        *
      *----------------------------------------------------------*
       01  WS-PRODUCT-TABLE.
           05  WS-PROD-COUNT           PIC 9(03) COMP VALUE ZERO.
           05  WS-PROD-ENTRY           OCCURS 500 TIMES.
               10  WS-PD-PRODUCT       PIC X(06).
               10  WS-PD-MULTIPLIER    PIC 9(05)V9(04) COMP-3.
               10  WS-PD-PRECISION     PIC 9(01) COMP-3.
               10  WS-PD-EFF-DATE      PIC X(08).

       01  WS-PROD-SUB                 PIC 9(03) COMP-3.
       01  WS-PRODUCT-CODE             PIC X(06) VALUE SPACES.
           88  WS-PRODUCT-NOT-FOUND            VALUE "N".
       01  WS-PROD-MULTIPLIER          PIC 9(05)V9(04) COMP-3
                                       VALUE ZERO.
       01  WS-PROD-EFF-DATE            PIC X(08) VALUE SPACES.
       01  WS-PROD-PRECISION           PIC 9(01) COMP-3 VALUE ZERO.
       01  WS-PROD-RAW                 PIC S9(15)V9(04) COMP-3
                                       VALUE ZERO.
           PERFORM 1970-WRITE-PROGRAM-TOTALS
               THRU 1970-EXIT.

           PERFORM 1975-WRITE-DIAGNOSTICS
               THRU 1975-EXIT.

           MOVE "ABC134A"              TO CKPT-PROGRAM-ID.
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
           MOVE LK-RESULT              TO WS-BR-RESULT.
           MOVE WS-RUN-ID              TO WS-BR-RUN-ID.
           MOVE WS-RUN-DATE            TO WS-BR-RUN-DATE.
           MOVE WS-AS-OF-DATE          TO WS-BR-ASOF-DATE.
           WRITE TRANS-OUT-REC FROM WS-BATCH-RESULT-LINE.

           PERFORM 8000-WRITE-AUDIT-LOG
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

           MOVE "ABC134A"              TO DG-PROGRAM-ID.
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
           MOVE "PRODMAST"             TO DG-DD-NAME.
           MOVE WS-PRODMAST-FILE-STATUS TO DG-FILE-STATUS.
           PERFORM 1976-WRITE-STATUS-LINE
               THRU 1976-EXIT.
           MOVE "ASOFDATE"             TO DG-DD-NAME.
           MOVE WS-ASOF-FILE-STATUS    TO DG-FILE-STATUS.
           PERFORM 1976-WRITE-STATUS-LINE
               THRU 1976-EXIT.
           MOVE "MULTEXC"              TO DG-DD-NAME.
           MOVE WS-EXCEPTION-FILE-STATUS TO DG-FILE-STATUS.
           PERFORM 1976-WRITE-STATUS-LINE
               THRU 1976-EXIT.
           MOVE "MULTCKPT"             TO DG-DD-NAME.
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

           DISPLAY "ABC134A DIAGNOSTICS CAPTURED - REF="
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
           EXIT.

      *----------------------------------------------------------*
      * LOADS THE PRODUCT MASTER ON FIRST USE, KEEPING ONLY THE  *
      * PRICE ROWS IN FORCE ON THE AS-OF DATE.                   *
      *----------------------------------------------------------*
       1840-LOAD-PRODUCT-MASTER.
           IF WS-PRODMAST-EOF
               GO TO 1840-EXIT
           END-IF.

           PERFORM 1835-SET-AS-OF-DATE
               THRU 1835-EXIT.

           OPEN INPUT PRODUCT-MASTER-IN.
           IF WS-PRODMAST-FILE-STATUS = "35"
               SET WS-PRODMAST-EOF TO TRUE
               AT END
                   SET WS-PRODMAST-EOF TO TRUE
               NOT AT END
                   IF PM-EFFECTIVE-DATE = SPACES
                       MOVE ZEROS TO PM-EFFECTIVE-DATE
                   END-IF
                   IF WS-PROD-COUNT < 500
                       AND PM-EFFECTIVE-DATE <= WS-AS-OF-DATE
                       ADD 1 TO WS-PROD-COUNT
                       MOVE PM-PRODUCT-CODE
                           TO WS-PD-PRODUCT(WS-PROD-COUNT)
                           TO WS-PD-MULTIPLIER(WS-PROD-COUNT)
                       MOVE PM-PRECISION
                           TO WS-PD-PRECISION(WS-PROD-COUNT)
                       MOVE PM-EFFECTIVE-DATE
                           TO WS-PD-EFF-DATE(WS-PROD-COUNT)
                   END-IF
           END-READ.
       1845-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE PRICING DATE IS TODAY UNLESS THE ASOFDATE CARD NAMES *
      * A PRIOR BUSINESS DATE FOR A RERUN.                       *
      *----------------------------------------------------------*
       1835-SET-AS-OF-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUNSTAMP-CURRENT-DATE.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:8) TO WS-AS-OF-DATE.

           OPEN INPUT AS-OF-CARD-IN.
           IF WS-ASOF-FILE-STATUS = "35"
               GO TO 1835-EXIT
           END-IF.
           READ AS-OF-CARD-IN
               AT END
                   CONTINUE
               NOT AT END
                   IF AO-AS-OF-DATE IS NUMERIC
                       MOVE AO-AS-OF-DATE TO WS-AS-OF-DATE
                       DISPLAY "ABC134A AS-OF RUN FOR "
                           WS-AS-OF-DATE
                   END-IF
           END-READ.
           CLOSE AS-OF-CARD-IN.
       1835-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1850-FIND-PRODUCT.
           SET WS-PRODUCT-NOT-FOUND TO TRUE.
           MOVE SPACES TO WS-PROD-EFF-DATE.
           PERFORM 1855-SCAN-PRODUCT-ENTRY
               THRU 1855-EXIT
               VARYING WS-PROD-SUB FROM 1 BY 1
      *----------------------------------------------------------*
       1855-SCAN-PRODUCT-ENTRY.
           IF WS-PD-PRODUCT(WS-PROD-SUB) = WS-PRODUCT-CODE
               AND (WS-PRODUCT-NOT-FOUND
                   OR WS-PD-EFF-DATE(WS-PROD-SUB) > WS-PROD-EFF-DATE)
               MOVE WS-PD-EFF-DATE(WS-PROD-SUB)
                   TO WS-PROD-EFF-DATE
               MOVE WS-PD-MULTIPLIER(WS-PROD-SUB)
                   TO WS-PROD-MULTIPLIER
               MOVE WS-PD-PRECISION(WS-PROD-SUB)
