      *                 WITH NO ROW IS REJECTED TO THE EXCEPTION    *
      *                 FILE; AN UNCODED TRANSACTION STILL          *
      *                 COMPUTES AT FACTOR ONE AS BEFORE.           *
      * 2026-10-15  DH  A TRANSACTION MAY NOW NAME ITS STORAGE   *
      *                 LOCATION AND A RECEIPT (R) OR ISSUE (I)  *
      *                 CODE AFTER THE TEMPERATURE.  THE         *
      *                 CORRECTED VOLUME OF EACH SUCH ACCEPTED   *
      *                 BATCH TRANSACTION IS APPENDED TO THE NEW *
      *                 VOLUME MOVEMENT FILE (VOLMOVE) FOR THE   *
      *                 SHRINKAGE RECONCILIATION.  A LOCATION    *
      *                 WITH NO CLASS OR A BAD MOVEMENT CODE IS  *
      *                 REJECTED.                                *
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

           SELECT UOM-CTL-TAB
               ASSIGN TO UOMCTL
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-FILE-STATUS.

           SELECT VOLUME-MOVE-OUT
               ASSIGN TO VOLMOVE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOLMOVE-FILE-STATUS.

           SELECT TRANS-IN
               ASSIGN TO POWERIN
               ORGANIZATION IS LINE SEQUENTIAL.
           RECORDING MODE IS F.
       01  PGM-TOTALS-OUT-REC          PIC X(100).

       FD  DIAG-LOG-OUT
           RECORDING MODE IS F.
       01  DIAG-LOG-OUT-REC            PIC X(128).

       FD  UOM-CTL-TAB
           RECORDING MODE IS F.
       01  UOM-CTL-TAB-REC             PIC X(12).
           RECORDING MODE IS F.
       01  EXCEPTION-OUT-REC           PIC X(100).

       FD  VOLUME-MOVE-OUT
           RECORDING MODE IS F.
       01  VOLUME-MOVE-OUT-REC         PIC X(35).

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
       COPY VOLBOOK.
       01  A1                          PIC 9(08) COMP-3.
       01  A2                          PIC 9(08) COMP-3.
       01  R                           PIC S9(24) COMP-3.
       01  WS-GROSS-VOLUME             PIC S9(24) COMP-3 VALUE ZERO.
       01  WS-CORR-FACTOR-DISP         PIC 9(01).9(06).

      *----------------------------------------------------------*
      * STORAGE BOOK.  A TRANSACTION MAY NAME, AFTER ITS CLASS   *
      * AND TEMPERATURE, THE STORAGE LOCATION AND WHETHER IT IS  *
      * A RECEIPT (R) OR ISSUE (I); ITS CORRECTED VOLUME IS THEN *
      * WRITTEN TO THE VOLUME MOVEMENT FILE FOR THE SHRINKAGE    *
      * RECONCILIATION (ABCSHRK).                                *
      *----------------------------------------------------------*
       01  WS-STORE-LOCATION           PIC X(06) VALUE SPACES.
       01  WS-MOVE-CODE                PIC X(01) VALUE SPACES.
       01  WS-MOVE-FIELDS-SW           PIC X(01) VALUE "Y".
           88  WS-MOVE-FIELDS-OK               VALUE "Y".
           88  WS-MOVE-FIELDS-BAD              VALUE "N".
       01  WS-VOLMOVE-COUNT            PIC 9(08) COMP VALUE ZERO.

       01  WS-CORR-EXCEPTION-LINE.
           05  FILLER                  PIC X(21)
               VALUE "NO CORRECTION CLASS =".
       1800-PROCESS-TRANSACTION.
           SET LK-TRANSACTION-REJECTED TO TRUE.
           SET WS-CORR-FOUND TO TRUE.
           SET WS-MOVE-FIELDS-OK TO TRUE.
           MOVE SPACES TO WS-UNIT-CODE.
           MOVE SPACES TO WS-COMMODITY-CLASS.
           MOVE ZERO   TO WS-OBS-TEMP.
           MOVE SPACES TO WS-STORE-LOCATION.
           MOVE SPACES TO WS-MOVE-CODE.
           MOVE 1      TO WS-CORR-FACTOR.
           MOVE ZERO   TO WS-GROSS-VOLUME.
           UNSTRING INDATA DELIMITED BY SPACE
               INTO A1 A2 WS-UNIT-CODE
                    WS-COMMODITY-CLASS WS-OBS-TEMP
                    WS-STORE-LOCATION WS-MOVE-CODE.

           IF A1 IS NOT NUMERIC OR A2 IS NOT NUMERIC
               OR (WS-COMMODITY-CLASS NOT = SPACES
               SET WS-INPUT-SIGN-OK TO TRUE
           END-IF.

           IF WS-INPUT-NUMERIC-OK AND WS-INPUT-SIGN-OK
               AND WS-STORE-LOCATION NOT = SPACES
               AND (WS-COMMODITY-CLASS = SPACES
                   OR (WS-MOVE-CODE NOT = "R"
                       AND WS-MOVE-CODE NOT = "I"))
               SET WS-MOVE-FIELDS-BAD TO TRUE
               MOVE "** REJECTED - BAD MOVE"
                   TO LK-RESULT
               DISPLAY LK-RESULT " " WS-STORE-LOCATION
                   " " WS-MOVE-CODE
               GO TO 1800-EXIT
           END-IF.

           IF WS-INPUT-NUMERIC-OK AND WS-INPUT-SIGN-OK
               PERFORM 1850-RESOLVE-UNIT
                   THRU 1850-EXIT
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
                   OR WS-INPUT-SIGN-BAD
                   OR WS-UNIT-NOT-FOUND
                   OR WS-CORR-NOT-FOUND
                   OR WS-MOVE-FIELDS-BAD
                   ADD 1           TO WS-BATCH-REJECT-COUNT
               ELSE
                   ADD 1           TO WS-CT-PROCESSED-COUNT
                   IF WS-STORE-LOCATION NOT = SPACES
                       PERFORM 1935-WRITE-VOLUME-MOVEMENT
                           THRU 1935-EXIT
                   END-IF
               END-IF
           END-IF.

       1930-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * APPENDS THE CORRECTED VOLUME OF AN ACCEPTED TRANSACTION  *
      * THAT NAMES ITS STORAGE LOCATION TO THE VOLUME MOVEMENT   *
      * FILE, AS A RECEIPT INTO OR ISSUE OUT OF THAT LOCATION.   *
      *----------------------------------------------------------*
       1935-WRITE-VOLUME-MOVEMENT.
           MOVE WS-STORE-LOCATION      TO VB-LOCATION.
           MOVE WS-COMMODITY-CLASS     TO VB-COMMODITY-CLASS.
           MOVE WS-MOVE-CODE           TO VB-MOVE-CODE.
           MOVE R                      TO VB-VOLUME.
           MOVE WS-RUN-DATE            TO VB-RUN-DATE.

           OPEN EXTEND VOLUME-MOVE-OUT.
           IF WS-VOLMOVE-FILE-STATUS = "35"
               OPEN OUTPUT VOLUME-MOVE-OUT
           END-IF.
           WRITE VOLUME-MOVE-OUT-REC FROM VOLUME-MOVEMENT-RECORD.
           CLOSE VOLUME-MOVE-OUT.
           ADD 1 TO WS-VOLMOVE-COUNT.
       1935-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1940-WRITE-CHECKPOINT.
           MOVE "ABC140A"              TO CKPT-PROGRAM-ID.
           DISPLAY "ABC140A CONTROL TOTAL - READ=" WS-BATCH-COUNT
               " PROCESSED=" WS-CT-PROCESSED-COUNT
               " REJECTED=" WS-BATCH-REJECT-COUNT
               " SKIPPED=" WS-CT-SKIP-COUNT
               " VOLMOVES=" WS-VOLMOVE-COUNT.

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

           MOVE "ABC140A"              TO DG-PROGRAM-ID.
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
           MOVE "UOMCTL"               TO DG-DD-NAME.
           MOVE WS-UOMCTL-FILE-STATUS  TO DG-FILE-STATUS.
           PERFORM 1976-WRITE-STATUS-LINE
               THRU 1976-EXIT.
           MOVE "TEMPCTL"              TO DG-DD-NAME.
           MOVE WS-TEMPCTL-FILE-STATUS TO DG-FILE-STATUS.
           PERFORM 1976-WRITE-STATUS-LINE
               THRU 1976-EXIT.
           MOVE "POWEREXC"             TO DG-DD-NAME.
           MOVE WS-EXCEPTION-FILE-STATUS TO DG-FILE-STATUS.
           PERFORM 1976-WRITE-STATUS-LINE
               THRU 1976-EXIT.
           MOVE "VOLMOVE"              TO DG-DD-NAME.
           MOVE WS-VOLMOVE-FILE-STATUS TO DG-FILE-STATUS.
           PERFORM 1976-WRITE-STATUS-LINE
               THRU 1976-EXIT.
           MOVE "POWERCKPT"            TO DG-DD-NAME.
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

           DISPLAY "ABC140A DIAGNOSTICS CAPTURED - REF="
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
