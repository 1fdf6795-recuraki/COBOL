      *                 PREFERENCE; THE REWRITE CARRIES THE NEW      *
      *                 FIELDS THROUGH UNCHANGED AND THE RECORD      *
      *                 LENGTHS GREW ACCORDINGLY.                    *
      * 2026-10-15  DH  EVERY RECORD THIS PASS REWRITES NOW ALSO *
      *                 APPENDS A CHANGE EVENT, WITH THE RECORD  *
      *                 AS READ AND AS REWRITTEN, TO THE         *
      *                 CUSTOMER CHANGE-EVENT FILE THE NIGHTLY   *
      *                 FEED TO THE CRM AND LEDGER IS PUBLISHED  *
      *                 FROM.                                    *
      * 2026-10-15  DH  CUSTOMER MASTER WIDENED TO 120 BYTES FOR *
      *                 THE SEPARATE NAME TITLE, MIDDLE INITIAL  *
      *                 AND SUFFIX; BEFORE-IMAGE AND CHANGE-     *
      *                 EVENT RECORDS WIDENED TO MATCH.          *
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

           SELECT CHECKPOINT-FILE
               ASSIGN TO CUSTCKPT
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BIMG-FILE-STATUS.

           SELECT CHANGE-EVENT-OUT
               ASSIGN TO CUSTCHG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTCHG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-IN

       FD  CUSTOMER-OUT
           RECORDING MODE IS F.
       01  CUSTOMER-OUT-REC            PIC X(120).

       FD  AUDIT-LOG-OUT
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  PGM-TOTALS-OUT-REC          PIC X(100).

       FD  DIAG-LOG-OUT
           RECORDING MODE IS F.
       01  DIAG-LOG-OUT-REC            PIC X(128).

       FD  CHECKPOINT-FILE
           RECORDING MODE IS F.
       01  CHECKPOINT-FILE-REC         PIC X(100).

       FD  BEFORE-IMAGE-OUT
           RECORDING MODE IS F.
       01  BEFORE-IMAGE-OUT-REC        PIC X(135).

       FD  CHANGE-EVENT-OUT
           RECORDING MODE IS F.
       01  CHANGE-EVENT-OUT-REC        PIC X(275).

       WORKING-STORAGE SECTION.
       COPY AUDITREC.
       COPY PGMTOTAL.
       COPY CHKPTREC.
       COPY DIAGREC.
       COPY DUPKSDWS.
       COPY CTLTOTAL.
       COPY RUNSTAMP.
       COPY CUSTCHG.
       01  WS-EOF-SW                   PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                  VALUE "Y".
       01  WS-RECORD-COUNT             PIC 9(08) COMP VALUE ZERO.
       01  BEFORE-IMAGE-RECORD.
           05  BI-RUN-ID               PIC X(14).
           05  FILLER                  PIC X(01).
           05  BI-MASTER-RECORD        PIC X(120).

       01  WS-OUT-RECORD.
           05  WS-O-CUSTOMER-ID        PIC X(06).
           05  WS-O-ADDRESS-LINE-2     PIC X(25).
           05  WS-O-POSTAL-CODE        PIC X(10).
           05  WS-O-DELIVERY-PREF      PIC X(01).
           05  FILLER                  PIC X(11).
           05  WS-O-NAME-TITLE         PIC X(04).
           05  WS-O-MIDDLE-INITIAL     PIC X(01).
           05  WS-O-NAME-SUFFIX        PIC X(03).
           05  FILLER                  PIC X(04).

       PROCEDURE DIVISION.
       0000-MAINLINE.
               MOVE CM-ADDRESS-LINE-2      TO WS-O-ADDRESS-LINE-2
               MOVE CM-POSTAL-CODE         TO WS-O-POSTAL-CODE
               MOVE CM-DELIVERY-PREF       TO WS-O-DELIVERY-PREF
               MOVE CM-NAME-TITLE          TO WS-O-NAME-TITLE
               MOVE CM-MIDDLE-INITIAL      TO WS-O-MIDDLE-INITIAL
               MOVE CM-NAME-SUFFIX         TO WS-O-NAME-SUFFIX
               WRITE CUSTOMER-OUT-REC FROM WS-OUT-RECORD
               ADD 1 TO WS-CT-PROCESSED-COUNT

               PERFORM 2190-WRITE-CHANGE-EVENT
                   THRU 2190-EXIT

               PERFORM 8000-WRITE-AUDIT-LOG
                   THRU 8000-EXIT
           END-IF.
       2180-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * APPENDS A CHANGE EVENT - THE RECORD AS READ AND AS       *
      * REWRITTEN - TO THE CUSTOMER CHANGE-EVENT FILE THAT THE   *
      * NIGHTLY DOWNSTREAM FEED IS PUBLISHED FROM.               *
      *----------------------------------------------------------*
       2190-WRITE-CHANGE-EVENT.
           SET CE-EVENT-CHANGE         TO TRUE.
           MOVE CM-CUSTOMER-ID         TO CE-CUSTOMER-ID.
           MOVE SPACES                 TO CE-RELATED-ID.
           MOVE "ABC149A"              TO CE-PROGRAM-ID.
           MOVE WS-RUN-ID              TO CE-EVENT-STAMP.
           MOVE CUSTOMER-MASTER-RECORD TO CE-BEFORE-IMAGE.
           MOVE WS-OUT-RECORD          TO CE-AFTER-IMAGE.

           OPEN EXTEND CHANGE-EVENT-OUT.
           IF WS-CUSTCHG-FILE-STATUS = "35"
               OPEN OUTPUT CHANGE-EVENT-OUT
           END-IF.
           WRITE CHANGE-EVENT-OUT-REC FROM CUSTOMER-CHANGE-EVENT.
           CLOSE CHANGE-EVENT-OUT.
       2190-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * OVERWRITES THE CHECKPOINT FILE WITH THE CURRENT RECORD   *
      * COUNT SO A RESTARTED RUN RESUMES AFTER THIS POINT.       *
           READ CUSTOMER-IN
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
           MOVE CUSTOMER-MASTER-RECORD
               TO DG-RECENT-RECORD(DG-RECENT-NEXT).
           IF DG-RECENT-HELD < DG-RECENT-MAX
               ADD 1 TO DG-RECENT-HELD
           END-IF.
       2110-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * APPENDS ONE LINE TO THE SUITE-WIDE AUDIT LOG FOR EVERY   *
      * CUSTOMER RECORD PROCESSED BY THIS RUN.                   *
           PERFORM 9060-WRITE-PROGRAM-TOTALS
               THRU 9060-EXIT.

           PERFORM 9070-WRITE-DIAGNOSTICS
               THRU 9070-EXIT.

           MOVE "ABC149A"              TO CKPT-PROGRAM-ID.
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

           MOVE "ABC149A"              TO DG-PROGRAM-ID.
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
           MOVE WS-DUP-REJECT-COUNT    TO DG-REJECT-COUNT.
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
           MOVE "CUSTCKPT"             TO DG-DD-NAME.
           MOVE WS-CHECKPOINT-FILE-STATUS TO DG-FILE-STATUS.
           PERFORM 9075-WRITE-STATUS-LINE
               THRU 9075-EXIT.
           MOVE "DUPKSD"               TO DG-DD-NAME.
           MOVE WS-DUPKSD-FILE-STATUS  TO DG-FILE-STATUS.
           PERFORM 9075-WRITE-STATUS-LINE
               THRU 9075-EXIT.
           MOVE "CUSTBIMG"             TO DG-DD-NAME.
           MOVE WS-BIMG-FILE-STATUS    TO DG-FILE-STATUS.
           PERFORM 9075-WRITE-STATUS-LINE
               THRU 9075-EXIT.
           MOVE "CUSTCHG"              TO DG-DD-NAME.
           MOVE WS-CUSTCHG-FILE-STATUS TO DG-FILE-STATUS.
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

           DISPLAY "ABC149A DIAGNOSTICS CAPTURED - REF="
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

