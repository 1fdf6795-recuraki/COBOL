      *                 DIRECT READ BY PROGRAM AND KEY, AND EACH     *
      *                 ACCEPTED KEY IS WRITTEN BACK DATED SO THE    *
      *                 RETENTION PURGE CAN AGE IT OUT.              *
      * 2026-10-15  DH  A TRANSACTION MAY NOW NAME THE ITEM EACH *
      *                 POOL DRAWS ON. A ROUND ON A NAMED ITEM   *
      *                 RESERVES ONE UNIT ON THE KEYED ITEM      *
      *                 STOCK MASTER OR, WITH NONE FREE, GOES TO *
      *                 THE BACKORDER FILE; A BATCH RUN FIRST    *
      *                 RELEASES BACKORDERS THAT RECEIPTS HAVE   *
      *                 SINCE COVERED ONTO ITS PICK LIST.        *
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

           SELECT RATE-TAB
               ASSIGN TO RATECTL
               ORGANIZATION IS LINE SEQUENTIAL
               RECORD KEY IS DK-STORE-KEY
               FILE STATUS IS WS-DUPKSD-FILE-STATUS.

           SELECT ITEM-STOCK-KSD
               ASSIGN TO ITEMKSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IS-ITEM-ID
               FILE STATUS IS WS-ITEMKSD-FILE-STATUS.

           SELECT BACKORDER-FILE
               ASSIGN TO BACKORD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKORD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-OUT
           RECORDING MODE IS F.
       01  PGM-TOTALS-OUT-REC          PIC X(100).

       FD  DIAG-LOG-OUT
           RECORDING MODE IS F.
       01  DIAG-LOG-OUT-REC            PIC X(128).

       FD  RATE-TAB
           RECORDING MODE IS F.
       01  RATE-TAB-REC                PIC X(52).
       FD  DUP-STORE-FILE.
       COPY DUPKSD.

       FD  ITEM-STOCK-KSD.
       COPY ITEMKSD.

       FD  BACKORDER-FILE
           RECORDING MODE IS F.
       01  BACKORDER-FILE-REC          PIC X(70).

       WORKING-STORAGE SECTION.
       COPY CALCFLDS.
       COPY NUMCHK.
       COPY AUDITREC.
       COPY PGMTOTAL.
       COPY CHKPTREC.
       COPY DIAGREC.
       COPY DUPKSDWS.
       COPY CTLTOTAL.
       COPY RUNSTAMP.
       COPY BACKORD.

       01  WS-BATCH-SWITCHES.
           05  WS-BATCH-EOF-SW         PIC X(01) VALUE "N".
           05  WS-PH-BUDGET            PIC ZZZ,ZZZ,ZZ9.

       01  WS-PICK-DETAIL-LINE.
           05  WS-PD-TAG               PIC X(08)
               VALUE "  ROUND ".
           05  WS-PD-ROUND             PIC ZZZZ9.
           05  FILLER                  PIC X(08)
           05  FILLER                  PIC X(14)
               VALUE "  CUMULATIVE  ".
           05  WS-PD-CUMULATIVE        PIC ZZZ,ZZZ,ZZ9.
           05  WS-PD-ITEM-TAG          PIC X(07).
           05  WS-PD-ITEM-ID           PIC X(08).

       01  WS-PICK-STOP-LINE           PIC X(40)
           VALUE "  ** BUDGET CEILING REACHED - STOPPED **".

      *----------------------------------------------------------*
      * STOCK CONTROL.  A TRANSACTION MAY NAME, AFTER ITS ROUND  *
      * COUNT, THE ITEM EACH POOL DRAWS ON (ONE TOKEN PER POOL,  *
      * IN POOL ORDER).  A ROUND THAT PICKS A NAMED ITEM         *
      * RESERVES ONE UNIT OF IT ON THE ITEM STOCK MASTER, OR IS  *
      * WRITTEN TO THE BACKORDER FILE WHEN NONE IS FREE.  A POOL *
      * WITH NO ITEM NAMED IS NOT STOCK-CONTROLLED AND PICKS AS  *
      * BEFORE.                                                  *
      *----------------------------------------------------------*
       01  WS-ITEMKSD-FILE-STATUS      PIC X(02).
       01  WS-BACKORD-FILE-STATUS      PIC X(02).
       01  WS-ITEMKSD-OPEN-SW          PIC X(01) VALUE "N".
           88  WS-ITEMKSD-OPEN                 VALUE "Y".
       01  WS-STOCK-OK-SW              PIC X(01) VALUE "N".
           88  WS-STOCK-RESERVED               VALUE "Y".
       01  WS-BACKORD-EOF-SW           PIC X(01) VALUE "N".
           88  WS-BACKORD-EOF                  VALUE "Y".

       01  WS-ITEM-TOKEN               PIC X(08).
       01  WS-RESERVE-ITEM-ID          PIC X(08).
       01  WS-POOL-ITEM-TABLE.
           05  WS-POOL-ITEM-ID         PIC X(08) OCCURS 50 TIMES.

       01  WS-BACKORDER-TABLE.
           05  WS-BOT-COUNT            PIC 9(04) COMP VALUE ZERO.
           05  WS-BOT-ENTRY            OCCURS 2000 TIMES.
               10  WS-BOT-RECORD       PIC X(70).
               10  WS-BOT-RELEASED-SW  PIC X(01).
       01  WS-BOT-SUB                  PIC 9(04) COMP VALUE ZERO.
       01  WS-BOT-OVERFLOW-SW          PIC X(01) VALUE "N".
           88  WS-BOT-OVERFLOW                 VALUE "Y".

       01  WS-RESERVED-COUNT           PIC 9(08) COMP VALUE ZERO.
       01  WS-BACKORDERED-COUNT        PIC 9(08) COMP VALUE ZERO.
       01  WS-RELEASED-COUNT           PIC 9(08) COMP VALUE ZERO.
       01  WS-RELEASED-VALUE           PIC 9(10) COMP-3 VALUE ZERO.

       LINKAGE SECTION.
       COPY CALCLNK.

                   THRU 1900-EXIT
           ELSE
               MOVE LK-INDATA          TO INDATA
               PERFORM 1946-OPEN-ITEM-STOCK
                   THRU 1946-EXIT
               PERFORM 1800-PROCESS-TRANSACTION
                   THRU 1800-EXIT
               PERFORM 8000-WRITE-AUDIT-LOG
                   THRU 8000-EXIT
               IF WS-ITEMKSD-OPEN
                   CLOSE ITEM-STOCK-KSD
               END-IF
           END-IF.

           GOBACK.
               MOVE WS-TOKEN           TO WS-ROUND-COUNT
           END-IF.

           MOVE SPACES                 TO WS-POOL-ITEM-TABLE.
           IF WS-INPUT-NUMERIC-OK
               PERFORM 1150-PARSE-ITEM
                   THRU 1150-EXIT
                   VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > WS-POOL-COUNT
                   OR WS-SUBSCRIPT > 50
                   OR WS-UNSTRING-PTR > 100
           END-IF.

           IF WS-INPUT-NUMERIC-OK
               SET LK-TRANSACTION-OK   TO TRUE
               MOVE ZERO               TO R
           PERFORM 1905-SET-RUN-STAMP
               THRU 1905-EXIT.

           PERFORM 1946-OPEN-ITEM-STOCK
               THRU 1946-EXIT.

           PERFORM 1980-RELEASE-BACKORDERS
               THRU 1980-EXIT.

           PERFORM 1910-READ-TRANSACTION
               THRU 1910-EXIT.

           PERFORM 1970-WRITE-PROGRAM-TOTALS
               THRU 1970-EXIT.

           PERFORM 1975-WRITE-DIAGNOSTICS
               THRU 1975-EXIT.

           MOVE "ABC124A"              TO CKPT-PROGRAM-ID.
           MOVE ZERO                   TO CKPT-LAST-KEY.
           MOVE FUNCTION CURRENT-DATE  TO CKPT-TIMESTAMP.
           CLOSE CHECKPOINT-FILE.

           CLOSE DUP-STORE-FILE.
           IF WS-ITEMKSD-OPEN
               CLOSE ITEM-STOCK-KSD
           END-IF.

           CLOSE TRANS-IN
                 TRANS-OUT.
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
       1945-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * OPENS THE KEYED ITEM STOCK MASTER FOR UPDATE IN PLACE,   *
      * CREATING IT EMPTY ON ITS VERY FIRST USE.  IF IT CANNOT   *
      * BE OPENED, NO STOCK IS FREE AND EVERY ROUND ON A NAMED   *
      * ITEM GOES TO BACKORDER.                                  *
      *----------------------------------------------------------*
       1946-OPEN-ITEM-STOCK.
           MOVE "N"                    TO WS-ITEMKSD-OPEN-SW.
           OPEN I-O ITEM-STOCK-KSD.
           IF WS-ITEMKSD-FILE-STATUS = "35"
               OPEN OUTPUT ITEM-STOCK-KSD
               CLOSE ITEM-STOCK-KSD
               OPEN I-O ITEM-STOCK-KSD
           END-IF.
           IF WS-ITEMKSD-FILE-STATUS = "00"
               SET WS-ITEMKSD-OPEN     TO TRUE
           ELSE
               DISPLAY "ABC124A **** ITEM STOCK MASTER NOT "
                   "AVAILABLE - STATUS " WS-ITEMKSD-FILE-STATUS
                   " ****"
           END-IF.
       1946-EXIT.
           EXIT.


      *----------------------------------------------------------*
      * READS THIS PROGRAM'S CHECKPOINT FILE, IF ONE EXISTS FROM *
               " PROCESSED=" WS-CT-PROCESSED-COUNT
               " REJECTED=" WS-BATCH-REJECT-COUNT
               " SKIPPED=" WS-CT-SKIP-COUNT.
           DISPLAY "ABC124A STOCK - RESERVED=" WS-RESERVED-COUNT
               " BACKORDERED=" WS-BACKORDERED-COUNT
               " RELEASED=" WS-RELEASED-COUNT.

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

           MOVE "ABC124A"              TO DG-PROGRAM-ID.
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
           MOVE "RATECTL"              TO DG-DD-NAME.
           MOVE WS-RATECTL-FILE-STATUS TO DG-FILE-STATUS.
           PERFORM 1976-WRITE-STATUS-LINE
               THRU 1976-EXIT.
           MOVE "PICKLIST"             TO DG-DD-NAME.
           MOVE WS-PICKLIST-FILE-STATUS TO DG-FILE-STATUS.
           PERFORM 1976-WRITE-STATUS-LINE
               THRU 1976-EXIT.
           MOVE "PICKCKPT"             TO DG-DD-NAME.
           MOVE WS-CHECKPOINT-FILE-STATUS TO DG-FILE-STATUS.
           PERFORM 1976-WRITE-STATUS-LINE
               THRU 1976-EXIT.
           MOVE "DUPKSD"               TO DG-DD-NAME.
           MOVE WS-DUPKSD-FILE-STATUS  TO DG-FILE-STATUS.
           PERFORM 1976-WRITE-STATUS-LINE
               THRU 1976-EXIT.
           MOVE "ITEMKSD"              TO DG-DD-NAME.
           MOVE WS-ITEMKSD-FILE-STATUS TO DG-FILE-STATUS.
           PERFORM 1976-WRITE-STATUS-LINE
               THRU 1976-EXIT.
           MOVE "BACKORD"              TO DG-DD-NAME.
           MOVE WS-BACKORD-FILE-STATUS TO DG-FILE-STATUS.
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

           DISPLAY "ABC124A DIAGNOSTICS CAPTURED - REF="
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
      * BACKORDER RELEASE, AHEAD OF THE DAY'S TRANSACTIONS.      *
      * EVERY WAITING ROUND WHOSE ITEM NOW HAS FREE STOCK (SINCE *
      * RECEIPTS WERE POSTED) IS RESERVED, OLDEST FIRST, AND     *
      * PUT ON TONIGHT'S PICK LIST; THE REST ARE WRITTEN BACK    *
      * TO WAIT.  A FILE TOO BIG FOR THE TABLE IS LEFT AS IT IS. *
      *----------------------------------------------------------*
       1980-RELEASE-BACKORDERS.
           OPEN INPUT BACKORDER-FILE.
           IF WS-BACKORD-FILE-STATUS = "35"
               GO TO 1980-EXIT
           END-IF.
           PERFORM 1985-LOAD-BACKORDER
               THRU 1985-EXIT
               UNTIL WS-BACKORD-EOF.
           CLOSE BACKORDER-FILE.

           IF WS-BOT-OVERFLOW
               DISPLAY "ABC124A **** BACKORDER TABLE FULL - "
                   "NOTHING RELEASED ****"
               GO TO 1980-EXIT
           END-IF.

           PERFORM 1990-TRY-RELEASE
               THRU 1990-EXIT
               VARYING WS-BOT-SUB FROM 1 BY 1
               UNTIL WS-BOT-SUB > WS-BOT-COUNT.

           IF WS-RELEASED-COUNT = ZERO
               GO TO 1980-EXIT
           END-IF.
           OPEN OUTPUT BACKORDER-FILE.
           PERFORM 1995-WRITE-BACK-BACKORDER
               THRU 1995-EXIT
               VARYING WS-BOT-SUB FROM 1 BY 1
               UNTIL WS-BOT-SUB > WS-BOT-COUNT.
           CLOSE BACKORDER-FILE.
       1980-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1985-LOAD-BACKORDER.
           READ BACKORDER-FILE
               AT END
                   SET WS-BACKORD-EOF TO TRUE
                   GO TO 1985-EXIT
           END-READ.
           IF WS-BOT-COUNT < 2000
               ADD 1 TO WS-BOT-COUNT
               MOVE BACKORDER-FILE-REC TO WS-BOT-RECORD(WS-BOT-COUNT)
               MOVE "N" TO WS-BOT-RELEASED-SW(WS-BOT-COUNT)
           ELSE
               SET WS-BOT-OVERFLOW     TO TRUE
               SET WS-BACKORD-EOF      TO TRUE
           END-IF.
       1985-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1990-TRY-RELEASE.
           MOVE WS-BOT-RECORD(WS-BOT-SUB) TO BACKORDER-RECORD.
           MOVE BO-ITEM-ID             TO WS-RESERVE-ITEM-ID.
           PERFORM 2200-RESERVE-STOCK
               THRU 2200-EXIT.
           IF NOT WS-STOCK-RESERVED
               GO TO 1990-EXIT
           END-IF.

           MOVE "Y" TO WS-BOT-RELEASED-SW(WS-BOT-SUB).
           IF WS-RELEASED-COUNT = ZERO
               MOVE "BACKORDERS RELEASED"  TO INDATA
               PERFORM 2950-WRITE-PICK-HEADER
                   THRU 2950-EXIT
           END-IF.
           ADD 1 TO WS-RELEASED-COUNT.
           ADD BO-VALUE                TO WS-RELEASED-VALUE.

           MOVE "  ROUND "             TO WS-PD-TAG.
           MOVE BO-ROUND               TO WS-PD-ROUND.
           MOVE BO-VALUE               TO WS-PD-VALUE.
           MOVE WS-RELEASED-VALUE      TO WS-PD-CUMULATIVE.
           MOVE "  ITEM "              TO WS-PD-ITEM-TAG.
           MOVE BO-ITEM-ID             TO WS-PD-ITEM-ID.
           OPEN EXTEND PICK-LIST-OUT.
           WRITE PICK-LIST-OUT-REC FROM WS-PICK-DETAIL-LINE.
           CLOSE PICK-LIST-OUT.
       1990-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1995-WRITE-BACK-BACKORDER.
           IF WS-BOT-RELEASED-SW(WS-BOT-SUB) = "N"
               WRITE BACKORDER-FILE-REC
                   FROM WS-BOT-RECORD(WS-BOT-SUB)
           END-IF.
       1995-EXIT.
           EXIT.


      *----------------------------------------------------------*
       1100-PARSE-TOKEN.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE OPTIONAL ITEM NAMED FOR ONE POOL.                    *
      *----------------------------------------------------------*
       1150-PARSE-ITEM.
           MOVE SPACES                 TO WS-ITEM-TOKEN.
           UNSTRING INDATA DELIMITED BY SPACE
               INTO WS-ITEM-TOKEN
               WITH POINTER WS-UNSTRING-PTR.
           MOVE WS-ITEM-TOKEN          TO WS-POOL-ITEM-ID(WS-SUBSCRIPT).
       1150-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2000-PLAY-ROUND.
           MOVE WS-POOL(1)             TO WS-MAX-VALUE.

           ADD WS-POOL(WS-MAX-SUBSCRIPT)    TO R.

           MOVE "  ROUND "             TO WS-PD-TAG.
           MOVE SPACES                 TO WS-PD-ITEM-TAG
                                          WS-PD-ITEM-ID.
           IF WS-MAX-SUBSCRIPT NOT > 50
               IF WS-POOL-ITEM-ID(WS-MAX-SUBSCRIPT) NOT = SPACES
                   MOVE WS-POOL-ITEM-ID(WS-MAX-SUBSCRIPT)
                       TO WS-RESERVE-ITEM-ID WS-PD-ITEM-ID
                   MOVE "  ITEM "      TO WS-PD-ITEM-TAG
                   PERFORM 2200-RESERVE-STOCK
                       THRU 2200-EXIT
                   IF NOT WS-STOCK-RESERVED
                       MOVE "  BKORD "     TO WS-PD-TAG
                       PERFORM 2300-WRITE-BACKORDER
                           THRU 2300-EXIT
                   END-IF
               END-IF
           END-IF.

           PERFORM 2960-WRITE-PICK-DETAIL
               THRU 2960-EXIT.

       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * RESERVES ONE UNIT OF WS-RESERVE-ITEM-ID IF THE MASTER    *
      * SHOWS ANY FREE (ON-HAND, NOT ALREADY RESERVED).  AN ITEM *
      * NOT ON THE MASTER HAS NO STOCK.                          *
      *----------------------------------------------------------*
       2200-RESERVE-STOCK.
           MOVE "N"                    TO WS-STOCK-OK-SW.
           IF NOT WS-ITEMKSD-OPEN
               GO TO 2200-EXIT
           END-IF.

           MOVE WS-RESERVE-ITEM-ID     TO IS-ITEM-ID.
           READ ITEM-STOCK-KSD.
           IF WS-ITEMKSD-FILE-STATUS NOT = "00"
               GO TO 2200-EXIT
           END-IF.
           IF IS-ON-HAND NOT > IS-RESERVED
               GO TO 2200-EXIT
           END-IF.

           ADD 1 TO IS-RESERVED.
           REWRITE ITEM-STOCK-KEYED-RECORD.
           IF WS-ITEMKSD-FILE-STATUS = "00"
               SET WS-STOCK-RESERVED   TO TRUE
               ADD 1 TO WS-RESERVED-COUNT
           ELSE
               DISPLAY "ABC124A **** ITEM STOCK REWRITE FAILED - "
                   WS-RESERVE-ITEM-ID " STATUS "
                   WS-ITEMKSD-FILE-STATUS " ****"
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A ROUND WITH NO FREE STOCK KEEPS ITS PLACE IN THE SPEND  *
      * AND WAITS ON THE BACKORDER FILE FOR A LATER RUN.         *
      *----------------------------------------------------------*
       2300-WRITE-BACKORDER.
           MOVE WS-RESERVE-ITEM-ID     TO BO-ITEM-ID.
           MOVE WS-ROUND               TO BO-ROUND.
           MOVE WS-POOL(WS-MAX-SUBSCRIPT) TO BO-VALUE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BO-ORDER-DATE.
           MOVE INDATA(1:40)           TO BO-INDATA.

           OPEN EXTEND BACKORDER-FILE.
           IF WS-BACKORD-FILE-STATUS = "35"
               OPEN OUTPUT BACKORDER-FILE
           END-IF.
           WRITE BACKORDER-FILE-REC FROM BACKORDER-RECORD.
           CLOSE BACKORDER-FILE.
           ADD 1 TO WS-BACKORDERED-COUNT.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * OPENS THE TRANSACTION'S SECTION OF THE PICK-LIST         *
      * DOCUMENT.                                                *
