      *                 SX-TRACE-ID FIELD (RECORD 55->65), SO THE *
      *                 TRACE INQUIRY CAN FOLLOW A TRANSACTION    *
      *                 ONTO ITS STATEMENT LINE.                  *
      * 2026-10-15  DH  A TRANSACTION WHOSE CUSTOMER IS ON       *
      *                 CREDIT HOLD ON THE KEYED CUSTOMER MASTER *
      *                 IS NO LONGER BILLED: IT IS WRITTEN       *
      *                 UNCHANGED TO THE HELD-TRANSACTION FILE,  *
      *                 AHEAD OF THE DUPLICATE CHECK SO IT CAN   *
      *                 BE BILLED NORMALLY ONCE A CREDIT OFFICER *
      *                 RELEASES THE HOLD.  A HELD TRANSACTION   *
      *                 COUNTS TOWARD THE CONTROL TOTAL AS HELD, *
      *                 NOT AS A REJECT.                         *
      * 2026-10-15  DH  A FEE MAY NOW CARRY A SERVICE PERIOD AS  *
      *                 OPTIONAL FIFTH AND SIXTH FIELDS (START   *
      *                 AND END MONTH YYYYMM).  A FEE WHOSE      *
      *                 SERVICE RUNS PAST THE POSTING MONTH      *
      *                 POSTS TO DEFERRED REVENUE (DEFR MAPPING  *
      *                 CLASS) INSTEAD OF FEE REVENUE AND        *
      *                 APPENDS A RECOGNITION SCHEDULE ROW FOR   *
      *                 THE MONTH-END RELEASE RUN.  A MALFORMED  *
      *                 SERVICE PERIOD IS REJECTED.              *
      * 2026-10-15  DH  EVERY COMPUTED FEE NOW ALSO APPENDS A    *
      *                 SALES-TAX DETAIL ROW (TAXDTL) -          *
      *                 JURISDICTION, CUSTOMER, GROSS FEE,       *
      *                 TAXABLE FEE, TAX, AND THE EXEMPTION      *
      *                 CERTIFICATE WHEN EXEMPT - FOR THE        *
      *                 MONTHLY TAX-RETURN RUN.                  *
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
               RECORD KEY IS DK-STORE-KEY
               FILE STATUS IS WS-DUPKSD-FILE-STATUS.

           SELECT CUSTOMER-KSD
               ASSIGN TO CUSTKSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMK-CUSTOMER-ID
               FILE STATUS IS WS-CUSTKSD-FILE-STATUS.

           SELECT FEE-HELD-OUT
               ASSIGN TO FEEHELD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEHELD-FILE-STATUS.

           SELECT DEFERRAL-SCHEDULE-OUT
               ASSIGN TO DEFRSCHD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEFRSCHD-FILE-STATUS.

           SELECT TAX-DETAIL-OUT
               ASSIGN TO TAXDTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXDTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEE-BRACKET-TAB
           RECORDING MODE IS F.
       01  PGM-TOTALS-OUT-REC          PIC X(100).

       FD  DIAG-LOG-OUT
           RECORDING MODE IS F.
       01  DIAG-LOG-OUT-REC            PIC X(128).

       FD  GL-INTERFACE-OUT
           RECORDING MODE IS F.
       01  GL-INTERFACE-OUT-REC        PIC X(64).
       FD  DUP-STORE-FILE.
       COPY DUPKSD.

       FD  CUSTOMER-KSD.
       COPY CUSTKSD.

       FD  FEE-HELD-OUT
           RECORDING MODE IS F.
       01  FEE-HELD-OUT-REC            PIC X(128).

       FD  DEFERRAL-SCHEDULE-OUT
           RECORDING MODE IS F.
       01  DEFERRAL-SCHEDULE-OUT-REC   PIC X(100).

       FD  TAX-DETAIL-OUT
           RECORDING MODE IS F.
       01  TAX-DETAIL-OUT-REC          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY CALCFLDS.
       COPY NUMCHK.
       COPY CALMAST.
       COPY STMTREC.
       COPY CHKPTREC.
       COPY DIAGREC.
       COPY DUPKSDWS.
       COPY CTLTOTAL.
       COPY RUNSTAMP.
       COPY FEEHELD.
       COPY DEFRSCHD.
       COPY TAXDTL.

       01  WS-BATCH-SWITCHES.
           05  WS-BATCH-EOF-SW         PIC X(01) VALUE "N".
           88  WS-CERT-EXPIRED                 VALUE "X".
       01  WS-EXEMPT-COUNT             PIC 9(08) COMP VALUE ZERO.

      *----------------------------------------------------------*
      * CREDIT-HOLD CHECK AGAINST THE KEYED CUSTOMER MASTER.  A  *
      * BATCH RUN OPENS THE MASTER ONCE; A DISPATCHER OR MENU    *
      * CALL OPENS IT FOR THE ONE LOOKUP.  NO MASTER ON FILE     *
      * MEANS NOTHING IS HELD.                                   *
      *----------------------------------------------------------*
       01  WS-CUSTKSD-FILE-STATUS      PIC X(02).
       01  WS-CUSTKSD-OPEN-SW          PIC X(01) VALUE "N".
           88  WS-CUSTKSD-OPEN                 VALUE "Y".
       01  WS-CREDIT-HOLD-SW           PIC X(01) VALUE "N".
           88  WS-CREDIT-HELD                  VALUE "Y".
       01  WS-HELD-COUNT               PIC 9(08) COMP VALUE ZERO.

      *----------------------------------------------------------*
      * OPTIONAL SERVICE PERIOD (FIFTH AND SIXTH FIELDS, START   *
      * AND END MONTH YYYYMM).  A FEE WHOSE SERVICE RUNS PAST    *
      * THE POSTING MONTH IS DEFERRED: IT POSTS TO THE DEFR      *
      * MAPPING CLASS AND A RECOGNITION SCHEDULE ROW IS WRITTEN  *
      * FOR THE MONTH-END RELEASE RUN.                           *
      *----------------------------------------------------------*
       01  WS-SERVICE-START            PIC X(08) VALUE SPACES.
       01  WS-SERVICE-END              PIC X(08) VALUE SPACES.
       01  WS-SERVICE-PERIOD-SW        PIC X(01) VALUE "N".
           88  WS-PERIOD-NONE                  VALUE "N".
           88  WS-PERIOD-EARNED                VALUE "E".
           88  WS-PERIOD-DEFERRED              VALUE "D".
           88  WS-PERIOD-INVALID               VALUE "X".
       01  WS-SERVICE-START-NUM        PIC 9(06).
       01  WS-SVC-START-PARTS REDEFINES WS-SERVICE-START-NUM.
           05  WS-SS-YEAR              PIC 9(04).
           05  WS-SS-MONTH             PIC 9(02).
       01  WS-SERVICE-END-NUM          PIC 9(06).
       01  WS-SVC-END-PARTS REDEFINES WS-SERVICE-END-NUM.
           05  WS-SE-YEAR              PIC 9(04).
           05  WS-SE-MONTH             PIC 9(02).
       01  WS-FEE-GL-CLASS             PIC X(04) VALUE "FEE ".
       01  WS-FEE-GL-REFERENCE         PIC X(14) VALUE SPACES.
       01  WS-TAX-GL-REFERENCE         PIC X(14) VALUE SPACES.
       01  WS-DEFERRED-COUNT           PIC 9(08) COMP VALUE ZERO.

       01  WS-PRICE-SOURCE             PIC X(08) VALUE "STANDARD".
       01  WS-AGREEMENT-COUNT          PIC 9(08) COMP VALUE ZERO.

           SET LK-TRANSACTION-REJECTED TO TRUE.
           MOVE SPACES TO WS-JURISDICTION.
           MOVE SPACES TO WS-CUSTOMER-ID.
           MOVE SPACES TO WS-SERVICE-START
                          WS-SERVICE-END.
           MOVE ZERO   TO WS-TAX-AMOUNT.
           SET WS-CERT-NONE TO TRUE.
           SET WS-PERIOD-NONE TO TRUE.
           UNSTRING INDATA DELIMITED BY SPACE
               INTO A1 A2 WS-JURISDICTION WS-CUSTOMER-ID
                    WS-SERVICE-START WS-SERVICE-END.

           IF NOT WS-BATCH-MODE
               PERFORM 2600-CHECK-CREDIT-HOLD
                   THRU 2600-EXIT
               IF WS-CREDIT-HELD
                   PERFORM 2650-WRITE-HELD-TRANSACTION
                       THRU 2650-EXIT
                   SET LK-TRANSACTION-OK TO TRUE
                   MOVE "CREDIT HOLD - HELD" TO LK-RESULT
                   DISPLAY LK-RESULT
                   GO TO 1800-EXIT
               END-IF
           END-IF.

           IF A1 IS NOT NUMERIC OR A2 IS NOT NUMERIC
               SET WS-INPUT-NUMERIC-BAD TO TRUE
               GO TO 1800-EXIT
           END-IF.

           PERFORM 2800-CHECK-SERVICE-PERIOD
               THRU 2800-EXIT.

           IF WS-PERIOD-INVALID
               MOVE "BAD SERVICE PERIOD" TO LK-RESULT
               DISPLAY LK-RESULT
               GO TO 1800-EXIT
           END-IF.

           IF WS-INPUT-NUMERIC-OK
               SET LK-TRANSACTION-OK   TO TRUE
               PERFORM 2000-FIND-BRACKET
                   ADD R2              TO WS-BATCH-RESULT-TOTAL
                   DISPLAY DISP
                   MOVE DISP           TO LK-RESULT
                   IF WS-PERIOD-DEFERRED
                       MOVE "DEFR"     TO WS-FEE-GL-CLASS
                   END-IF
                   PERFORM 8100-WRITE-GL-INTERFACE
                       THRU 8100-EXIT
                   MOVE "FEE "         TO WS-FEE-GL-CLASS
                   IF WS-PERIOD-DEFERRED
                       PERFORM 8400-WRITE-DEFERRAL-SCHEDULE
                           THRU 8400-EXIT
                   END-IF
                   IF WS-CUSTOMER-ID NOT = SPACES
                       AND WS-BATCH-MODE
                       PERFORM 2560-POST-MTD-POSITION
                       THRU 8300-EXIT
                   PERFORM 2500-COMPUTE-TAX
                       THRU 2500-EXIT
                   PERFORM 8450-WRITE-TAX-DETAIL
                       THRU 8450-EXIT
               END-IF
           ELSE
               MOVE INDATA(1:40)       TO WS-NC-R-INDATA
           PERFORM 1945-OPEN-DUP-STORE
               THRU 1945-EXIT.

           PERFORM 1946-OPEN-CUSTOMER-MASTER
               THRU 1946-EXIT.

           PERFORM 1910-READ-TRANSACTION
               THRU 1910-EXIT.

           PERFORM 1980-SAVE-MTD-POSITIONS
               THRU 1980-EXIT.

           PERFORM 1975-WRITE-DIAGNOSTICS
               THRU 1975-EXIT.

           MOVE "ABC127A"              TO CKPT-PROGRAM-ID.
           MOVE ZERO                   TO CKPT-LAST-KEY.
           MOVE FUNCTION CURRENT-DATE  TO CKPT-TIMESTAMP.
           CLOSE CHECKPOINT-FILE.

           CLOSE DUP-STORE-FILE.
           IF WS-CUSTKSD-OPEN
               CLOSE CUSTOMER-KSD
           END-IF.

           CLOSE TRANS-IN
                 TRANS-OUT.
       2750-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * EDITS THE OPTIONAL SERVICE PERIOD.  BOTH MONTHS MUST BE  *
      * VALID YYYYMM WITH THE END NOT BEFORE THE START.  A FEE   *
      * WHOSE SERVICE ENDS IN OR BEFORE THE POSTING MONTH IS     *
      * ALREADY EARNED AND POSTS TO REVENUE AS BEFORE; ONE       *
      * RUNNING PAST IT IS DEFERRED.                             *
      *----------------------------------------------------------*
       2800-CHECK-SERVICE-PERIOD.
           IF WS-SERVICE-START = SPACES
               AND WS-SERVICE-END = SPACES
               GO TO 2800-EXIT
           END-IF.

           SET WS-PERIOD-INVALID TO TRUE.
           IF WS-SERVICE-START(1:6) IS NOT NUMERIC
               OR WS-SERVICE-START(7:2) NOT = SPACES
               OR WS-SERVICE-END(1:6) IS NOT NUMERIC
               OR WS-SERVICE-END(7:2) NOT = SPACES
               GO TO 2800-EXIT
           END-IF.
           MOVE WS-SERVICE-START(1:6)  TO WS-SERVICE-START-NUM.
           MOVE WS-SERVICE-END(1:6)    TO WS-SERVICE-END-NUM.
           IF WS-SS-MONTH < 1 OR WS-SS-MONTH > 12
               OR WS-SE-MONTH < 1 OR WS-SE-MONTH > 12
               OR WS-SERVICE-END-NUM < WS-SERVICE-START-NUM
               GO TO 2800-EXIT
           END-IF.

           IF WS-SERVICE-END(1:6) > WS-POST-DATE(1:6)
               SET WS-PERIOD-DEFERRED TO TRUE
           ELSE
               SET WS-PERIOD-EARNED TO TRUE
           END-IF.
       2800-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LOADS THE PRICING-AGREEMENT ROWS IN FORCE ON THE AS-OF   *
      * DATE, SO THE PER-TRANSACTION LOOKUP NEVER HAS TO RE-EDIT *
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
      *----------------------------------------------------------*
       1930-PROCESS-NEW-BATCH-RECORD.
           MOVE TRANS-IN-REC           TO INDATA.
           MOVE SPACES                 TO WS-JURISDICTION.
           MOVE SPACES                 TO WS-CUSTOMER-ID.
           UNSTRING INDATA DELIMITED BY SPACE
               INTO A1 A2 WS-JURISDICTION WS-CUSTOMER-ID.
           PERFORM 2600-CHECK-CREDIT-HOLD
               THRU 2600-EXIT.
           IF WS-CREDIT-HELD
               PERFORM 2650-WRITE-HELD-TRANSACTION
                   THRU 2650-EXIT
               ADD 1               TO WS-HELD-COUNT
               MOVE "CREDIT HOLD - HELD"  TO LK-RESULT
               MOVE ZERO           TO WS-TAX-AMOUNT
               GO TO 1930-WRITE-RESULT
           END-IF.

           PERFORM 1925-CHECK-DUPLICATE
               THRU 1925-EXIT.
           IF DUP-KEY-FOUND

               IF WS-INPUT-NUMERIC-BAD
                   OR WS-CERT-EXPIRED
                   OR WS-PERIOD-INVALID
                   ADD 1           TO WS-BATCH-REJECT-COUNT
               ELSE
                   ADD 1           TO WS-CT-PROCESSED-COUNT
               END-IF
           END-IF.

       1930-WRITE-RESULT.
           MOVE WS-BATCH-COUNT         TO WS-BR-RECORD-NO.
           MOVE INDATA(1:40)           TO WS-BR-INDATA.
           MOVE LK-RESULT              TO WS-BR-RESULT.
       1945-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * OPENS THE KEYED CUSTOMER MASTER FOR THE RUN'S CREDIT-    *
      * HOLD LOOKUPS.  A MASTER NOT YET BUILT HOLDS NOTHING.     *
      *----------------------------------------------------------*
       1946-OPEN-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-KSD.
           IF WS-CUSTKSD-FILE-STATUS = "00"
               SET WS-CUSTKSD-OPEN TO TRUE
           END-IF.
       1946-EXIT.
           EXIT.


      *----------------------------------------------------------*
      * READS THIS PROGRAM'S CHECKPOINT FILE, IF ONE EXISTS FROM *
       1960-CONTROL-TOTAL-CHECK.
           IF WS-BATCH-COUNT =
               WS-CT-PROCESSED-COUNT + WS-BATCH-REJECT-COUNT
                   + WS-CT-SKIP-COUNT + WS-HELD-COUNT
               SET WS-CT-IN-BALANCE TO TRUE
           ELSE
               SET WS-CT-OUT-OF-BALANCE TO TRUE
           DISPLAY "ABC127A CONTROL TOTAL - READ=" WS-BATCH-COUNT
               " PROCESSED=" WS-CT-PROCESSED-COUNT
               " REJECTED=" WS-BATCH-REJECT-COUNT
               " SKIPPED=" WS-CT-SKIP-COUNT
               " HELD=" WS-HELD-COUNT
               " DEFERRED=" WS-DEFERRED-COUNT.

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

           MOVE "ABC127A"              TO DG-PROGRAM-ID.
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
           MOVE "TAXCTL"               TO DG-DD-NAME.
           MOVE WS-TAXCTL-FILE-STATUS  TO DG-FILE-STATUS.
           PERFORM 1976-WRITE-STATUS-LINE
               THRU 1976-EXIT.
           MOVE "CALMAST"              TO DG-DD-NAME.
           MOVE WS-CALMAST-FILE-STATUS TO DG-FILE-STATUS.
           PERFORM 1976-WRITE-STATUS-LINE
               THRU 1976-EXIT.
           MOVE "ASOFDATE"             TO DG-DD-NAME.
           MOVE WS-ASOF-FILE-STATUS    TO DG-FILE-STATUS.
           PERFORM 1976-WRITE-STATUS-LINE
               THRU 1976-EXIT.
           MOVE "FEEMTDI"              TO DG-DD-NAME.
           MOVE WS-MTDI-FILE-STATUS    TO DG-FILE-STATUS.
           PERFORM 1976-WRITE-STATUS-LINE
               THRU 1976-EXIT.
           MOVE "STMTEXT"              TO DG-DD-NAME.
           MOVE WS-STMT-FILE-STATUS    TO DG-FILE-STATUS.
           PERFORM 1976-WRITE-STATUS-LINE
               THRU 1976-EXIT.
           MOVE "PRICAGR"              TO DG-DD-NAME.
           MOVE WS-PRICAGR-FILE-STATUS TO DG-FILE-STATUS.
           PERFORM 1976-WRITE-STATUS-LINE
               THRU 1976-EXIT.
           MOVE "CERTMAST"             TO DG-DD-NAME.
           MOVE WS-CERTMAST-FILE-STATUS TO DG-FILE-STATUS.
           PERFORM 1976-WRITE-STATUS-LINE
               THRU 1976-EXIT.
           MOVE "RATEEXC"              TO DG-DD-NAME.
           MOVE WS-EXCEPTION-FILE-STATUS TO DG-FILE-STATUS.
           PERFORM 1976-WRITE-STATUS-LINE
               THRU 1976-EXIT.
           MOVE "FEECKPT"              TO DG-DD-NAME.
           MOVE WS-CHECKPOINT-FILE-STATUS TO DG-FILE-STATUS.
           PERFORM 1976-WRITE-STATUS-LINE
               THRU 1976-EXIT.
           MOVE "DUPKSD"               TO DG-DD-NAME.
           MOVE WS-DUPKSD-FILE-STATUS  TO DG-FILE-STATUS.
           PERFORM 1976-WRITE-STATUS-LINE
               THRU 1976-EXIT.
           MOVE "CUSTKSD"              TO DG-DD-NAME.
           MOVE WS-CUSTKSD-FILE-STATUS TO DG-FILE-STATUS.
           PERFORM 1976-WRITE-STATUS-LINE
               THRU 1976-EXIT.
           MOVE "FEEHELD"              TO DG-DD-NAME.
           MOVE WS-FEEHELD-FILE-STATUS TO DG-FILE-STATUS.
           PERFORM 1976-WRITE-STATUS-LINE
               THRU 1976-EXIT.
           MOVE "DEFRSCHD"             TO DG-DD-NAME.
           MOVE WS-DEFRSCHD-FILE-STATUS TO DG-FILE-STATUS.
           PERFORM 1976-WRITE-STATUS-LINE
               THRU 1976-EXIT.
           MOVE "TAXDTL"               TO DG-DD-NAME.
           MOVE WS-TAXDTL-FILE-STATUS  TO DG-FILE-STATUS.
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

           DISPLAY "ABC127A DIAGNOSTICS CAPTURED - REF="
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
       1000-LOAD-BRACKET-TABLE.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * SETS WS-CREDIT-HELD WHEN THE TRANSACTION'S CUSTOMER IS   *
      * ON CREDIT HOLD.  A TRANSACTION WITH NO CUSTOMER, OR ONE  *
      * NOT ON THE MASTER, IS NEVER HELD.                        *
      *----------------------------------------------------------*
       2600-CHECK-CREDIT-HOLD.
           MOVE "N"                    TO WS-CREDIT-HOLD-SW.
           IF WS-CUSTOMER-ID = SPACES
               GO TO 2600-EXIT
           END-IF.

           IF NOT WS-BATCH-MODE
               OPEN INPUT CUSTOMER-KSD
               IF WS-CUSTKSD-FILE-STATUS NOT = "00"
                   GO TO 2600-EXIT
               END-IF
           END-IF.
           IF WS-BATCH-MODE
               AND NOT WS-CUSTKSD-OPEN
               GO TO 2600-EXIT
           END-IF.

           MOVE WS-CUSTOMER-ID         TO CMK-CUSTOMER-ID.
           READ CUSTOMER-KSD.
           IF WS-CUSTKSD-FILE-STATUS = "00"
               AND CMK-CREDIT-HELD
               SET WS-CREDIT-HELD      TO TRUE
           END-IF.

           IF NOT WS-BATCH-MODE
               CLOSE CUSTOMER-KSD
           END-IF.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * APPENDS THE HELD TRANSACTION, EXACTLY AS IT ARRIVED, TO  *
      * THE HELD-TRANSACTION FILE THE RELEASE RUN WORKS FROM.    *
      *----------------------------------------------------------*
       2650-WRITE-HELD-TRANSACTION.
           MOVE WS-CUSTOMER-ID         TO FH-CUSTOMER-ID.
           MOVE WS-RUN-DATE            TO FH-HELD-DATE.
           MOVE WS-RUN-ID              TO FH-RUN-ID.
           MOVE INDATA                 TO FH-TRANSACTION.

           OPEN EXTEND FEE-HELD-OUT.
           IF WS-FEEHELD-FILE-STATUS = "35"
               OPEN OUTPUT FEE-HELD-OUT
           END-IF.
           WRITE FEE-HELD-OUT-REC FROM FEE-HELD-RECORD.
           CLOSE FEE-HELD-OUT.
       2650-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * APPENDS ONE LINE TO THE SUITE-WIDE AUDIT LOG FOR EVERY   *
      * RUN OF THIS PROGRAM, WHETHER THE INPUT WAS ACCEPTED OR   *
      * A SCREEN PRINTOUT.                                       *
      *----------------------------------------------------------*
       8100-WRITE-GL-INTERFACE.
           MOVE WS-FEE-GL-CLASS        TO WS-GL-TRANS-CLASS.
           PERFORM 1080-FIND-GL-MAP
               THRU 1080-EXIT.
           MOVE R2                     TO GL-AMOUNT.
           MOVE "ABC127A"              TO GL-SOURCE-PROGRAM.
           PERFORM 8180-NEXT-GL-REFERENCE
               THRU 8180-EXIT.
           MOVE GL-REFERENCE           TO WS-FEE-GL-REFERENCE.

           OPEN EXTEND GL-INTERFACE-OUT.
           IF WS-GL-FILE-STATUS = "35"
           MOVE "ABC127A"              TO GL-SOURCE-PROGRAM.
           PERFORM 8180-NEXT-GL-REFERENCE
               THRU 8180-EXIT.
           MOVE GL-REFERENCE           TO WS-TAX-GL-REFERENCE.

           OPEN EXTEND GL-INTERFACE-OUT.
           IF WS-GL-FILE-STATUS = "35"
       8300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * APPENDS THE RECOGNITION SCHEDULE ROW FOR A DEFERRED FEE, *
      * CARRYING THE REFERENCE OF ITS DEFERRED-REVENUE GLFEED    *
      * LINE.  NOTHING IS RECOGNIZED YET - THE MONTH-END RELEASE *
      * RUN RECOGNIZES EVERY SERVICE MONTH UP TO ITS OWN.        *
      *----------------------------------------------------------*
       8400-WRITE-DEFERRAL-SCHEDULE.
           MOVE SPACES                 TO DEFERRAL-SCHEDULE-RECORD.
           IF WS-CUSTOMER-ID = SPACES
               MOVE "UNASGN"           TO DS-CUSTOMER-ID
           ELSE
               MOVE WS-CUSTOMER-ID     TO DS-CUSTOMER-ID
           END-IF.
           MOVE WS-FEE-GL-REFERENCE    TO DS-GL-REFERENCE.
           MOVE WS-POST-DATE           TO DS-BOOKED-DATE.
           MOVE WS-SERVICE-START(1:6)  TO DS-SERVICE-START.
           MOVE WS-SERVICE-END(1:6)    TO DS-SERVICE-END.
           COMPUTE DS-PERIOD-MONTHS =
               (WS-SE-YEAR * 12 + WS-SE-MONTH)
             - (WS-SS-YEAR * 12 + WS-SS-MONTH) + 1.
           MOVE R2                     TO DS-DEFERRED-AMOUNT.
           MOVE ZERO                   TO DS-RECOGNIZED-AMOUNT
                                          DS-LAST-RELEASE-AMOUNT.
           MOVE SPACES                 TO DS-LAST-RELEASE-MONTH.
           ADD 1 TO WS-DEFERRED-COUNT.

           OPEN EXTEND DEFERRAL-SCHEDULE-OUT.
           IF WS-DEFRSCHD-FILE-STATUS = "35"
               OPEN OUTPUT DEFERRAL-SCHEDULE-OUT
           END-IF.
           WRITE DEFERRAL-SCHEDULE-OUT-REC
               FROM DEFERRAL-SCHEDULE-RECORD.
           CLOSE DEFERRAL-SCHEDULE-OUT.
       8400-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * APPENDS THE SALES-TAX DETAIL ROW FOR THE FEE JUST TAXED, *
      * EXEMPTED, OR LEFT UNTAXED FOR WANT OF A RATE, SO THE     *
      * MONTHLY TAX RETURN IS BUILT FROM THE SAME FIGURES THAT   *
      * WERE POSTED.                                             *
      *----------------------------------------------------------*
       8450-WRITE-TAX-DETAIL.
           MOVE SPACES                 TO TAX-DETAIL-RECORD.
           IF WS-JURISDICTION = SPACES
               MOVE "STD "             TO TD-JURISDICTION
           ELSE
               MOVE WS-JURISDICTION    TO TD-JURISDICTION
           END-IF.
           IF WS-CUSTOMER-ID = SPACES
               MOVE "UNASGN"           TO TD-CUSTOMER-ID
           ELSE
               MOVE WS-CUSTOMER-ID     TO TD-CUSTOMER-ID
           END-IF.
           MOVE WS-POST-DATE           TO TD-POST-DATE.
           MOVE R2                     TO TD-GROSS-FEE.
           MOVE WS-TAX-AMOUNT          TO TD-TAX-AMOUNT.
           MOVE ZERO                   TO TD-TAXABLE-FEE
                                          TD-TAX-RATE.

           EVALUATE TRUE
               WHEN WS-CERT-EXEMPT
                   SET TD-EXEMPT       TO TRUE
                   MOVE CET-CERT-NUMBER(CET-MATCH-SUB)
                       TO TD-CERT-NUMBER
               WHEN TXT-RATE-NOT-FOUND
                   SET TD-NO-RATE      TO TRUE
               WHEN OTHER
                   SET TD-TAXED        TO TRUE
                   MOVE R2             TO TD-TAXABLE-FEE
                   MOVE WS-TAX-RATE    TO TD-TAX-RATE
           END-EVALUATE.
           IF WS-TAX-AMOUNT NOT = ZERO
               MOVE WS-TAX-GL-REFERENCE TO TD-GL-REFERENCE
           END-IF.

           OPEN EXTEND TAX-DETAIL-OUT.
           IF WS-TAXDTL-FILE-STATUS = "35"
               OPEN OUTPUT TAX-DETAIL-OUT
           END-IF.
           WRITE TAX-DETAIL-OUT-REC FROM TAX-DETAIL-RECORD.
           CLOSE TAX-DETAIL-OUT.
       8450-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * DERIVES THE BUSINESS POSTING DATE FOR THIS RUN FROM THE  *
      * CALENDAR MASTER.  A PROCESSING DATE WITH NO CALENDAR ROW *
