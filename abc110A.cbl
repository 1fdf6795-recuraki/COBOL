      *                 CUT BEFORE THE LIVE MASTER RESETS TO ZERO -  *
      *                 NO MORE FAKING A NEW SEASON BY RENAMING      *
      *                 FILES.                                       *
      * 2026-10-15  DH  A HANDICAP INDEX IS KEPT PER PLAYER ON   *
      *                 THE STANDINGS MASTER - THE AVERAGE OF    *
      *                 THE LAST N HANDS SCORED, N FROM THE      *
      *                 ABC110A HCAP RATE ROW, WHICH ALSO SETS   *
      *                 THE SCRATCH SCORE AND ALLOWANCE PERCENT. *
      *                 EACH HAND IS SCORED GROSS AND NET OF     *
      *                 HANDICAP (NET SHOWN ON THE RESULT LINE), *
      *                 THE RANKING REPORT CARRIES A GROSS TABLE *
      *                 AND A NET TABLE, AND THE SEASON-CLOSE    *
      *                 REPORT NAMES A GROSS AND A NET CHAMPION. *
      *                 MASTER ROW WIDENED TO 142 BYTES; OLD     *
      *                 26-BYTE ROWS LOAD WITH NET EQUAL TO      *
      *                 GROSS.                                   *
      * 2026-10-15  DH  AT SEASON CLOSE THE PRIZE TABLE          *
      *                 (PRIZETAB, COPY PRIZETAB) IS PAID BY     *
      *                 FINISHING POSITION ON THE GROSS AND NET  *
      *                 TABLES, PLAYERS TIED ON POINTS SHARING   *
      *                 THE COMBINED PRIZES FOR THE POSITIONS    *
      *                 THEY HOLD. PAYOUT LINES GO TO PRIZEPAY   *
      *                 FOR THE EFT PAYOUT RUN, THE PRIZE        *
      *                 EXPENSE POSTS AS A BALANCED PRIZ/CLRG    *
      *                 PAIR TO GLFEED, AND A PAYOUT REGISTER    *
      *                 THAT TIES BACK TO THE PRIZE TABLE IS     *
      *                 PRINTED WITH THE FINAL STANDINGS.        *
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

           SELECT TRANS-IN
               ASSIGN TO HSCOREIN
               ORGANIZATION IS LINE SEQUENTIAL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEASON-FILE-STATUS.

           SELECT RATE-TAB
               ASSIGN TO RATECTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATECTL-FILE-STATUS.

           SELECT PRIZE-TAB-IN
               ASSIGN TO PRIZETAB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIZETAB-FILE-STATUS.

           SELECT PRIZE-PAY-OUT
               ASSIGN TO PRIZEPAY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIZEPAY-FILE-STATUS.

           SELECT GL-MAP-TAB
               ASSIGN TO GLMAP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-FILE-STATUS.

           SELECT GL-INTERFACE-OUT
               ASSIGN TO GLFEED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.

           SELECT DUP-STORE-FILE
               ASSIGN TO DUPKSD
               ORGANIZATION IS INDEXED
           RECORDING MODE IS F.
       01  PGM-TOTALS-OUT-REC          PIC X(100).

       FD  DIAG-LOG-OUT
           RECORDING MODE IS F.
       01  DIAG-LOG-OUT-REC            PIC X(128).

       FD  TRANS-IN
           RECORDING MODE IS F.
       01  TRANS-IN-REC                PIC X(100).

       FD  STANDINGS-IN
           RECORDING MODE IS F.
       01  STANDINGS-IN-REC            PIC X(142).

       FD  STANDINGS-OUT
           RECORDING MODE IS F.
       01  STANDINGS-OUT-REC           PIC X(142).

       FD  STANDINGS-HISTORY
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  SEASON-CTL-REC              PIC X(08).

       FD  RATE-TAB
           RECORDING MODE IS F.
       COPY RATECTL.

       FD  PRIZE-TAB-IN
           RECORDING MODE IS F.
       01  PRIZE-TAB-IN-REC            PIC X(13).

       FD  PRIZE-PAY-OUT
           RECORDING MODE IS F.
       01  PRIZE-PAY-OUT-REC           PIC X(65).

       FD  GL-MAP-TAB
           RECORDING MODE IS F.
       01  GL-MAP-TAB-REC              PIC X(32).

       FD  GL-INTERFACE-OUT
           RECORDING MODE IS F.
       01  GL-INTERFACE-OUT-REC        PIC X(64).

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
       COPY PRIZETAB.
       COPY STMTREC.
       COPY GLFEED.
       COPY GLMAP.

       01  WS-BATCH-SWITCHES.
           05  WS-BATCH-EOF-SW         PIC X(01) VALUE "N".
           05  WS-BR-RUN-ID            PIC X(14).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-BR-RUN-DATE          PIC X(08).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-BR-NET-RESULT        PIC X(12).

       01  WS-BATCH-TOTAL-LINE.
           05  FILLER                  PIC X(24)
       01  WS-STANDI-FILE-STATUS       PIC X(02).
       01  WS-STANDH-FILE-STATUS       PIC X(02).
       01  WS-SEASON-FILE-STATUS       PIC X(02).
       01  WS-RATECTL-FILE-STATUS      PIC X(02).
       01  WS-RATECTL-EOF-SW           PIC X(01) VALUE "N".
           88  WS-RATECTL-EOF                  VALUE "Y".
       01  WS-PRIZEPAY-FILE-STATUS     PIC X(02).
       01  WS-PRIZEPAY-OPEN-SW         PIC X(01) VALUE "N".
           88  WS-PRIZEPAY-OPEN                VALUE "Y".
       01  WS-GLMAP-EOF-SW             PIC X(01) VALUE "N".
           88  WS-GLMAP-EOF                    VALUE "Y".
       01  WS-STANDI-EOF-SW            PIC X(01) VALUE "N".
           88  WS-STANDI-EOF                   VALUE "Y".
       01  WS-PLAYER-ID                PIC X(06) VALUE SPACES.
      *----------------------------------------------------------*
      * ONE STANDINGS ROW PER PLAYER: SEASON POINTS ACCUMULATED  *
      * ACROSS RUNS, HANDS SCORED, AND THE RANK HELD AFTER THE   *
      * PRIOR CYCLE SO THE REPORT CAN SHOW MOVEMENT.  THE NET    *
      * FIELDS CARRY THE SAME SEASON NET OF HANDICAP, THE        *
      * PLAYER'S HANDICAP INDEX (THE AVERAGE OF THE RECENT HANDS *
      * KEPT, MOST RECENT FIRST), AND THE NET TABLE RANK.  A ROW *
      * WRITTEN BEFORE THE NET FIELDS EXISTED LOADS WITH NET     *
      * EQUAL TO GROSS AND NO HANDICAP HISTORY.                  *
      *----------------------------------------------------------*
       01  STANDINGS-RECORD.
           05  SD-PLAYER-ID            PIC X(06).
           05  SD-SEASON-POINTS        PIC 9(12).
           05  SD-HANDS-SCORED         PIC 9(05).
           05  SD-PRIOR-RANK           PIC 9(03).
           05  SD-NET-POINTS           PIC 9(12).
           05  SD-HCAP-INDEX           PIC 9(09).
           05  SD-NET-PRIOR-RANK       PIC 9(03).
           05  SD-RECENT-COUNT         PIC 9(02).
           05  SD-RECENT-HAND          PIC 9(09) OCCURS 10 TIMES.

       01  WS-STANDINGS-TABLE.
           05  WS-STD-COUNT            PIC 9(03) COMP VALUE ZERO.
               10  WS-SD-HANDS         PIC 9(05) COMP-3.
               10  WS-SD-PRIOR-RANK    PIC 9(03) COMP-3.
               10  WS-SD-NEW-RANK      PIC 9(03) COMP-3.
               10  WS-SD-NET-POINTS    PIC 9(12) COMP-3.
               10  WS-SD-HCAP-INDEX    PIC 9(09) COMP-3.
               10  WS-SD-NET-PRIOR-RANK PIC 9(03) COMP-3.
               10  WS-SD-NET-NEW-RANK  PIC 9(03) COMP-3.
               10  WS-SD-RECENT-COUNT  PIC 9(02) COMP-3.
               10  WS-SD-RECENT-HAND   PIC 9(09) COMP-3
                                       OCCURS 10 TIMES.

      *----------------------------------------------------------*
      * HANDICAP CONTROLS FROM THE ABC110A HCAP RATE ROW IN      *
      * FORCE ON THE RUN DATE: VALUE-1 IS HOW MANY RECENT HANDS  *
      * THE INDEX AVERAGES (1 TO 10), VALUE-2 THE SCRATCH SCORE, *
      * AND VALUE-3 THE ALLOWANCE IN HUNDREDTHS OF A PERCENT OF  *
      * THE GAP BETWEEN A PLAYER'S INDEX AND SCRATCH.  A HAND'S  *
      * NET SCORE IS ITS GROSS PLUS THAT ALLOWANCE.  NO ROW      *
      * GIVES NO ALLOWANCE, SO NET EQUALS GROSS.                 *
      *----------------------------------------------------------*
       01  WS-HCAP-HANDS               PIC 9(02) COMP-3 VALUE 5.
       01  WS-HCAP-SCRATCH             PIC 9(09) COMP-3 VALUE ZERO.
       01  WS-HCAP-PCT                 PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-HCAP-ALLOWANCE           PIC 9(09) COMP-3 VALUE ZERO.
       01  WS-NET-SCORE                PIC 9(10) COMP-3 VALUE ZERO.
       01  WS-NET-EDIT                 PIC Z(11)9.
       01  WS-RECENT-SUB               PIC 9(02) COMP-3.
       01  WS-RECENT-TOTAL             PIC 9(11) COMP-3.

       01  WS-STD-SUB                  PIC 9(03) COMP-3.
       01  WS-STD-SCAN-SUB             PIC 9(03) COMP-3.
           05  WS-SR-HANDS             PIC ZZZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-SR-MOVEMENT          PIC X(10).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-SR-HCAP              PIC ZZZ,ZZZ,ZZ9.

       01  WS-STANDINGS-HEADER-LINE.
           05  FILLER                  PIC X(06) VALUE "RANK".
           05  FILLER                  PIC X(09) VALUE "PLAYER".
           05  FILLER                  PIC X(14) VALUE
               "     POINTS".
           05  FILLER                  PIC X(08) VALUE "HANDS".
           05  FILLER                  PIC X(13) VALUE "MOVEMENT".
           05  FILLER                  PIC X(11) VALUE
               " HCAP INDEX".

       01  WS-STANDINGS-HIST-LINE.
           05  WS-SH-SEASON-END        PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-SH-POINTS            PIC 9(12).
           05  FILLER                  PIC X(08) VALUE SPACES.

      *----------------------------------------------------------*
      * SEASON PRIZE PAYOUT.  EACH TABLE IS WALKED IN FINISHING  *
      * ORDER ONE TIE GROUP AT A TIME: THE PLAYERS LEVEL ON      *
      * POINTS WITH THE HOLDER OF WS-PRIZE-POS SHARE THE PRIZES  *
      * FOR THE POSITIONS THEY OCCUPY, ANY ODD CENT GOING TO THE *
      * FIRST OF THEM.                                           *
      *----------------------------------------------------------*
       01  WS-PRIZE-TABLE-CODE         PIC X(01) VALUE SPACE.
           88  WS-PRIZE-GROSS                  VALUE "G".
           88  WS-PRIZE-NET                    VALUE "N".
       01  WS-PRIZE-POS                PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-PRIZE-RANK               PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-PRIZE-TARGET-RANK        PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-PRIZE-HOLDER-SUB         PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-PRIZE-GROUP-COUNT        PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-PRIZE-GROUP-POINTS       PIC 9(12) COMP-3 VALUE ZERO.
       01  WS-PRIZE-COMBINED           PIC 9(09)V99 COMP-3
                                       VALUE ZERO.
       01  WS-PRIZE-SHARE              PIC 9(09)V99 COMP-3
                                       VALUE ZERO.
       01  WS-PRIZE-ODD-CENTS          PIC 9(09)V99 COMP-3
                                       VALUE ZERO.
       01  WS-PRIZE-AMOUNT             PIC 9(09)V99 COMP-3
                                       VALUE ZERO.
       01  WS-PRIZE-TABLE-TOTAL        PIC 9(09)V99 COMP-3
                                       VALUE ZERO.
       01  WS-PRIZE-PAID-TOTAL         PIC 9(09)V99 COMP-3
                                       VALUE ZERO.
       01  WS-PRIZE-UNAWARDED          PIC 9(09)V99 COMP-3
                                       VALUE ZERO.
       01  WS-PRIZE-PAID-COUNT         PIC 9(08) COMP VALUE ZERO.
       01  WS-GL-TRANS-CLASS           PIC X(04) VALUE SPACES.
       01  WS-GL-REFERENCE.
           05  WS-GR-PREFIX            PIC X(03) VALUE "PRZ".
           05  WS-GR-STAMP             PIC X(07).
           05  WS-GR-SEQ               PIC 9(04) VALUE ZERO.

       01  WS-PRIZE-HEADER-LINE.
           05  FILLER                  PIC X(08) VALUE "TABLE".
           05  FILLER                  PIC X(06) VALUE "POS".
           05  FILLER                  PIC X(09) VALUE "PLAYER".
           05  FILLER                  PIC X(14) VALUE
               "        AMOUNT".
           05  FILLER                  PIC X(23) VALUE SPACES.

       01  WS-PRIZE-DETAIL-LINE.
           05  WS-PZL-TABLE            PIC X(05).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-PZL-POSITION         PIC ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-PZL-PLAYER           PIC X(06).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-PZL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-PZL-NOTE             PIC X(20).

       01  WS-PRIZE-TOTAL-LINE.
           05  WS-PZT-LABEL            PIC X(24).
           05  WS-PZT-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-TOKEN                    PIC X(08).
       01  WS-SUBSCRIPT                PIC 9(02) COMP-3.

           PERFORM 1905-SET-RUN-STAMP
               THRU 1905-EXIT.

           PERFORM 2550-LOAD-HANDICAP-CONTROLS
               THRU 2550-EXIT.

           PERFORM 1910-READ-TRANSACTION
               THRU 1910-EXIT.

           PERFORM 2700-RANK-AND-REPORT
               THRU 2700-EXIT.

           PERFORM 1975-WRITE-DIAGNOSTICS
               THRU 1975-EXIT.

           MOVE "ABC110A"              TO CKPT-PROGRAM-ID.
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
      *----------------------------------------------------------*
       1930-PROCESS-NEW-BATCH-RECORD.
           MOVE TRANS-IN-REC           TO INDATA.
           MOVE SPACES                 TO WS-BR-NET-RESULT.
           PERFORM 1925-CHECK-DUPLICATE
               THRU 1925-EXIT.
           IF DUP-KEY-FOUND
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

           MOVE "ABC110A"              TO DG-PROGRAM-ID.
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
           MOVE "HSCORCKPT"            TO DG-DD-NAME.
           MOVE WS-CHECKPOINT-FILE-STATUS TO DG-FILE-STATUS.
           PERFORM 1976-WRITE-STATUS-LINE
               THRU 1976-EXIT.
           MOVE "STANDMI"              TO DG-DD-NAME.
           MOVE WS-STANDI-FILE-STATUS  TO DG-FILE-STATUS.
           PERFORM 1976-WRITE-STATUS-LINE
               THRU 1976-EXIT.
           MOVE "STANDHIS"             TO DG-DD-NAME.
           MOVE WS-STANDH-FILE-STATUS  TO DG-FILE-STATUS.
           PERFORM 1976-WRITE-STATUS-LINE
               THRU 1976-EXIT.
           MOVE "SEASNCTL"             TO DG-DD-NAME.
           MOVE WS-SEASON-FILE-STATUS  TO DG-FILE-STATUS.
           PERFORM 1976-WRITE-STATUS-LINE
               THRU 1976-EXIT.
           MOVE "RATECTL"              TO DG-DD-NAME.
           MOVE WS-RATECTL-FILE-STATUS TO DG-FILE-STATUS.
           PERFORM 1976-WRITE-STATUS-LINE
               THRU 1976-EXIT.
           MOVE "PRIZETAB"             TO DG-DD-NAME.
           MOVE WS-PRIZETAB-FILE-STATUS TO DG-FILE-STATUS.
           PERFORM 1976-WRITE-STATUS-LINE
               THRU 1976-EXIT.
           MOVE "PRIZEPAY"             TO DG-DD-NAME.
           MOVE WS-PRIZEPAY-FILE-STATUS TO DG-FILE-STATUS.
           PERFORM 1976-WRITE-STATUS-LINE
               THRU 1976-EXIT.
           MOVE "GLMAP"                TO DG-DD-NAME.
           MOVE WS-GLMAP-FILE-STATUS   TO DG-FILE-STATUS.
           PERFORM 1976-WRITE-STATUS-LINE
               THRU 1976-EXIT.
           MOVE "GLFEED"               TO DG-DD-NAME.
           MOVE WS-GL-FILE-STATUS      TO DG-FILE-STATUS.
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

           DISPLAY "ABC110A DIAGNOSTICS CAPTURED - REF="
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
       1100-PARSE-COUNT.
                           TO WS-SD-PRIOR-RANK(WS-STD-COUNT)
                       MOVE ZERO
                           TO WS-SD-NEW-RANK(WS-STD-COUNT)
                       MOVE ZERO
                           TO WS-SD-NET-NEW-RANK(WS-STD-COUNT)
                       PERFORM 2520-LOAD-HANDICAP-FIELDS
                           THRU 2520-EXIT
                   END-IF
           END-READ.
       2510-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE NET FIELDS OF THE ROW JUST LOADED.  A ROW FROM       *
      * BEFORE THE HANDICAP WAS KEPT HAS NO NET FIELDS: ITS NET  *
      * STARTS EQUAL TO ITS GROSS WITH NO HANDICAP HISTORY.      *
      *----------------------------------------------------------*
       2520-LOAD-HANDICAP-FIELDS.
           IF SD-NET-POINTS IS NOT NUMERIC
               MOVE SD-SEASON-POINTS
                   TO WS-SD-NET-POINTS(WS-STD-COUNT)
               MOVE ZERO TO WS-SD-HCAP-INDEX(WS-STD-COUNT)
               MOVE ZERO TO WS-SD-NET-PRIOR-RANK(WS-STD-COUNT)
               MOVE ZERO TO WS-SD-RECENT-COUNT(WS-STD-COUNT)
               GO TO 2520-EXIT
           END-IF.

           MOVE SD-NET-POINTS     TO WS-SD-NET-POINTS(WS-STD-COUNT).
           MOVE SD-HCAP-INDEX     TO WS-SD-HCAP-INDEX(WS-STD-COUNT).
           MOVE SD-NET-PRIOR-RANK
               TO WS-SD-NET-PRIOR-RANK(WS-STD-COUNT).
           MOVE SD-RECENT-COUNT   TO WS-SD-RECENT-COUNT(WS-STD-COUNT).
           IF WS-SD-RECENT-COUNT(WS-STD-COUNT) > 10
               MOVE 10 TO WS-SD-RECENT-COUNT(WS-STD-COUNT)
           END-IF.
           PERFORM 2525-LOAD-RECENT-HAND
               THRU 2525-EXIT
               VARYING WS-RECENT-SUB FROM 1 BY 1
               UNTIL WS-RECENT-SUB > WS-SD-RECENT-COUNT(WS-STD-COUNT).
       2520-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2525-LOAD-RECENT-HAND.
           IF SD-RECENT-HAND(WS-RECENT-SUB) IS NUMERIC
               MOVE SD-RECENT-HAND(WS-RECENT-SUB)
                   TO WS-SD-RECENT-HAND(WS-STD-COUNT, WS-RECENT-SUB)
           ELSE
               MOVE ZERO
                   TO WS-SD-RECENT-HAND(WS-STD-COUNT, WS-RECENT-SUB)
           END-IF.
       2525-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * READS THE HANDICAP CONTROLS.  NO RATE TABLE LEAVES THE   *
      * ALLOWANCE AT ZERO.                                       *
      *----------------------------------------------------------*
       2550-LOAD-HANDICAP-CONTROLS.
           OPEN INPUT RATE-TAB.
           IF WS-RATECTL-FILE-STATUS = "35"
               GO TO 2550-EXIT
           END-IF.
           PERFORM 2555-SCAN-RATE-ROW
               THRU 2555-EXIT
               UNTIL WS-RATECTL-EOF.
           CLOSE RATE-TAB.
       2550-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2555-SCAN-RATE-ROW.
           READ RATE-TAB
               AT END
                   SET WS-RATECTL-EOF TO TRUE
               NOT AT END
                   IF RC-PROGRAM-ID = "ABC110A"
                       AND RC-RULE-CODE = "HCAP"
                       AND (RC-EFF-FROM-DATE = SPACES
                           OR RC-EFF-FROM-DATE <= WS-RUN-DATE)
                       AND (RC-EFF-TO-DATE = SPACES
                           OR RC-EFF-TO-DATE >= WS-RUN-DATE)
                       IF RC-VALUE-1 > ZERO
                           AND RC-VALUE-1 NOT > 10
                           MOVE RC-VALUE-1 TO WS-HCAP-HANDS
                       ELSE
                           MOVE 10 TO WS-HCAP-HANDS
                       END-IF
                       MOVE RC-VALUE-2 TO WS-HCAP-SCRATCH
                       MOVE RC-VALUE-3 TO WS-HCAP-PCT
                   END-IF
           END-READ.
       2555-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ROLLS ONE SCORED HAND INTO ITS PLAYER'S SEASON TOTAL.    *
      *----------------------------------------------------------*
                       TO WS-SD-PRIOR-RANK(WS-STD-MATCH-SUB)
                   MOVE ZERO
                       TO WS-SD-NEW-RANK(WS-STD-MATCH-SUB)
                   MOVE ZERO
                       TO WS-SD-NET-POINTS(WS-STD-MATCH-SUB)
                   MOVE ZERO
                       TO WS-SD-HCAP-INDEX(WS-STD-MATCH-SUB)
                   MOVE ZERO
                       TO WS-SD-NET-PRIOR-RANK(WS-STD-MATCH-SUB)
                   MOVE ZERO
                       TO WS-SD-NET-NEW-RANK(WS-STD-MATCH-SUB)
                   MOVE ZERO
                       TO WS-SD-RECENT-COUNT(WS-STD-MATCH-SUB)
               ELSE
                   DISPLAY "ABC110A **** STANDINGS TABLE FULL "
                       "- HAND NOT ROLLED IN ****"
               END-IF
           END-IF.

           PERFORM 2620-APPLY-HANDICAP
               THRU 2620-EXIT.

           ADD R TO WS-SD-POINTS(WS-STD-MATCH-SUB).
           ADD 1 TO WS-SD-HANDS(WS-STD-MATCH-SUB).
           ADD WS-NET-SCORE TO WS-SD-NET-POINTS(WS-STD-MATCH-SUB).

           PERFORM 2630-ROLL-RECENT-HANDS
               THRU 2630-EXIT.
       2600-EXIT.
           EXIT.

           EXIT.

      *----------------------------------------------------------*
      * SCORES THE HAND NET OF HANDICAP: GROSS PLUS THE          *
      * ALLOWANCE ON THE PLAYER'S INDEX BEFORE THIS HAND.  A     *
      * PLAYER WITH NO HANDS YET, OR AN INDEX AT OR ABOVE        *
      * SCRATCH, PLAYS OFF ZERO.                                 *
      *----------------------------------------------------------*
       2620-APPLY-HANDICAP.
           MOVE ZERO                   TO WS-HCAP-ALLOWANCE.
           IF WS-SD-RECENT-COUNT(WS-STD-MATCH-SUB) > ZERO
               AND WS-HCAP-SCRATCH >
                   WS-SD-HCAP-INDEX(WS-STD-MATCH-SUB)
               COMPUTE WS-HCAP-ALLOWANCE ROUNDED =
                   (WS-HCAP-SCRATCH
                    - WS-SD-HCAP-INDEX(WS-STD-MATCH-SUB))
                   * WS-HCAP-PCT / 10000
           END-IF.

           COMPUTE WS-NET-SCORE = R + WS-HCAP-ALLOWANCE.
           MOVE WS-NET-SCORE           TO WS-NET-EDIT.
           MOVE WS-NET-EDIT            TO WS-BR-NET-RESULT.
       2620-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * PUSHES THIS HAND ONTO THE FRONT OF THE PLAYER'S RECENT   *
      * HANDS, DROPPING THE OLDEST BEYOND THE HCAP HAND COUNT,   *
      * AND RECOMPUTES THE INDEX AS THEIR AVERAGE.               *
      *----------------------------------------------------------*
       2630-ROLL-RECENT-HANDS.
           IF WS-SD-RECENT-COUNT(WS-STD-MATCH-SUB) < WS-HCAP-HANDS
               ADD 1 TO WS-SD-RECENT-COUNT(WS-STD-MATCH-SUB)
           ELSE
               MOVE WS-HCAP-HANDS
                   TO WS-SD-RECENT-COUNT(WS-STD-MATCH-SUB)
           END-IF.

           PERFORM 2635-SHIFT-RECENT-HAND
               THRU 2635-EXIT
               VARYING WS-RECENT-SUB
                   FROM WS-SD-RECENT-COUNT(WS-STD-MATCH-SUB) BY -1
               UNTIL WS-RECENT-SUB < 2.
           MOVE R TO WS-SD-RECENT-HAND(WS-STD-MATCH-SUB, 1).

           MOVE ZERO                   TO WS-RECENT-TOTAL.
           PERFORM 2640-ADD-RECENT-HAND
               THRU 2640-EXIT
               VARYING WS-RECENT-SUB FROM 1 BY 1
               UNTIL WS-RECENT-SUB >
                   WS-SD-RECENT-COUNT(WS-STD-MATCH-SUB).
           COMPUTE WS-SD-HCAP-INDEX(WS-STD-MATCH-SUB) ROUNDED =
               WS-RECENT-TOTAL / WS-SD-RECENT-COUNT(WS-STD-MATCH-SUB).
       2630-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2635-SHIFT-RECENT-HAND.
           MOVE WS-SD-RECENT-HAND(WS-STD-MATCH-SUB, WS-RECENT-SUB - 1)
               TO WS-SD-RECENT-HAND(WS-STD-MATCH-SUB, WS-RECENT-SUB).
       2635-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2640-ADD-RECENT-HAND.
           ADD WS-SD-RECENT-HAND(WS-STD-MATCH-SUB, WS-RECENT-SUB)
               TO WS-RECENT-TOTAL.
       2640-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * RANKS THE SEASON TABLE BY POINTS, GROSS AND THEN NET OF  *
      * HANDICAP, WRITES THE RANKING REPORT - A GROSS TABLE AND  *
      * A NET TABLE - WITH POSITION MOVEMENT SINCE THE PRIOR     *
      * CYCLE, THEN EITHER WRITES THE MASTER FORWARD OR - ON A   *
      * SEASON-CLOSE CONTROL CARD - FREEZES THE FINAL TABLE TO   *
      * HISTORY AND RESETS THE MASTER FOR THE NEW SEASON.        *
      *----------------------------------------------------------*
       2700-RANK-AND-REPORT.
           OPEN OUTPUT STANDINGS-REPORT.

           MOVE "GROSS STANDINGS - SEASON POINTS"
               TO STANDINGS-REPORT-REC.
           WRITE STANDINGS-REPORT-REC.
           WRITE STANDINGS-REPORT-REC
               FROM WS-STANDINGS-HEADER-LINE.

           MOVE ZERO TO WS-RANK-NO.
           PERFORM 2710-RANK-NEXT-PLAYER
               THRU 2710-EXIT
               UNTIL WS-RANK-NO >= WS-STD-COUNT.

           MOVE SPACES TO STANDINGS-REPORT-REC.
           WRITE STANDINGS-REPORT-REC.
           MOVE "NET STANDINGS - SEASON POINTS NET OF HANDICAP"
               TO STANDINGS-REPORT-REC.
           WRITE STANDINGS-REPORT-REC.
           WRITE STANDINGS-REPORT-REC
               FROM WS-STANDINGS-HEADER-LINE.

           MOVE ZERO TO WS-RANK-NO.
           PERFORM 2730-RANK-NEXT-NET-PLAYER
               THRU 2730-EXIT
               UNTIL WS-RANK-NO >= WS-STD-COUNT.

           CLOSE STANDINGS-REPORT.

           PERFORM 2760-CHECK-SEASON-CLOSE
           MOVE WS-SD-PLAYER(WS-BEST-SUB)  TO WS-SR-PLAYER.
           MOVE WS-SD-POINTS(WS-BEST-SUB)  TO WS-SR-POINTS.
           MOVE WS-SD-HANDS(WS-BEST-SUB)   TO WS-SR-HANDS.
           MOVE WS-SD-HCAP-INDEX(WS-BEST-SUB) TO WS-SR-HCAP.

           EVALUATE TRUE
               WHEN WS-SD-PRIOR-RANK(WS-BEST-SUB) = ZERO
       2720-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE SAME RANKING ON SEASON POINTS NET OF HANDICAP.       *
      *----------------------------------------------------------*
       2730-RANK-NEXT-NET-PLAYER.
           MOVE ZERO TO WS-BEST-SUB.
           PERFORM 2740-SCAN-FOR-BEST-NET
               THRU 2740-EXIT
               VARYING WS-STD-SCAN-SUB FROM 1 BY 1
               UNTIL WS-STD-SCAN-SUB > WS-STD-COUNT.

           IF WS-BEST-SUB = ZERO
               MOVE WS-STD-COUNT TO WS-RANK-NO
               GO TO 2730-EXIT
           END-IF.

           ADD 1 TO WS-RANK-NO.
           MOVE WS-RANK-NO TO WS-SD-NET-NEW-RANK(WS-BEST-SUB).

           MOVE WS-RANK-NO                 TO WS-SR-RANK.
           MOVE WS-SD-PLAYER(WS-BEST-SUB)  TO WS-SR-PLAYER.
           MOVE WS-SD-NET-POINTS(WS-BEST-SUB) TO WS-SR-POINTS.
           MOVE WS-SD-HANDS(WS-BEST-SUB)   TO WS-SR-HANDS.
           MOVE WS-SD-HCAP-INDEX(WS-BEST-SUB) TO WS-SR-HCAP.

           EVALUATE TRUE
               WHEN WS-SD-NET-PRIOR-RANK(WS-BEST-SUB) = ZERO
                   MOVE "NEW"       TO WS-SR-MOVEMENT
               WHEN WS-RANK-NO < WS-SD-NET-PRIOR-RANK(WS-BEST-SUB)
                   MOVE "UP"        TO WS-SR-MOVEMENT
               WHEN WS-RANK-NO > WS-SD-NET-PRIOR-RANK(WS-BEST-SUB)
                   MOVE "DOWN"      TO WS-SR-MOVEMENT
               WHEN OTHER
                   MOVE "UNCHANGED" TO WS-SR-MOVEMENT
           END-EVALUATE.

           WRITE STANDINGS-REPORT-REC
               FROM WS-STANDINGS-DETAIL-LINE.
       2730-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * TIES BREAK AS ON THE GROSS TABLE: FEWER HANDS, THEN THE  *
      * LOWER PLAYER-ID.                                         *
       2740-SCAN-FOR-BEST-NET.
           IF WS-SD-NET-NEW-RANK(WS-STD-SCAN-SUB) NOT = ZERO
               GO TO 2740-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN WS-BEST-SUB = ZERO
                   MOVE WS-STD-SCAN-SUB TO WS-BEST-SUB
               WHEN WS-SD-NET-POINTS(WS-STD-SCAN-SUB)
                       > WS-SD-NET-POINTS(WS-BEST-SUB)
                   MOVE WS-STD-SCAN-SUB TO WS-BEST-SUB
               WHEN WS-SD-NET-POINTS(WS-STD-SCAN-SUB)
                       = WS-SD-NET-POINTS(WS-BEST-SUB)
                   AND WS-SD-HANDS(WS-STD-SCAN-SUB)
                       < WS-SD-HANDS(WS-BEST-SUB)
                   MOVE WS-STD-SCAN-SUB TO WS-BEST-SUB
               WHEN WS-SD-NET-POINTS(WS-STD-SCAN-SUB)
                       = WS-SD-NET-POINTS(WS-BEST-SUB)
                   AND WS-SD-HANDS(WS-STD-SCAN-SUB)
                       = WS-SD-HANDS(WS-BEST-SUB)
                   AND WS-SD-PLAYER(WS-STD-SCAN-SUB)
                       < WS-SD-PLAYER(WS-BEST-SUB)
                   MOVE WS-STD-SCAN-SUB TO WS-BEST-SUB
           END-EVALUATE.
       2740-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2760-CHECK-SEASON-CLOSE.
           OPEN INPUT SEASON-CTL-IN.
           EXIT.

      *----------------------------------------------------------*
      * THE CHAMPION AND FINAL-STANDINGS REPORT: THE GROSS AND   *
      * NET CHAMPIONS LEAD, THEN EVERY PLAYER IN FINAL ORDER ON  *
      * THE GROSS TABLE AND AGAIN ON THE NET TABLE.              *
      *----------------------------------------------------------*
       2790-WRITE-FINAL-REPORT.
           OPEN OUTPUT SEASON-REPORT-OUT.

           IF WS-BEST-SUB > ZERO
               MOVE SPACES TO SEASON-REPORT-OUT-REC
               STRING "GROSS CHAMPION: " WS-SD-PLAYER(WS-BEST-SUB)
                   DELIMITED BY SIZE INTO SEASON-REPORT-OUT-REC
               WRITE SEASON-REPORT-OUT-REC
           END-IF.

           MOVE ZERO TO WS-BEST-SUB.
           PERFORM 2794-FIND-NET-CHAMPION
               THRU 2794-EXIT
               VARYING WS-STD-SCAN-SUB FROM 1 BY 1
               UNTIL WS-STD-SCAN-SUB > WS-STD-COUNT.

           IF WS-BEST-SUB > ZERO
               MOVE SPACES TO SEASON-REPORT-OUT-REC
               STRING "NET CHAMPION:   " WS-SD-PLAYER(WS-BEST-SUB)
                   DELIMITED BY SIZE INTO SEASON-REPORT-OUT-REC
               WRITE SEASON-REPORT-OUT-REC
           END-IF.

           MOVE SPACES TO SEASON-REPORT-OUT-REC.
           WRITE SEASON-REPORT-OUT-REC.
           MOVE "GROSS STANDINGS - SEASON POINTS"
               TO SEASON-REPORT-OUT-REC.
           WRITE SEASON-REPORT-OUT-REC.
           WRITE SEASON-REPORT-OUT-REC
               FROM WS-STANDINGS-HEADER-LINE.

           MOVE 1 TO WS-RANK-NO.
           PERFORM 2792-WRITE-FINAL-RANK
               THRU 2792-EXIT
               UNTIL WS-RANK-NO > WS-STD-COUNT.

           MOVE SPACES TO SEASON-REPORT-OUT-REC.
           WRITE SEASON-REPORT-OUT-REC.
           MOVE "NET STANDINGS - SEASON POINTS NET OF HANDICAP"
               TO SEASON-REPORT-OUT-REC.
           WRITE SEASON-REPORT-OUT-REC.
           WRITE SEASON-REPORT-OUT-REC
               FROM WS-STANDINGS-HEADER-LINE.

           MOVE 1 TO WS-RANK-NO.
           PERFORM 2795-WRITE-FINAL-NET-RANK
               THRU 2795-EXIT
               UNTIL WS-RANK-NO > WS-STD-COUNT.

           PERFORM 2800-PAY-SEASON-PRIZES
               THRU 2800-EXIT.

           CLOSE SEASON-REPORT-OUT.
       2790-EXIT.
           EXIT.
               MOVE WS-SD-PLAYER(WS-STD-SCAN-SUB)  TO WS-SR-PLAYER
               MOVE WS-SD-POINTS(WS-STD-SCAN-SUB)  TO WS-SR-POINTS
               MOVE WS-SD-HANDS(WS-STD-SCAN-SUB)   TO WS-SR-HANDS
               MOVE WS-SD-HCAP-INDEX(WS-STD-SCAN-SUB) TO WS-SR-HCAP
               MOVE "FINAL"                        TO WS-SR-MOVEMENT
               WRITE SEASON-REPORT-OUT-REC
                   FROM WS-STANDINGS-DETAIL-LINE
       2793-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2794-FIND-NET-CHAMPION.
           IF WS-SD-NET-NEW-RANK(WS-STD-SCAN-SUB) = 1
               MOVE WS-STD-SCAN-SUB TO WS-BEST-SUB
           END-IF.
       2794-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2795-WRITE-FINAL-NET-RANK.
           PERFORM 2796-FIND-NET-RANK-HOLDER
               THRU 2796-EXIT
               VARYING WS-STD-SCAN-SUB FROM 1 BY 1
               UNTIL WS-STD-SCAN-SUB > WS-STD-COUNT.
           ADD 1 TO WS-RANK-NO.
       2795-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2796-FIND-NET-RANK-HOLDER.
           IF WS-SD-NET-NEW-RANK(WS-STD-SCAN-SUB) = WS-RANK-NO
               MOVE WS-RANK-NO                     TO WS-SR-RANK
               MOVE WS-SD-PLAYER(WS-STD-SCAN-SUB)  TO WS-SR-PLAYER
               MOVE WS-SD-NET-POINTS(WS-STD-SCAN-SUB)
                   TO WS-SR-POINTS
               MOVE WS-SD-HANDS(WS-STD-SCAN-SUB)   TO WS-SR-HANDS
               MOVE WS-SD-HCAP-INDEX(WS-STD-SCAN-SUB) TO WS-SR-HCAP
               MOVE "FINAL"                        TO WS-SR-MOVEMENT
               WRITE SEASON-REPORT-OUT-REC
                   FROM WS-STANDINGS-DETAIL-LINE
           END-IF.
       2796-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * PAYS THE SEASON'S PRIZES FROM THE PRIZE TABLE ON BOTH    *
      * FINAL TABLES.  EACH PAYOUT GOES TO PRIZEPAY IN THE       *
      * STATEMENT-EXTRACT LAYOUT FOR THE EFT PAYOUT RUN, AND ON  *
      * THE PAYOUT REGISTER PRINTED AFTER THE FINAL STANDINGS.   *
      * THE REGISTER TIES BACK TO THE PRIZE TABLE - PAID PLUS    *
      * NOT AWARDED (POSITIONS NOBODY FINISHED IN) MUST EQUAL    *
      * THE TABLE TOTAL - AND THE PRIZE EXPENSE POSTS AS A       *
      * BALANCED GLFEED PAIR.                                    *
      *----------------------------------------------------------*
       2800-PAY-SEASON-PRIZES.
           PERFORM 2810-LOAD-PRIZE-TABLE
               THRU 2810-EXIT.

           MOVE SPACES TO SEASON-REPORT-OUT-REC.
           WRITE SEASON-REPORT-OUT-REC.
           IF PZT-ENTRY-COUNT = ZERO
               MOVE "NO PRIZE TABLE - NO PRIZES PAID"
                   TO SEASON-REPORT-OUT-REC
               WRITE SEASON-REPORT-OUT-REC
               GO TO 2800-EXIT
           END-IF.

           PERFORM 2815-LOAD-GL-MAP
               THRU 2815-EXIT.
           MOVE WS-RUN-ID(8:7)         TO WS-GR-STAMP.

           MOVE "PRIZE PAYOUT REGISTER" TO SEASON-REPORT-OUT-REC.
           WRITE SEASON-REPORT-OUT-REC.
           WRITE SEASON-REPORT-OUT-REC FROM WS-PRIZE-HEADER-LINE.

           SET WS-PRIZE-GROSS          TO TRUE.
           MOVE 1                      TO WS-PRIZE-POS.
           PERFORM 2830-PAY-POSITION-GROUP
               THRU 2830-EXIT
               UNTIL WS-PRIZE-POS > WS-STD-COUNT.

           SET WS-PRIZE-NET            TO TRUE.
           MOVE 1                      TO WS-PRIZE-POS.
           PERFORM 2830-PAY-POSITION-GROUP
               THRU 2830-EXIT
               UNTIL WS-PRIZE-POS > WS-STD-COUNT.

           PERFORM 2825-TALLY-PRIZE-ROW
               THRU 2825-EXIT
               VARYING PZT-LOOKUP-SUB FROM 1 BY 1
               UNTIL PZT-LOOKUP-SUB > PZT-ENTRY-COUNT.

           MOVE SPACES TO SEASON-REPORT-OUT-REC.
           WRITE SEASON-REPORT-OUT-REC.
           MOVE "PRIZE TABLE TOTAL......." TO WS-PZT-LABEL.
           MOVE WS-PRIZE-TABLE-TOTAL   TO WS-PZT-AMOUNT.
           WRITE SEASON-REPORT-OUT-REC FROM WS-PRIZE-TOTAL-LINE.
           MOVE "PRIZES PAID............." TO WS-PZT-LABEL.
           MOVE WS-PRIZE-PAID-TOTAL    TO WS-PZT-AMOUNT.
           WRITE SEASON-REPORT-OUT-REC FROM WS-PRIZE-TOTAL-LINE.
           MOVE "PRIZES NOT AWARDED......" TO WS-PZT-LABEL.
           MOVE WS-PRIZE-UNAWARDED     TO WS-PZT-AMOUNT.
           WRITE SEASON-REPORT-OUT-REC FROM WS-PRIZE-TOTAL-LINE.

           IF WS-PRIZE-PAID-TOTAL + WS-PRIZE-UNAWARDED
                   = WS-PRIZE-TABLE-TOTAL
               MOVE "PAYOUTS TIE TO THE PRIZE TABLE"
                   TO SEASON-REPORT-OUT-REC
               WRITE SEASON-REPORT-OUT-REC
           ELSE
               MOVE "**** PAYOUTS DO NOT TIE TO THE PRIZE TABLE ****"
                   TO SEASON-REPORT-OUT-REC
               WRITE SEASON-REPORT-OUT-REC
               DISPLAY "ABC110A **** PRIZE PAYOUTS DO NOT TIE TO "
                   "THE PRIZE TABLE ****"
               MOVE 8 TO RETURN-CODE
           END-IF.

           IF WS-PRIZE-PAID-TOTAL > ZERO
               PERFORM 2860-POST-PRIZE-GL
                   THRU 2860-EXIT
           END-IF.
           IF WS-PRIZEPAY-OPEN
               CLOSE PRIZE-PAY-OUT
           END-IF.

           MOVE WS-PRIZE-PAID-TOTAL    TO WS-PZT-AMOUNT.
           DISPLAY "ABC110A PRIZES PAID - " WS-PRIZE-PAID-COUNT
               " PAYOUTS TOTALLING " WS-PZT-AMOUNT.
       2800-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2810-LOAD-PRIZE-TABLE.
           OPEN INPUT PRIZE-TAB-IN.
           IF WS-PRIZETAB-FILE-STATUS = "35"
               GO TO 2810-EXIT
           END-IF.
           PERFORM 2811-LOAD-PRIZE-ROW
               THRU 2811-EXIT
               UNTIL WS-PRIZETAB-EOF.
           CLOSE PRIZE-TAB-IN.
       2810-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2811-LOAD-PRIZE-ROW.
           READ PRIZE-TAB-IN INTO PRIZE-TABLE-RECORD
               AT END
                   SET WS-PRIZETAB-EOF TO TRUE
                   GO TO 2811-EXIT
           END-READ.

           IF NOT PZ-GROSS-TABLE AND NOT PZ-NET-TABLE
               OR PZ-POSITION IS NOT NUMERIC
               OR PZ-POSITION = ZERO
               OR PZ-AMOUNT IS NOT NUMERIC
               DISPLAY "ABC110A **** PRIZE ROW REJECTED: "
                   PRIZE-TAB-IN-REC " ****"
               GO TO 2811-EXIT
           END-IF.
           IF PZT-ENTRY-COUNT NOT < 50
               DISPLAY "ABC110A **** PRIZE TABLE FULL - ROW "
                   "DROPPED ****"
               MOVE 8 TO RETURN-CODE
               GO TO 2811-EXIT
           END-IF.

           ADD 1 TO PZT-ENTRY-COUNT.
           MOVE PZ-TABLE-CODE  TO PZT-TABLE-CODE(PZT-ENTRY-COUNT).
           MOVE PZ-POSITION    TO PZT-POSITION(PZT-ENTRY-COUNT).
           MOVE PZ-AMOUNT      TO PZT-AMOUNT(PZT-ENTRY-COUNT).
       2811-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2815-LOAD-GL-MAP.
           OPEN INPUT GL-MAP-TAB.
           IF WS-GLMAP-FILE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM 2816-LOAD-GL-MAP-ROW
                   THRU 2816-EXIT
                   UNTIL WS-GLMAP-EOF
               CLOSE GL-MAP-TAB
           END-IF.
       2815-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2816-LOAD-GL-MAP-ROW.
           READ GL-MAP-TAB INTO GL-MAP-RECORD
               AT END
                   SET WS-GLMAP-EOF TO TRUE
               NOT AT END
                   IF GM-SOURCE-PROGRAM = "ABC110A"
                       AND GLM-ENTRY-COUNT < 20
                       ADD 1 TO GLM-ENTRY-COUNT
                       MOVE GM-TRANS-CLASS
                           TO GLM-TRANS-CLASS(GLM-ENTRY-COUNT)
                       MOVE GM-COMPANY-CODE
                           TO GLM-COMPANY-CODE(GLM-ENTRY-COUNT)
                       MOVE GM-COST-CENTER
                           TO GLM-COST-CENTER(GLM-ENTRY-COUNT)
                       MOVE GM-ACCOUNT-NUMBER
                           TO GLM-ACCOUNT-NUMBER(GLM-ENTRY-COUNT)
                   END-IF
           END-READ.
       2816-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * TABLE TOTAL, AND THE PART OF IT FOR POSITIONS BEYOND THE *
      * NUMBER OF PLAYERS, WHICH NOBODY CAN WIN.                 *
      *----------------------------------------------------------*
       2825-TALLY-PRIZE-ROW.
           ADD PZT-AMOUNT(PZT-LOOKUP-SUB) TO WS-PRIZE-TABLE-TOTAL.
           IF PZT-POSITION(PZT-LOOKUP-SUB) > WS-STD-COUNT
               ADD PZT-AMOUNT(PZT-LOOKUP-SUB) TO WS-PRIZE-UNAWARDED
           END-IF.
       2825-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE TIE GROUP ON THE CURRENT TABLE, STARTING AT          *
      * WS-PRIZE-POS.  THE PLAYERS LEVEL ON POINTS HOLD          *
      * CONSECUTIVE POSITIONS, SO THEIR COMBINED PRIZE IS THE    *
      * PRIZES FOR POSITIONS WS-PRIZE-POS THROUGH WS-PRIZE-POS   *
      * PLUS THE GROUP SIZE LESS ONE.                            *
      *----------------------------------------------------------*
       2830-PAY-POSITION-GROUP.
           MOVE WS-PRIZE-POS           TO WS-PRIZE-TARGET-RANK.
           PERFORM 2835-FIND-PRIZE-HOLDER
               THRU 2835-EXIT.
           IF WS-PRIZE-HOLDER-SUB = ZERO
               ADD 1 TO WS-PRIZE-POS
               GO TO 2830-EXIT
           END-IF.

           IF WS-PRIZE-GROSS
               MOVE WS-SD-POINTS(WS-PRIZE-HOLDER-SUB)
                   TO WS-PRIZE-GROUP-POINTS
           ELSE
               MOVE WS-SD-NET-POINTS(WS-PRIZE-HOLDER-SUB)
                   TO WS-PRIZE-GROUP-POINTS
           END-IF.

           MOVE ZERO                   TO WS-PRIZE-GROUP-COUNT.
           PERFORM 2840-COUNT-TIED-PLAYER
               THRU 2840-EXIT
               VARYING WS-STD-SCAN-SUB FROM 1 BY 1
               UNTIL WS-STD-SCAN-SUB > WS-STD-COUNT.

           MOVE ZERO                   TO WS-PRIZE-COMBINED.
           PERFORM 2845-ADD-GROUP-PRIZE
               THRU 2845-EXIT
               VARYING PZT-LOOKUP-SUB FROM 1 BY 1
               UNTIL PZT-LOOKUP-SUB > PZT-ENTRY-COUNT.

           IF WS-PRIZE-COMBINED > ZERO
               COMPUTE WS-PRIZE-SHARE =
                   WS-PRIZE-COMBINED / WS-PRIZE-GROUP-COUNT
               COMPUTE WS-PRIZE-ODD-CENTS =
                   WS-PRIZE-COMBINED
                   - (WS-PRIZE-SHARE * WS-PRIZE-GROUP-COUNT)
               PERFORM 2850-PAY-PRIZE-WINNER
                   THRU 2850-EXIT
                   VARYING WS-PRIZE-RANK FROM WS-PRIZE-POS BY 1
                   UNTIL WS-PRIZE-RANK >=
                       WS-PRIZE-POS + WS-PRIZE-GROUP-COUNT
           END-IF.

           ADD WS-PRIZE-GROUP-COUNT    TO WS-PRIZE-POS.
       2830-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2835-FIND-PRIZE-HOLDER.
           MOVE ZERO                   TO WS-PRIZE-HOLDER-SUB.
           PERFORM 2836-SCAN-PRIZE-HOLDER
               THRU 2836-EXIT
               VARYING WS-STD-SCAN-SUB FROM 1 BY 1
               UNTIL WS-STD-SCAN-SUB > WS-STD-COUNT.
       2835-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2836-SCAN-PRIZE-HOLDER.
           IF WS-PRIZE-GROSS
               AND WS-SD-NEW-RANK(WS-STD-SCAN-SUB)
                   = WS-PRIZE-TARGET-RANK
               MOVE WS-STD-SCAN-SUB    TO WS-PRIZE-HOLDER-SUB
           END-IF.
           IF WS-PRIZE-NET
               AND WS-SD-NET-NEW-RANK(WS-STD-SCAN-SUB)
                   = WS-PRIZE-TARGET-RANK
               MOVE WS-STD-SCAN-SUB    TO WS-PRIZE-HOLDER-SUB
           END-IF.
       2836-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2840-COUNT-TIED-PLAYER.
           IF WS-PRIZE-GROSS
               AND WS-SD-POINTS(WS-STD-SCAN-SUB)
                   = WS-PRIZE-GROUP-POINTS
               ADD 1 TO WS-PRIZE-GROUP-COUNT
           END-IF.
           IF WS-PRIZE-NET
               AND WS-SD-NET-POINTS(WS-STD-SCAN-SUB)
                   = WS-PRIZE-GROUP-POINTS
               ADD 1 TO WS-PRIZE-GROUP-COUNT
           END-IF.
       2840-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2845-ADD-GROUP-PRIZE.
           IF PZT-TABLE-CODE(PZT-LOOKUP-SUB) = WS-PRIZE-TABLE-CODE
               AND PZT-POSITION(PZT-LOOKUP-SUB) >= WS-PRIZE-POS
               AND PZT-POSITION(PZT-LOOKUP-SUB) <
                   WS-PRIZE-POS + WS-PRIZE-GROUP-COUNT
               ADD PZT-AMOUNT(PZT-LOOKUP-SUB) TO WS-PRIZE-COMBINED
           END-IF.
       2845-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * PAYS THE HOLDER OF POSITION WS-PRIZE-RANK ITS SHARE OF   *
      * THE GROUP'S COMBINED PRIZE.                              *
      *----------------------------------------------------------*
       2850-PAY-PRIZE-WINNER.
           MOVE WS-PRIZE-RANK          TO WS-PRIZE-TARGET-RANK.
           PERFORM 2835-FIND-PRIZE-HOLDER
               THRU 2835-EXIT.
           IF WS-PRIZE-HOLDER-SUB = ZERO
               GO TO 2850-EXIT
           END-IF.

           MOVE WS-PRIZE-SHARE         TO WS-PRIZE-AMOUNT.
           IF WS-PRIZE-RANK = WS-PRIZE-POS
               ADD WS-PRIZE-ODD-CENTS  TO WS-PRIZE-AMOUNT
           END-IF.
           IF WS-PRIZE-AMOUNT = ZERO
               GO TO 2850-EXIT
           END-IF.

           PERFORM 2855-WRITE-PRIZE-PAYMENT
               THRU 2855-EXIT.
           ADD 1 TO WS-PRIZE-PAID-COUNT.
           ADD WS-PRIZE-AMOUNT         TO WS-PRIZE-PAID-TOTAL.

           IF WS-PRIZE-GROSS
               MOVE "GROSS"            TO WS-PZL-TABLE
           ELSE
               MOVE "NET"              TO WS-PZL-TABLE
           END-IF.
           MOVE WS-PRIZE-RANK          TO WS-PZL-POSITION.
           MOVE WS-SD-PLAYER(WS-PRIZE-HOLDER-SUB) TO WS-PZL-PLAYER.
           MOVE WS-PRIZE-AMOUNT        TO WS-PZL-AMOUNT.
           IF WS-PRIZE-GROUP-COUNT > 1
               MOVE "TIED - PRIZES SHARED" TO WS-PZL-NOTE
           ELSE
               MOVE SPACES             TO WS-PZL-NOTE
           END-IF.
           WRITE SEASON-REPORT-OUT-REC FROM WS-PRIZE-DETAIL-LINE.
       2850-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE PAYOUT LINE IS IN STATEMENT-EXTRACT LAYOUT UNDER     *
      * THIS PROGRAM'S NAME, WITH THE PLAYER AS THE PAYEE, WHICH *
      * IS HOW THE EFT PAYOUT RUN KNOWS TO PAY IT.               *
      *----------------------------------------------------------*
       2855-WRITE-PRIZE-PAYMENT.
           IF NOT WS-PRIZEPAY-OPEN
               OPEN EXTEND PRIZE-PAY-OUT
               IF WS-PRIZEPAY-FILE-STATUS = "35"
                   OPEN OUTPUT PRIZE-PAY-OUT
               END-IF
               SET WS-PRIZEPAY-OPEN    TO TRUE
           END-IF.

           MOVE SPACES                 TO STMT-EXTRACT-RECORD.
           MOVE WS-SD-PLAYER(WS-PRIZE-HOLDER-SUB) TO SX-CUSTOMER-ID.
           MOVE "ABC110A"              TO SX-SOURCE-PROGRAM.
           IF WS-PRIZE-GROSS
               MOVE "SEASON PRIZE - GROSS" TO SX-CHARGE-DESC
           ELSE
               MOVE "SEASON PRIZE - NET"   TO SX-CHARGE-DESC
           END-IF.
           MOVE WS-PRIZE-AMOUNT        TO SX-AMOUNT.
           MOVE WS-RUN-DATE            TO SX-RUN-DATE.
           WRITE PRIZE-PAY-OUT-REC FROM STMT-EXTRACT-RECORD.
       2855-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE SEASON'S PRIZES DEBIT THE PRIZ MAPPING CLASS (PRIZE  *
      * EXPENSE) AND CREDIT CLEARING, WHICH THE EFT PAYMENTS     *
      * CLEAR, EACH UNDER ITS OWN PRZ-PREFIXED REFERENCE.        *
      *----------------------------------------------------------*
       2860-POST-PRIZE-GL.
           MOVE "PRIZ"                 TO WS-GL-TRANS-CLASS.
           MOVE "D"                    TO GL-DEBIT-CREDIT-IND.
           PERFORM 2865-WRITE-GL-LINE
               THRU 2865-EXIT.

           MOVE "CLRG"                 TO WS-GL-TRANS-CLASS.
           MOVE "C"                    TO GL-DEBIT-CREDIT-IND.
           PERFORM 2865-WRITE-GL-LINE
               THRU 2865-EXIT.
       2860-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2865-WRITE-GL-LINE.
           SET GLM-CLASS-NOT-FOUND TO TRUE.
           PERFORM 2870-CHECK-GL-MAP-ENTRY
               THRU 2870-EXIT
               VARYING GLM-LOOKUP-SUB FROM 1 BY 1
               UNTIL GLM-LOOKUP-SUB > GLM-ENTRY-COUNT.

           IF GLM-CLASS-NOT-FOUND
               DISPLAY "ABC110A **** NO GL ACCOUNT MAPPING FOR "
                   "CLASS " WS-GL-TRANS-CLASS " ****"
           END-IF.

           MOVE WS-PRIZE-PAID-TOTAL    TO GL-AMOUNT.
           MOVE WS-RUN-DATE            TO GL-TRANS-DATE.
           MOVE "ABC110A"              TO GL-SOURCE-PROGRAM.
           ADD 1 TO WS-GR-SEQ.
           MOVE WS-GL-REFERENCE        TO GL-REFERENCE.

           OPEN EXTEND GL-INTERFACE-OUT.
           IF WS-GL-FILE-STATUS = "35"
               OPEN OUTPUT GL-INTERFACE-OUT
           END-IF.
           WRITE GL-INTERFACE-OUT-REC FROM GL-INTERFACE-LINE.
           CLOSE GL-INTERFACE-OUT.
       2865-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2870-CHECK-GL-MAP-ENTRY.
           IF GLM-TRANS-CLASS(GLM-LOOKUP-SUB) = WS-GL-TRANS-CLASS
               MOVE GLM-COMPANY-CODE(GLM-LOOKUP-SUB)
                   TO GL-COMPANY-CODE
               MOVE GLM-COST-CENTER(GLM-LOOKUP-SUB)
                   TO GL-COST-CENTER
               MOVE GLM-ACCOUNT-NUMBER(GLM-LOOKUP-SUB)
                   TO GL-ACCOUNT-NUMBER
               SET GLM-CLASS-FOUND TO TRUE
           END-IF.
       2870-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2780-WRITE-STANDINGS-FORWARD.
           OPEN OUTPUT STANDINGS-OUT.
           MOVE WS-SD-POINTS(WS-STD-SUB)  TO SD-SEASON-POINTS.
           MOVE WS-SD-HANDS(WS-STD-SUB)   TO SD-HANDS-SCORED.
           MOVE WS-SD-NEW-RANK(WS-STD-SUB) TO SD-PRIOR-RANK.
           MOVE WS-SD-NET-POINTS(WS-STD-SUB) TO SD-NET-POINTS.
           MOVE WS-SD-HCAP-INDEX(WS-STD-SUB) TO SD-HCAP-INDEX.
           MOVE WS-SD-NET-NEW-RANK(WS-STD-SUB) TO SD-NET-PRIOR-RANK.
           MOVE WS-SD-RECENT-COUNT(WS-STD-SUB) TO SD-RECENT-COUNT.
           PERFORM 2786-WRITE-RECENT-HAND
               THRU 2786-EXIT
               VARYING WS-RECENT-SUB FROM 1 BY 1
               UNTIL WS-RECENT-SUB > 10.
           WRITE STANDINGS-OUT-REC FROM STANDINGS-RECORD.
       2785-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2786-WRITE-RECENT-HAND.
           IF WS-RECENT-SUB > WS-SD-RECENT-COUNT(WS-STD-SUB)
               MOVE ZERO TO SD-RECENT-HAND(WS-RECENT-SUB)
           ELSE
               MOVE WS-SD-RECENT-HAND(WS-STD-SUB, WS-RECENT-SUB)
                   TO SD-RECENT-HAND(WS-RECENT-SUB)
           END-IF.
       2786-EXIT.
           EXIT.
