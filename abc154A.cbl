      *                 COUNT UNUSED BY THIS PROGRAM SO ITS MEANING *
      *                 STAYS CONSISTENT WITH THE REST OF THE       *
      *                 SUITE.                                      *
      * 2026-10-15  DH  GROUPED MATCHING: SETS OF FEED RECORDS   *
      *                 TO ONE SOR VALUE (GRPM RATE ROW).        *
      * 2026-10-15  DH  RUN STAMP NOW SET BEFORE THE TOLERANCE   *
      *                 ROWS ARE LOADED, SO THE EFFECTIVE-DATE   *
      *                 TEST NO LONGER REJECTS EVERY ROW.        *
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
       COPY CTLTOTAL.
       COPY RUNSTAMP.

       01  WS-ONLY-SOR-COUNT           PIC 9(08) COMP VALUE ZERO.
       01  WS-ONLY-FEED-COUNT          PIC 9(08) COMP VALUE ZERO.
       01  WS-ALL-STEPS-COUNT          PIC 9(08) COMP VALUE ZERO.
       01  WS-SET-MATCH-COUNT          PIC 9(08) COMP VALUE ZERO.
       01  WS-SET-MEMBER-COUNT         PIC 9(08) COMP VALUE ZERO.
       01  WS-STEP-LIVE-SW             PIC X(01) VALUE "N".
           88  WS-STEP-LIVE                    VALUE "Y".

       01  WS-RESTART-COUNT            PIC 9(08) COMP VALUE ZERO.
       01  WS-CHECKPOINT-INTERVAL      PIC 9(04) COMP-3 VALUE 100.
       01  WS-FEED-NUMERIC            PIC S9(18) COMP-3 VALUE ZERO.
       01  WS-VALUE-DIFF              PIC S9(18) COMP-3 VALUE ZERO.

      *----------------------------------------------------------*
      * THE FEED RECORDS FOR THE KEY BEING MATCHED.  EVERY FEED  *
      * RECORD WITH THE SAME KEY IS HELD HERE SO EACH SOR RECORD *
      * FOR THAT KEY CAN TAKE ITS BEST PARTNER, OR, IN GROUPED   *
      * MODE, A SET OF PARTIAL DELIVERIES, FROM ALL OF THEM.     *
      * WS-CUR-FEED-VALUE IS THE FEED SIDE OF THE STEP BEING     *
      * REPORTED.                                                *
      *----------------------------------------------------------*
       01  WS-GROUP-KEY               PIC X(10).
       01  WS-CUR-FEED-KEY            PIC X(10).
       01  WS-CUR-FEED-VALUE          PIC X(20).
       01  WS-FEED-GROUP-TABLE.
           05  FG-COUNT               PIC 9(03) COMP VALUE ZERO.
           05  FG-ENTRY               OCCURS 50 TIMES.
               10  FG-VALUE           PIC X(20).
               10  FG-USED-SW         PIC X(01).
                   88  FG-USED                 VALUE "Y".
               10  FG-IN-SET-SW       PIC X(01).
                   88  FG-IN-SET               VALUE "Y".
       01  FG-SUB                     PIC 9(03) COMP VALUE ZERO.
       01  FG-MATCH-SUB               PIC 9(03) COMP VALUE ZERO.
       01  WS-CLOSEST-DIFF            PIC S9(18) COMP-3 VALUE ZERO.

      *----------------------------------------------------------*
      * GROUPED MATCHING, FROM THE PROGRAM'S GRPM RATE ROW:      *
      * VALUE-1 OF 1 TURNS IT ON, VALUE-2 IS THE MOST FEED       *
      * RECORDS THAT MAY MAKE UP ONE SET (12 AT MOST, 10 WHEN    *
      * NOT GIVEN).  WITHOUT THE ROW EVERY KEY MATCHES ONE TO    *
      * ONE ONLY.  EVERY SET OF TWO OR MORE OF THE KEY'S UNUSED  *
      * NUMERIC FEED RECORDS IS TRIED AS A BIT MASK; THE SET     *
      * WHOSE TOTAL IS CLOSEST TO THE SOR VALUE, AND WITHIN THE  *
      * KEY CLASS'S TOLERANCE, WINS - FEWER RECORDS ON A TIE.    *
      *----------------------------------------------------------*
       01  WS-GROUPED-MODE-SW         PIC X(01) VALUE "N".
           88  WS-GROUPED-MODE                 VALUE "Y".
       01  WS-SET-MAX-SIZE            PIC 9(02) COMP VALUE 10.
       01  WS-CAND-TABLE.
           05  WS-CAND-COUNT          PIC 9(02) COMP VALUE ZERO.
           05  WS-CAND-FG-SUB         PIC 9(03) COMP
                                      OCCURS 12 TIMES.
       01  WS-CAND-SUB                PIC 9(02) COMP VALUE ZERO.
       01  WS-SET-MASK                PIC 9(05) COMP VALUE ZERO.
       01  WS-SET-MASK-LIMIT          PIC 9(05) COMP VALUE ZERO.
       01  WS-MASK-WORK               PIC 9(05) COMP VALUE ZERO.
       01  WS-MASK-BIT                PIC 9(01) COMP VALUE ZERO.
       01  WS-SET-SIZE                PIC 9(02) COMP VALUE ZERO.
       01  WS-SET-TOTAL               PIC S9(20) COMP-3 VALUE ZERO.
       01  WS-SET-DIFF                PIC S9(20) COMP-3 VALUE ZERO.
       01  WS-BEST-MASK               PIC 9(05) COMP VALUE ZERO.
       01  WS-BEST-SIZE               PIC 9(02) COMP VALUE ZERO.
       01  WS-BEST-DIFF               PIC S9(20) COMP-3 VALUE ZERO.
       01  WS-SET-FOUND-SW            PIC X(01) VALUE "N".
           88  WS-SET-FOUND                    VALUE "Y".
       01  WS-FIRST-MEMBER-SW         PIC X(01) VALUE "N".
           88  WS-FIRST-MEMBER                 VALUE "Y".
       01  WS-MATCH-GROUP-ID.
           05  WS-MG-PREFIX           PIC X(01) VALUE "G".
           05  WS-MG-SEQ              PIC 9(07) VALUE ZERO.

       01  WS-RESULT-LINE.
           05  WS-R-SEQ-NO             PIC Z(06)9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-R-RUN-ID             PIC X(14).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-R-RUN-DATE           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-R-MATCH-GROUP        PIC X(08).

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(18)
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-T-RUN-DATE           PIC X(08).

       01  WS-SET-TOTAL-LINE.
           05  FILLER                  PIC X(18)
               VALUE "MATCH GROUPS......".
           05  WS-ST-SETS              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(18)
               VALUE "FEED IN GROUPS....".
           05  WS-ST-MEMBERS           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-ST-RUN-ID            PIC X(14).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-ST-RUN-DATE          PIC X(08).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
                        FEED-IN
                OUTPUT MATCH-REPORT.

           PERFORM 1060-SET-RUN-STAMP
               THRU 1060-EXIT.

           PERFORM 1040-LOAD-TOLERANCES
               THRU 1040-EXIT.

           PERFORM 1050-READ-CHECKPOINT
               THRU 1050-EXIT.

           PERFORM 2300-READ-SOR
               THRU 2300-EXIT.

      * CLASSIC MATCH/MERGE STEP.  A KEY THAT SORTS LOWER THAN   *
      * THE OTHER SIDE'S CURRENT KEY HAS NO PARTNER ON THAT SIDE *
      * AND IS REPORTED AS ONLY-ON-THAT-FILE; EQUAL KEYS ARE     *
      * MATCHED AS A GROUP (2500).  AN EXHAUSTED FILE'S KEY IS   *
      * HELD AT HIGH-VALUES SO IT NEVER WINS A COMPARISON AND    *
      * THE REMAINDER OF THE OTHER FILE DRAINS OUT AS ONLY-ON    *
      * RECORDS.  EVERY REPORT LINE IS ONE STEP, SO A RESTART    *
      * STILL LANDS ON THE SAME LINE.                            *
      *----------------------------------------------------------*
       2000-PROCESS-MERGE-STEP.
           EVALUATE TRUE
               WHEN MX-KEY < FD-KEY
                   PERFORM 2100-BEGIN-STEP
                       THRU 2100-EXIT
                   IF WS-STEP-LIVE
                       PERFORM 2210-REPORT-ONLY-ON-SOR
                           THRU 2210-EXIT
                   END-IF
                   PERFORM 2050-END-STEP
                       THRU 2050-EXIT
                   PERFORM 2300-READ-SOR
                       THRU 2300-EXIT
               WHEN MX-KEY > FD-KEY
                   MOVE FD-KEY         TO WS-CUR-FEED-KEY
                   MOVE FD-VALUE       TO WS-CUR-FEED-VALUE
                   PERFORM 2100-BEGIN-STEP
                       THRU 2100-EXIT
                   IF WS-STEP-LIVE
                       PERFORM 2220-REPORT-ONLY-ON-FEED
                           THRU 2220-EXIT
                   END-IF
                   PERFORM 2050-END-STEP
                       THRU 2050-EXIT
                   PERFORM 2310-READ-FEED
                       THRU 2310-EXIT
               WHEN OTHER
                   PERFORM 2500-MATCH-KEY-GROUP
                       THRU 2500-EXIT
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * WRITES A FRESH CHECKPOINT EVERY WS-CHECKPOINT-INTERVAL   *
      * STEPS REPORTED.                                          *
      *----------------------------------------------------------*
       2050-END-STEP.
           IF WS-STEP-LIVE
               DIVIDE WS-STEP-COUNT BY WS-CHECKPOINT-INTERVAL
                   GIVING WS-CHECKPOINT-QUOTIENT
                   REMAINDER WS-CHECKPOINT-REMAINDER
                       THRU 2400-EXIT
               END-IF
           END-IF.
       2050-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * COUNTS THE NEXT STEP AND DECIDES WHETHER IT IS REPORTED  *
      * OR WAS ALREADY REPORTED BEFORE A RESTART.                *
      *----------------------------------------------------------*
       2100-BEGIN-STEP.
           ADD 1 TO WS-STEP-COUNT.
           MOVE SPACES                 TO WS-R-MATCH-GROUP.
           IF WS-STEP-COUNT > WS-RESTART-COUNT
               SET WS-STEP-LIVE        TO TRUE
           ELSE
               MOVE "N"                TO WS-STEP-LIVE-SW
               ADD 1 TO WS-CT-SKIP-COUNT
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
           ADD 1 TO WS-ONLY-FEED-COUNT.

           MOVE WS-STEP-COUNT          TO WS-R-SEQ-NO.
           MOVE WS-CUR-FEED-KEY        TO WS-R-KEY.
           MOVE SPACES                 TO WS-R-SOR-VALUE.
           MOVE WS-CUR-FEED-VALUE      TO WS-R-FEED-VALUE.
           MOVE "ONLY ON FEED" TO WS-R-STATUS.
           MOVE WS-RUN-ID               TO WS-R-RUN-ID.
           MOVE WS-RUN-DATE             TO WS-R-RUN-DATE.
           WRITE MATCH-REPORT-REC FROM WS-RESULT-LINE.

           MOVE SPACES                  TO AUD-INDATA.
           MOVE WS-CUR-FEED-KEY         TO AUD-INDATA(1:10).
           MOVE WS-CUR-FEED-VALUE       TO AUD-INDATA(11:20).
           PERFORM 8000-WRITE-AUDIT-LOG
               THRU 8000-EXIT.

           MOVE WS-STEP-COUNT          TO WS-R-SEQ-NO.
           MOVE MX-KEY                 TO WS-R-KEY.
           MOVE MX-VALUE                TO WS-R-SOR-VALUE.
           MOVE WS-CUR-FEED-VALUE       TO WS-R-FEED-VALUE.

           IF MX-VALUE = WS-CUR-FEED-VALUE
               MOVE "MATCHED     " TO WS-R-STATUS
               ADD 1 TO WS-MATCH-COUNT
           ELSE
      *----------------------------------------------------------*
       2240-JUDGE-WITHIN-TOLERANCE.
           IF MX-VALUE(1:18) IS NOT NUMERIC
               OR WS-CUR-FEED-VALUE(1:18) IS NOT NUMERIC
               MOVE "MISMATCH    " TO WS-R-STATUS
               ADD 1 TO WS-MISMATCH-COUNT
               GO TO 2240-EXIT
               THRU 2250-EXIT.

           MOVE MX-VALUE(1:18)         TO WS-SOR-NUMERIC.
           MOVE WS-CUR-FEED-VALUE(1:18) TO WS-FEED-NUMERIC.
           COMPUTE WS-VALUE-DIFF =
               WS-SOR-NUMERIC - WS-FEED-NUMERIC.
           IF WS-VALUE-DIFF < ZERO
       2260-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE KEY PRESENT ON BOTH FILES.  ALL OF ITS FEED RECORDS  *
      * ARE TAKEN INTO THE FEED GROUP TABLE, EACH OF ITS SOR     *
      * RECORDS IS MATCHED AGAINST THEM, AND ANY FEED RECORD     *
      * LEFT UNUSED IS THEN REPORTED ONLY-ON-FEED.               *
      *----------------------------------------------------------*
       2500-MATCH-KEY-GROUP.
           MOVE FD-KEY                 TO WS-GROUP-KEY.
           MOVE ZERO                   TO FG-COUNT.
           PERFORM 2510-BUFFER-FEED-RECORD
               THRU 2510-EXIT
               UNTIL FD-KEY NOT = WS-GROUP-KEY.

           PERFORM 2520-MATCH-ONE-SOR
               THRU 2520-EXIT
               UNTIL MX-KEY NOT = WS-GROUP-KEY.

           PERFORM 2580-DRAIN-FEED-GROUP
               THRU 2580-EXIT
               VARYING FG-SUB FROM 1 BY 1
               UNTIL FG-SUB > FG-COUNT.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A FEED RECORD BEYOND THE TABLE'S 50 IS REPORTED ONLY-ON- *
      * FEED STRAIGHT AWAY.                                      *
      *----------------------------------------------------------*
       2510-BUFFER-FEED-RECORD.
           IF FG-COUNT < 50
               ADD 1 TO FG-COUNT
               MOVE FD-VALUE           TO FG-VALUE(FG-COUNT)
               MOVE "N"                TO FG-USED-SW(FG-COUNT)
                                          FG-IN-SET-SW(FG-COUNT)
           ELSE
               MOVE FD-KEY             TO WS-CUR-FEED-KEY
               MOVE FD-VALUE           TO WS-CUR-FEED-VALUE
               PERFORM 2100-BEGIN-STEP
                   THRU 2100-EXIT
               IF WS-STEP-LIVE
                   PERFORM 2220-REPORT-ONLY-ON-FEED
                       THRU 2220-EXIT
               END-IF
               PERFORM 2050-END-STEP
                   THRU 2050-EXIT
           END-IF.
           PERFORM 2310-READ-FEED
               THRU 2310-EXIT.
       2510-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE SOR RECORD FOR THE KEY.  AN EXACTLY EQUAL FEED VALUE *
      * MATCHES FIRST, THEN THE CLOSEST FEED VALUE WITHIN THE    *
      * KEY CLASS'S TOLERANCE.  FAILING BOTH, GROUPED MODE LOOKS *
      * FOR A SET OF FEED RECORDS WHOSE TOTAL MATCHES.  WITH NO  *
      * MATCH AT ALL THE SOR RECORD IS REPORTED AGAINST THE      *
      * FIRST UNUSED FEED RECORD AS A MISMATCH, OR AS ONLY-ON-   *
      * SOR WHEN NONE IS LEFT, AS A ONE-TO-ONE MATCH ALWAYS WAS. *
      *----------------------------------------------------------*
       2520-MATCH-ONE-SOR.
           PERFORM 2250-FIND-KEY-CLASS-TOLERANCE
               THRU 2250-EXIT.

           MOVE ZERO                   TO FG-MATCH-SUB.
           PERFORM 2530-SCAN-EXACT-FEED
               THRU 2530-EXIT
               VARYING FG-SUB FROM 1 BY 1
               UNTIL FG-SUB > FG-COUNT
               OR FG-MATCH-SUB > ZERO.
           IF FG-MATCH-SUB = ZERO
               AND MX-VALUE(1:18) IS NUMERIC
               PERFORM 2535-SCAN-CLOSE-FEED
                   THRU 2535-EXIT
                   VARYING FG-SUB FROM 1 BY 1
                   UNTIL FG-SUB > FG-COUNT
           END-IF.
           IF FG-MATCH-SUB > ZERO
               GO TO 2520-REPORT-PAIR
           END-IF.

           IF WS-GROUPED-MODE
               AND MX-VALUE(1:18) IS NUMERIC
               PERFORM 2540-FIND-MATCH-SET
                   THRU 2540-EXIT
               IF WS-SET-FOUND
                   PERFORM 2550-REPORT-MATCH-SET
                       THRU 2550-EXIT
                   GO TO 2520-READ-NEXT
               END-IF
           END-IF.

           PERFORM 2570-SCAN-FIRST-UNUSED
               THRU 2570-EXIT
               VARYING FG-SUB FROM 1 BY 1
               UNTIL FG-SUB > FG-COUNT
               OR FG-MATCH-SUB > ZERO.
           IF FG-MATCH-SUB = ZERO
               PERFORM 2100-BEGIN-STEP
                   THRU 2100-EXIT
               IF WS-STEP-LIVE
                   PERFORM 2210-REPORT-ONLY-ON-SOR
                       THRU 2210-EXIT
               END-IF
               PERFORM 2050-END-STEP
                   THRU 2050-EXIT
               GO TO 2520-READ-NEXT
           END-IF.

       2520-REPORT-PAIR.
           SET FG-USED(FG-MATCH-SUB)   TO TRUE.
           MOVE FG-VALUE(FG-MATCH-SUB) TO WS-CUR-FEED-VALUE.
           PERFORM 2100-BEGIN-STEP
               THRU 2100-EXIT.
           IF WS-STEP-LIVE
               PERFORM 2230-REPORT-MATCH-OR-MISMATCH
                   THRU 2230-EXIT
           END-IF.
           PERFORM 2050-END-STEP
               THRU 2050-EXIT.

       2520-READ-NEXT.
           PERFORM 2300-READ-SOR
               THRU 2300-EXIT.
       2520-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2530-SCAN-EXACT-FEED.
           IF NOT FG-USED(FG-SUB)
               AND FG-VALUE(FG-SUB) = MX-VALUE
               MOVE FG-SUB             TO FG-MATCH-SUB
           END-IF.
       2530-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2535-SCAN-CLOSE-FEED.
           IF FG-USED(FG-SUB)
               OR FG-VALUE(FG-SUB)(1:18) IS NOT NUMERIC
               GO TO 2535-EXIT
           END-IF.
           MOVE MX-VALUE(1:18)         TO WS-SOR-NUMERIC.
           MOVE FG-VALUE(FG-SUB)(1:18) TO WS-FEED-NUMERIC.
           COMPUTE WS-VALUE-DIFF =
               WS-SOR-NUMERIC - WS-FEED-NUMERIC.
           IF WS-VALUE-DIFF < ZERO
               COMPUTE WS-VALUE-DIFF = ZERO - WS-VALUE-DIFF
           END-IF.
           IF WS-VALUE-DIFF > WS-ACTIVE-TOLERANCE
               GO TO 2535-EXIT
           END-IF.
           IF FG-MATCH-SUB = ZERO
               OR WS-VALUE-DIFF < WS-CLOSEST-DIFF
               MOVE FG-SUB             TO FG-MATCH-SUB
               MOVE WS-VALUE-DIFF      TO WS-CLOSEST-DIFF
           END-IF.
       2535-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * TRIES EVERY SET OF TWO OR MORE OF THE KEY'S UNUSED       *
      * NUMERIC FEED RECORDS (THE FIRST WS-SET-MAX-SIZE OF THEM) *
      * AGAINST THE SOR VALUE.                                   *
      *----------------------------------------------------------*
       2540-FIND-MATCH-SET.
           MOVE "N"                    TO WS-SET-FOUND-SW.
           MOVE ZERO                   TO WS-CAND-COUNT.
           PERFORM 2541-ADD-CANDIDATE
               THRU 2541-EXIT
               VARYING FG-SUB FROM 1 BY 1
               UNTIL FG-SUB > FG-COUNT
               OR WS-CAND-COUNT NOT < WS-SET-MAX-SIZE.
           IF WS-CAND-COUNT < 2
               GO TO 2540-EXIT
           END-IF.

           MOVE MX-VALUE(1:18)         TO WS-SOR-NUMERIC.
           COMPUTE WS-SET-MASK-LIMIT = 2 ** WS-CAND-COUNT - 1.
           PERFORM 2545-TRY-SET-MASK
               THRU 2545-EXIT
               VARYING WS-SET-MASK FROM 3 BY 1
               UNTIL WS-SET-MASK > WS-SET-MASK-LIMIT.
       2540-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2541-ADD-CANDIDATE.
           IF NOT FG-USED(FG-SUB)
               AND FG-VALUE(FG-SUB)(1:18) IS NUMERIC
               ADD 1 TO WS-CAND-COUNT
               MOVE FG-SUB TO WS-CAND-FG-SUB(WS-CAND-COUNT)
           END-IF.
       2541-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE SET: BIT N OF THE MASK SET MEANS CANDIDATE N IS IN.  *
      *----------------------------------------------------------*
       2545-TRY-SET-MASK.
           MOVE WS-SET-MASK            TO WS-MASK-WORK.
           MOVE ZERO                   TO WS-SET-SIZE
                                          WS-SET-TOTAL.
           PERFORM 2546-ADD-MASK-BIT
               THRU 2546-EXIT
               VARYING WS-CAND-SUB FROM 1 BY 1
               UNTIL WS-CAND-SUB > WS-CAND-COUNT.
           IF WS-SET-SIZE < 2
               GO TO 2545-EXIT
           END-IF.

           COMPUTE WS-SET-DIFF = WS-SOR-NUMERIC - WS-SET-TOTAL.
           IF WS-SET-DIFF < ZERO
               COMPUTE WS-SET-DIFF = ZERO - WS-SET-DIFF
           END-IF.
           IF WS-SET-DIFF > WS-ACTIVE-TOLERANCE
               GO TO 2545-EXIT
           END-IF.

           IF NOT WS-SET-FOUND
               OR WS-SET-DIFF < WS-BEST-DIFF
               OR (WS-SET-DIFF = WS-BEST-DIFF
                   AND WS-SET-SIZE < WS-BEST-SIZE)
               SET WS-SET-FOUND        TO TRUE
               MOVE WS-SET-MASK        TO WS-BEST-MASK
               MOVE WS-SET-DIFF        TO WS-BEST-DIFF
               MOVE WS-SET-SIZE        TO WS-BEST-SIZE
           END-IF.
       2545-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2546-ADD-MASK-BIT.
           DIVIDE WS-MASK-WORK BY 2
               GIVING WS-MASK-WORK
               REMAINDER WS-MASK-BIT.
           IF WS-MASK-BIT = 1
               ADD 1 TO WS-SET-SIZE
               MOVE FG-VALUE(WS-CAND-FG-SUB(WS-CAND-SUB))(1:18)
                   TO WS-FEED-NUMERIC
               ADD WS-FEED-NUMERIC     TO WS-SET-TOTAL
           END-IF.
       2546-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE WINNING SET IS REPORTED ONE LINE PER FEED RECORD,    *
      * EACH CARRYING THE SOR VALUE AND THE SET'S MATCH-GROUP    *
      * ID.  THE GROUP ID IS TAKEN WHETHER OR NOT THE LINES ARE  *
      * REPORTED SO A RESTARTED RUN NUMBERS THE GROUPS THE SAME. *
      *----------------------------------------------------------*
       2550-REPORT-MATCH-SET.
           ADD 1 TO WS-MG-SEQ.
           MOVE WS-BEST-MASK           TO WS-MASK-WORK.
           PERFORM 2551-MARK-SET-MEMBER
               THRU 2551-EXIT
               VARYING WS-CAND-SUB FROM 1 BY 1
               UNTIL WS-CAND-SUB > WS-CAND-COUNT.

           SET WS-FIRST-MEMBER         TO TRUE.
           PERFORM 2560-REPORT-SET-MEMBER
               THRU 2560-EXIT
               VARYING FG-SUB FROM 1 BY 1
               UNTIL FG-SUB > FG-COUNT.
       2550-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2551-MARK-SET-MEMBER.
           DIVIDE WS-MASK-WORK BY 2
               GIVING WS-MASK-WORK
               REMAINDER WS-MASK-BIT.
           IF WS-MASK-BIT = 1
               SET FG-IN-SET(WS-CAND-FG-SUB(WS-CAND-SUB)) TO TRUE
               SET FG-USED(WS-CAND-FG-SUB(WS-CAND-SUB))   TO TRUE
           END-IF.
       2551-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2560-REPORT-SET-MEMBER.
           IF NOT FG-IN-SET(FG-SUB)
               GO TO 2560-EXIT
           END-IF.
           MOVE "N"                    TO FG-IN-SET-SW(FG-SUB).

           PERFORM 2100-BEGIN-STEP
               THRU 2100-EXIT.
           IF WS-STEP-LIVE
               IF WS-FIRST-MEMBER
                   ADD 1 TO WS-SET-MATCH-COUNT
               END-IF
               ADD 1 TO WS-SET-MEMBER-COUNT
               MOVE WS-STEP-COUNT      TO WS-R-SEQ-NO
               MOVE MX-KEY             TO WS-R-KEY
               MOVE MX-VALUE           TO WS-R-SOR-VALUE
               MOVE FG-VALUE(FG-SUB)   TO WS-R-FEED-VALUE
               MOVE "GROUP-MATCH " TO WS-R-STATUS
               MOVE WS-RUN-ID          TO WS-R-RUN-ID
               MOVE WS-RUN-DATE        TO WS-R-RUN-DATE
               MOVE WS-MATCH-GROUP-ID  TO WS-R-MATCH-GROUP
               WRITE MATCH-REPORT-REC FROM WS-RESULT-LINE

               MOVE SPACES             TO AUD-INDATA
               MOVE MX-KEY             TO AUD-INDATA(1:10)
               MOVE FG-VALUE(FG-SUB)   TO AUD-INDATA(11:20)
               PERFORM 8000-WRITE-AUDIT-LOG
                   THRU 8000-EXIT

               ADD 1 TO WS-ALL-STEPS-COUNT
           END-IF.
           MOVE "N"                    TO WS-FIRST-MEMBER-SW.
           PERFORM 2050-END-STEP
               THRU 2050-EXIT.
       2560-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2570-SCAN-FIRST-UNUSED.
           IF NOT FG-USED(FG-SUB)
               MOVE FG-SUB             TO FG-MATCH-SUB
           END-IF.
       2570-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2580-DRAIN-FEED-GROUP.
           IF FG-USED(FG-SUB)
               GO TO 2580-EXIT
           END-IF.
           MOVE WS-GROUP-KEY           TO WS-CUR-FEED-KEY.
           MOVE FG-VALUE(FG-SUB)       TO WS-CUR-FEED-VALUE.
           PERFORM 2100-BEGIN-STEP
               THRU 2100-EXIT.
           IF WS-STEP-LIVE
               PERFORM 2220-REPORT-ONLY-ON-FEED
                   THRU 2220-EXIT
           END-IF.
           PERFORM 2050-END-STEP
               THRU 2050-EXIT.
       2580-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LOADS THIS PROGRAM'S TOLERANCE ROWS FROM THE SHARED RATE *
      * CONTROL FILE - RULE CODE IS THE KEY CLASS, VALUE-1 THE   *

      *----------------------------------------------------------*
       1042-STORE-TOLERANCE-ROW.
           IF RC-RULE-CODE = "GRPM"
               IF RC-VALUE-1 = 1
                   SET WS-GROUPED-MODE TO TRUE
               END-IF
               IF RC-VALUE-2 > 1
                   AND RC-VALUE-2 < 13
                   MOVE RC-VALUE-2     TO WS-SET-MAX-SIZE
               END-IF
               GO TO 1042-EXIT
           END-IF.
           IF RC-RULE-CODE = "DFLT"
               MOVE RC-VALUE-1         TO WS-DEFAULT-TOLERANCE
               SET WS-DEFAULT-TOL-PRESENT TO TRUE
               AT END
                   SET WS-SOR-EOF TO TRUE
                   MOVE HIGH-VALUES TO MX-KEY
               NOT AT END
                   MOVE MATCH-EXTRACT-RECORD TO DG-RECORD-IMAGE
                   PERFORM 2320-SAVE-RECENT-INPUT
                       THRU 2320-EXIT
           END-READ.
       2300-EXIT.
           EXIT.
               AT END
                   SET WS-FEED-EOF TO TRUE
                   MOVE HIGH-VALUES TO FD-KEY
               NOT AT END
                   MOVE FEED-IN-REC TO DG-RECORD-IMAGE
                   PERFORM 2320-SAVE-RECENT-INPUT
                       THRU 2320-EXIT
           END-READ.
       2310-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * KEEPS THE LAST DG-RECENT-MAX RECORDS READ FROM EITHER    *
      * FILE, IN THE ORDER THEY WERE READ, SO A RUN THAT ENDS    *
      * BADLY CAN SHOW WHAT IT WAS WORKING ON.  THE READ         *
      * PARAGRAPHS PASS THE RECORD IN DG-RECORD-IMAGE.           *
      *----------------------------------------------------------*
       2320-SAVE-RECENT-INPUT.
           ADD 1 TO DG-RECENT-NEXT.
           IF DG-RECENT-NEXT > DG-RECENT-MAX
               MOVE 1                  TO DG-RECENT-NEXT
           END-IF.
           MOVE DG-RECORD-IMAGE
               TO DG-RECENT-RECORD(DG-RECENT-NEXT).
           IF DG-RECENT-HELD < DG-RECENT-MAX
               ADD 1 TO DG-RECENT-HELD
           END-IF.
       2320-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * APPENDS ONE LINE TO THE SUITE-WIDE AUDIT LOG FOR EVERY   *
      * MERGE STEP THIS RUN REPORTS.                             *
           MOVE WS-RUN-DATE            TO WS-T-RUN-DATE.
           WRITE MATCH-REPORT-REC FROM WS-TOTAL-LINE.

           MOVE WS-SET-MATCH-COUNT     TO WS-ST-SETS.
           MOVE WS-SET-MEMBER-COUNT    TO WS-ST-MEMBERS.
           MOVE WS-RUN-ID              TO WS-ST-RUN-ID.
           MOVE WS-RUN-DATE            TO WS-ST-RUN-DATE.
           WRITE MATCH-REPORT-REC FROM WS-SET-TOTAL-LINE.

           PERFORM 9050-CONTROL-TOTAL-CHECK
               THRU 9050-EXIT.

           PERFORM 9060-WRITE-PROGRAM-TOTALS
               THRU 9060-EXIT.

           PERFORM 9070-WRITE-DIAGNOSTICS
               THRU 9070-EXIT.

           MOVE "ABC154A"              TO CKPT-PROGRAM-ID.
           MOVE ZERO                   TO CKPT-LAST-KEY.
           MOVE FUNCTION CURRENT-DATE  TO CKPT-TIMESTAMP.
               " MISMATCHED=" WS-MISMATCH-COUNT
               " ONLY-SOR=" WS-ONLY-SOR-COUNT
               " ONLY-FEED=" WS-ONLY-FEED-COUNT
               " GROUPS=" WS-SET-MATCH-COUNT
               " IN-GROUPS=" WS-SET-MEMBER-COUNT
               " SKIPPED=" WS-CT-SKIP-COUNT.

           IF WS-CT-OUT-OF-BALANCE
           MOVE "ABC154A"              TO PGT-PROGRAM-ID.
           MOVE WS-RUN-ID              TO PGT-RUN-ID.
           MOVE WS-RUN-DATE            TO PGT-RUN-DATE.
           COMPUTE PGT-TRANSACTION-COUNT =
               WS-MATCH-COUNT + WS-SET-MATCH-COUNT.
           COMPUTE PGT-REJECT-COUNT =
               WS-MISMATCH-COUNT + WS-ONLY-SOR-COUNT +
               WS-ONLY-FEED-COUNT.
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

           MOVE "ABC154A"              TO DG-PROGRAM-ID.
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
           MOVE WS-STEP-COUNT          TO DG-READ-COUNT.
           MOVE WS-ALL-STEPS-COUNT     TO DG-PROCESSED-COUNT.
           COMPUTE DG-REJECT-COUNT =
               WS-MISMATCH-COUNT + WS-ONLY-SOR-COUNT +
               WS-ONLY-FEED-COUNT.
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
           MOVE "RATECTL"              TO DG-DD-NAME.
           MOVE WS-RATECTL-FILE-STATUS TO DG-FILE-STATUS.
           PERFORM 9075-WRITE-STATUS-LINE
               THRU 9075-EXIT.
           MOVE "MTCHCKPT"             TO DG-DD-NAME.
           MOVE WS-CHECKPOINT-FILE-STATUS TO DG-FILE-STATUS.
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

           DISPLAY "ABC154A DIAGNOSTICS CAPTURED - REF="
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

