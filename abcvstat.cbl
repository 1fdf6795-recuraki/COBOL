       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCVSTAT.
       AUTHOR. D HARLOW.
       INSTALLATION. DL100 BATCH SERVICES.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 2026-10-15  DH  NEW PROGRAM.  DISPERSION STATISTICS RUN  *
      *                 OVER THE VALUE-SQUARING RUN'S STATISTICS *
      *                 EXTRACT (VALUSTAT, WRITTEN BY ABC145A).  *
      *                 FOR EACH GROUP KEY IT GIVES THE COUNT,   *
      *                 MEAN, VARIANCE AND STANDARD DEVIATION,   *
      *                 WORKED FROM THE SUMS OF THE VALUES AND   *
      *                 OF THEIR WIDE SQUARES, AND LISTS ON THE  *
      *                 OUTLIER REPORT EVERY VALUE MORE THAN K   *
      *                 STANDARD DEVIATIONS FROM ITS GROUP MEAN  *
      *                 (K FROM THE PROGRAM'S OUTK RATE ROW).    *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VALUE-STAT-IN
               ASSIGN TO VALUSTAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALSTAT-FILE-STATUS.

           SELECT RATE-TAB
               ASSIGN TO RATECTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATECTL-FILE-STATUS.

           SELECT STAT-REPORT-OUT
               ASSIGN TO VSTATRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OUTLIER-REPORT-OUT
               ASSIGN TO VOUTLRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  VALUE-STAT-IN
           RECORDING MODE IS F.
       01  VALUE-STAT-IN-REC           PIC X(81).

       FD  RATE-TAB
           RECORDING MODE IS F.
       COPY RATECTL.

       FD  STAT-REPORT-OUT
           RECORDING MODE IS F.
       01  STAT-REPORT-OUT-REC         PIC X(132).

       FD  OUTLIER-REPORT-OUT
           RECORDING MODE IS F.
       01  OUTLIER-REPORT-OUT-REC      PIC X(132).

       WORKING-STORAGE SECTION.
       COPY VALSTAT.
       COPY RUNSTAMP.
       COPY RPTHDFT.
       01  WS-VALSTAT-FILE-STATUS      PIC X(02).
       01  WS-RATECTL-FILE-STATUS      PIC X(02).

       01  WS-VALSTAT-EOF-SW           PIC X(01) VALUE "N".
           88  WS-VALSTAT-EOF                  VALUE "Y".
       01  WS-RATECTL-EOF-SW           PIC X(01) VALUE "N".
           88  WS-RATECTL-EOF                  VALUE "Y".
       01  WS-TABLE-FULL-SW            PIC X(01) VALUE "N".
           88  WS-TABLE-FULL                   VALUE "Y".

      *----------------------------------------------------------*
      * THE OUTLIER LIMIT, FROM THE PROGRAM'S OUTK RATE-CONTROL  *
      * ROW IN FORCE ON THE RUN DATE: VALUE-1 IS K IN HUNDREDTHS *
      * OF A STANDARD DEVIATION.  WITHOUT A ROW, K IS 3.00.      *
      *----------------------------------------------------------*
       01  WS-OUTLIER-K                PIC 9(04)V99 COMP-3
                                       VALUE 3.

      *----------------------------------------------------------*
      * ONE ENTRY PER GROUP KEY SEEN ON THE EXTRACT.  THE SUMS   *
      * ARE HELD AT FULL WIDTH - THE SUM OF SQUARES AT THE 38    *
      * DIGITS OF THE WIDE SQUARE ITSELF - SO A LARGE GROUP DOES *
      * NOT OVERFLOW.  A GROUP WHOSE SUMS OR VARIANCE STILL WILL *
      * NOT FIT IS MARKED AND REPORTED WITHOUT STATISTICS.       *
      *----------------------------------------------------------*
       01  GROUP-STAT-TABLE.
           05  GST-ENTRY-COUNT         PIC 9(04) COMP VALUE ZERO.
           05  GST-ENTRY               OCCURS 500 TIMES.
               10  GST-GROUP-KEY       PIC X(08).
               10  GST-COUNT           PIC 9(08) COMP.
               10  GST-SUM             PIC 9(27) COMP-3.
               10  GST-SUM-SQUARES     PIC 9(38) COMP-3.
               10  GST-MEAN            PIC 9(19)V9(04) COMP-3.
               10  GST-VARIANCE        PIC 9(36)V99 COMP-3.
               10  GST-STD-DEV         PIC 9(18)V99 COMP-3.
               10  GST-OUTLIER-COUNT   PIC 9(08) COMP.
               10  GST-OVERFLOW-SW     PIC X(01).
                   88  GST-OVERFLOW            VALUE "Y".
       01  GST-LOOKUP-SUB              PIC 9(04) COMP VALUE ZERO.
       01  GST-MATCH-SUB               PIC 9(04) COMP VALUE ZERO.

      *----------------------------------------------------------*
      * SQUARE ROOT BY NEWTON'S METHOD: EACH GUESS IS AVERAGED   *
      * WITH THE VARIANCE DIVIDED BY IT UNTIL TWO GUESSES AGREE  *
      * TO WITHIN A CENT.                                        *
      *----------------------------------------------------------*
       01  WS-SQRT-GUESS               PIC 9(36)V99 COMP-3
                                       VALUE ZERO.
       01  WS-SQRT-NEXT                PIC 9(36)V99 COMP-3
                                       VALUE ZERO.
       01  WS-SQRT-CHANGE              PIC S9(36)V99 COMP-3
                                       VALUE ZERO.
       01  WS-SQRT-PASSES              PIC 9(04) COMP VALUE ZERO.
       01  WS-SQRT-DONE-SW             PIC X(01) VALUE "N".
           88  WS-SQRT-DONE                    VALUE "Y".

       01  WS-DEVIATION                PIC S9(19)V9(04) COMP-3
                                       VALUE ZERO.
       01  WS-OUTLIER-LIMIT            PIC 9(23)V9(04) COMP-3
                                       VALUE ZERO.
       01  WS-DEVIATION-RATIO          PIC 9(07)V99 COMP-3
                                       VALUE ZERO.

       01  WS-VALUE-COUNT              PIC 9(08) COMP VALUE ZERO.
       01  WS-REREAD-COUNT             PIC 9(08) COMP VALUE ZERO.
       01  WS-DROPPED-COUNT            PIC 9(08) COMP VALUE ZERO.
       01  WS-OUTLIER-COUNT            PIC 9(08) COMP VALUE ZERO.
       01  WS-OVERFLOW-COUNT           PIC 9(08) COMP VALUE ZERO.

       01  WS-RPT-DATE                 PIC X(10).
       01  WS-OUTL-LINE-COUNT          PIC 9(02) COMP VALUE ZERO.
       01  WS-OUTL-PAGE-COUNT          PIC 9(03) COMP VALUE ZERO.

       01  WS-STAT-HEADER-LINE.
           05  FILLER                  PIC X(10) VALUE "GROUP".
           05  FILLER                  PIC X(11) VALUE
               "      COUNT".
           05  FILLER                  PIC X(26) VALUE
               "                      MEAN".
           05  FILLER                  PIC X(41) VALUE
               "                                 VARIANCE".
           05  FILLER                  PIC X(23) VALUE
               "     STANDARD DEVIATION".
           05  FILLER                  PIC X(17) VALUE
               "         OUTLIERS".

       01  WS-STAT-DETAIL-LINE.
           05  WS-S-GROUP-KEY          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-S-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-S-MEAN               PIC Z(18)9.9999.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-S-VARIANCE           PIC Z(35)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-S-STD-DEV            PIC Z(17)9.99.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  WS-S-OUTLIERS           PIC ZZZ,ZZZ,ZZ9.

       01  WS-STAT-OVERFLOW-LINE.
           05  WS-SO-GROUP-KEY         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SO-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               "**** TOO LARGE - NO STATISTICS ****".

       01  WS-OUTL-HEADER-LINE.
           05  FILLER                  PIC X(10) VALUE "GROUP".
           05  FILLER                  PIC X(10) VALUE "  RECORD".
           05  FILLER                  PIC X(21) VALUE
               "                VALUE".
           05  FILLER                  PIC X(26) VALUE
               "                GROUP MEAN".
           05  FILLER                  PIC X(27) VALUE
               "        DEVIATION FROM MEAN".
           05  FILLER                  PIC X(12) VALUE
               "    STD DEVS".

       01  WS-OUTL-DETAIL-LINE.
           05  WS-O-GROUP-KEY          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-O-RECORD-NO          PIC Z(07)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-O-VALUE              PIC Z(18)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-O-MEAN               PIC Z(18)9.9999.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-O-DEVIATION          PIC -(19)9.9999.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-O-RATIO              PIC Z(06)9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-ACCUMULATE-VALUE
               THRU 2000-EXIT
               UNTIL WS-VALSTAT-EOF.

           PERFORM 3000-COMPUTE-GROUP-STATS
               THRU 3000-EXIT
               VARYING GST-LOOKUP-SUB FROM 1 BY 1
               UNTIL GST-LOOKUP-SUB > GST-ENTRY-COUNT.

           PERFORM 4000-START-OUTLIER-PASS
               THRU 4000-EXIT.

           PERFORM 4100-CHECK-OUTLIER
               THRU 4100-EXIT
               UNTIL WS-VALSTAT-EOF.

           PERFORM 5000-WRITE-GROUP-LINE
               THRU 5000-EXIT
               VARYING GST-LOOKUP-SUB FROM 1 BY 1
               UNTIL GST-LOOKUP-SUB > GST-ENTRY-COUNT.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           GOBACK.

      *----------------------------------------------------------*
      * THE EXTRACT IS READ TWICE: ONCE TO BUILD EACH GROUP'S    *
      * SUMS, AND AGAIN, ONCE THE MEANS AND STANDARD DEVIATIONS  *
      * ARE KNOWN, TO TEST EVERY VALUE AGAINST ITS OWN GROUP.    *
      * THE EXTRACT NEED NOT BE IN GROUP ORDER.                  *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT STAT-REPORT-OUT
                OUTPUT OUTLIER-REPORT-OUT.

           MOVE FUNCTION CURRENT-DATE TO WS-RUNSTAMP-CURRENT-DATE.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:14) TO WS-RUN-ID.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:8)  TO WS-RUN-DATE.

           STRING WS-RUN-DATE(5:2) "/" WS-RUN-DATE(7:2) "/"
               WS-RUN-DATE(1:4)
               DELIMITED BY SIZE INTO WS-RPT-DATE.

           PERFORM 1100-WRITE-STAT-HEADERS
               THRU 1100-EXIT.
           PERFORM 1150-WRITE-OUTL-HEADERS
               THRU 1150-EXIT.

           PERFORM 1200-LOAD-OUTLIER-RULE
               THRU 1200-EXIT.

           OPEN INPUT VALUE-STAT-IN.
           IF WS-VALSTAT-FILE-STATUS = "35"
               SET WS-VALSTAT-EOF TO TRUE
           ELSE
               PERFORM 2100-READ-VALUE
                   THRU 2100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1100-WRITE-STAT-HEADERS.
           ADD 1 TO RPT-PAGE-COUNT.
           MOVE WS-RPT-DATE            TO RPT-DL-RUN-DATE.
           MOVE "VALUE DISPERSION STATISTICS BY GROUP"
               TO RPT-ST-TEXT.

           WRITE STAT-REPORT-OUT-REC FROM RPT-TITLE-LINE.
           WRITE STAT-REPORT-OUT-REC FROM RPT-SUBTITLE-LINE.
           WRITE STAT-REPORT-OUT-REC FROM RPT-DATE-LINE.
           MOVE SPACES                 TO STAT-REPORT-OUT-REC.
           WRITE STAT-REPORT-OUT-REC.
           WRITE STAT-REPORT-OUT-REC FROM WS-STAT-HEADER-LINE.
           MOVE SPACES                 TO STAT-REPORT-OUT-REC.
           WRITE STAT-REPORT-OUT-REC.

           MOVE 6                      TO RPT-LINE-COUNT.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1150-WRITE-OUTL-HEADERS.
           ADD 1 TO WS-OUTL-PAGE-COUNT.
           MOVE WS-RPT-DATE            TO RPT-DL-RUN-DATE.
           MOVE "VALUE OUTLIERS - BEYOND K STANDARD DEVIATIONS"
               TO RPT-ST-TEXT.

           WRITE OUTLIER-REPORT-OUT-REC FROM RPT-TITLE-LINE.
           WRITE OUTLIER-REPORT-OUT-REC FROM RPT-SUBTITLE-LINE.
           WRITE OUTLIER-REPORT-OUT-REC FROM RPT-DATE-LINE.
           MOVE SPACES                 TO OUTLIER-REPORT-OUT-REC.
           WRITE OUTLIER-REPORT-OUT-REC.
           WRITE OUTLIER-REPORT-OUT-REC FROM WS-OUTL-HEADER-LINE.
           MOVE SPACES                 TO OUTLIER-REPORT-OUT-REC.
           WRITE OUTLIER-REPORT-OUT-REC.

           MOVE 6                      TO WS-OUTL-LINE-COUNT.
       1150-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1200-LOAD-OUTLIER-RULE.
           OPEN INPUT RATE-TAB.
           IF WS-RATECTL-FILE-STATUS = "35"
               SET WS-RATECTL-EOF TO TRUE
           ELSE
               PERFORM 1210-SCAN-RATE-ROW
                   THRU 1210-EXIT
                   UNTIL WS-RATECTL-EOF
               CLOSE RATE-TAB
           END-IF.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1210-SCAN-RATE-ROW.
           READ RATE-TAB
               AT END
                   SET WS-RATECTL-EOF TO TRUE
               NOT AT END
                   IF RC-PROGRAM-ID = "ABCVSTAT"
                       AND RC-RULE-CODE = "OUTK"
                       AND (RC-EFF-FROM-DATE = SPACES
                           OR RC-EFF-FROM-DATE <= WS-RUN-DATE)
                       AND (RC-EFF-TO-DATE = SPACES
                           OR RC-EFF-TO-DATE >= WS-RUN-DATE)
                       AND RC-VALUE-1 > ZERO
                       AND RC-VALUE-1 < 1000000
                       COMPUTE WS-OUTLIER-K = RC-VALUE-1 / 100
                   END-IF
           END-READ.
       1210-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * FIRST PASS.  ADDS THE VALUE AND ITS WIDE SQUARE INTO ITS *
      * GROUP'S SUMS, STARTING A NEW GROUP ON A KEY NOT YET SEEN.*
      *----------------------------------------------------------*
       2000-ACCUMULATE-VALUE.
           ADD 1 TO WS-VALUE-COUNT.

           PERFORM 2200-FIND-GROUP
               THRU 2200-EXIT.
           IF GST-MATCH-SUB = ZERO
               PERFORM 2300-ADD-GROUP
                   THRU 2300-EXIT
           END-IF.
           IF GST-MATCH-SUB = ZERO
               ADD 1 TO WS-DROPPED-COUNT
               GO TO 2000-READ-NEXT
           END-IF.

           ADD 1 TO GST-COUNT(GST-MATCH-SUB).
           ADD VS-VALUE TO GST-SUM(GST-MATCH-SUB)
               ON SIZE ERROR
                   SET GST-OVERFLOW(GST-MATCH-SUB) TO TRUE
           END-ADD.
           ADD VS-SQUARE TO GST-SUM-SQUARES(GST-MATCH-SUB)
               ON SIZE ERROR
                   SET GST-OVERFLOW(GST-MATCH-SUB) TO TRUE
           END-ADD.

       2000-READ-NEXT.
           PERFORM 2100-READ-VALUE
               THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2100-READ-VALUE.
           READ VALUE-STAT-IN INTO VALUE-STAT-RECORD
               AT END
                   SET WS-VALSTAT-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2200-FIND-GROUP.
           MOVE ZERO                   TO GST-MATCH-SUB.
           PERFORM 2210-SCAN-GROUP
               THRU 2210-EXIT
               VARYING GST-LOOKUP-SUB FROM 1 BY 1
               UNTIL GST-LOOKUP-SUB > GST-ENTRY-COUNT
               OR GST-MATCH-SUB > ZERO.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2210-SCAN-GROUP.
           IF GST-GROUP-KEY(GST-LOOKUP-SUB) = VS-GROUP-KEY
               MOVE GST-LOOKUP-SUB     TO GST-MATCH-SUB
           END-IF.
       2210-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2300-ADD-GROUP.
           IF GST-ENTRY-COUNT NOT < 500
               IF NOT WS-TABLE-FULL
                   DISPLAY "ABCVSTAT **** GROUP TABLE FULL - "
                       "LATER GROUPS DROPPED ****"
                   SET WS-TABLE-FULL   TO TRUE
               END-IF
               GO TO 2300-EXIT
           END-IF.

           ADD 1 TO GST-ENTRY-COUNT.
           MOVE GST-ENTRY-COUNT        TO GST-MATCH-SUB.
           MOVE VS-GROUP-KEY  TO GST-GROUP-KEY(GST-MATCH-SUB).
           MOVE ZERO          TO GST-COUNT(GST-MATCH-SUB)
                                 GST-SUM(GST-MATCH-SUB)
                                 GST-SUM-SQUARES(GST-MATCH-SUB)
                                 GST-MEAN(GST-MATCH-SUB)
                                 GST-VARIANCE(GST-MATCH-SUB)
                                 GST-STD-DEV(GST-MATCH-SUB)
                                 GST-OUTLIER-COUNT(GST-MATCH-SUB).
           MOVE "N"           TO GST-OVERFLOW-SW(GST-MATCH-SUB).
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE GROUP'S STATISTICS.  THE VARIANCE IS THE POPULATION  *
      * VARIANCE OF THE GROUP - THE MEAN OF THE SQUARES LESS THE *
      * SQUARE OF THE MEAN - WORKED FROM THE TWO SUMS IN ONE     *
      * COMPUTE SO NOTHING IS ROUNDED BEFORE THE LAST DIVIDE.    *
      *----------------------------------------------------------*
       3000-COMPUTE-GROUP-STATS.
           IF GST-OVERFLOW(GST-LOOKUP-SUB)
               GO TO 3000-EXIT
           END-IF.

           COMPUTE GST-MEAN(GST-LOOKUP-SUB) ROUNDED =
               GST-SUM(GST-LOOKUP-SUB) / GST-COUNT(GST-LOOKUP-SUB)
               ON SIZE ERROR
                   SET GST-OVERFLOW(GST-LOOKUP-SUB) TO TRUE
                   GO TO 3000-EXIT
           END-COMPUTE.

           COMPUTE GST-VARIANCE(GST-LOOKUP-SUB) ROUNDED =
               (GST-SUM-SQUARES(GST-LOOKUP-SUB)
                 - (GST-SUM(GST-LOOKUP-SUB)
                    * GST-SUM(GST-LOOKUP-SUB))
                   / GST-COUNT(GST-LOOKUP-SUB))
               / GST-COUNT(GST-LOOKUP-SUB)
               ON SIZE ERROR
                   SET GST-OVERFLOW(GST-LOOKUP-SUB) TO TRUE
                   GO TO 3000-EXIT
           END-COMPUTE.

           MOVE ZERO                   TO WS-SQRT-GUESS.
           IF GST-VARIANCE(GST-LOOKUP-SUB) > ZERO
               PERFORM 3100-SQUARE-ROOT
                   THRU 3100-EXIT
           END-IF.
           COMPUTE GST-STD-DEV(GST-LOOKUP-SUB) ROUNDED =
               WS-SQRT-GUESS.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * SQUARE ROOT OF THE CURRENT GROUP'S VARIANCE INTO         *
      * WS-SQRT-GUESS.  THE FIRST GUESS IS HALF THE VARIANCE     *
      * PLUS ONE, WHICH IS NEVER BELOW THE ROOT, SO THE GUESSES  *
      * FALL STEADILY TO IT.                                     *
      *----------------------------------------------------------*
       3100-SQUARE-ROOT.
           COMPUTE WS-SQRT-GUESS =
               GST-VARIANCE(GST-LOOKUP-SUB) / 2 + 1.
           MOVE ZERO                   TO WS-SQRT-PASSES.
           MOVE "N"                    TO WS-SQRT-DONE-SW.
           PERFORM 3110-NEWTON-STEP
               THRU 3110-EXIT
               UNTIL WS-SQRT-DONE
               OR WS-SQRT-PASSES > 500.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3110-NEWTON-STEP.
           ADD 1 TO WS-SQRT-PASSES.
           COMPUTE WS-SQRT-NEXT ROUNDED =
               (WS-SQRT-GUESS
                 + GST-VARIANCE(GST-LOOKUP-SUB) / WS-SQRT-GUESS)
               / 2.
           COMPUTE WS-SQRT-CHANGE = WS-SQRT-GUESS - WS-SQRT-NEXT.
           IF WS-SQRT-CHANGE NOT > 0.01
               SET WS-SQRT-DONE        TO TRUE
           END-IF.
           IF WS-SQRT-NEXT < WS-SQRT-GUESS
               MOVE WS-SQRT-NEXT       TO WS-SQRT-GUESS
           END-IF.
       3110-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * SECOND PASS.  THE EXTRACT IS REREAD FROM THE TOP.        *
      *----------------------------------------------------------*
       4000-START-OUTLIER-PASS.
           IF WS-VALSTAT-FILE-STATUS = "35"
               GO TO 4000-EXIT
           END-IF.
           CLOSE VALUE-STAT-IN.
           OPEN INPUT VALUE-STAT-IN.
           MOVE "N"                    TO WS-VALSTAT-EOF-SW.
           PERFORM 2100-READ-VALUE
               THRU 2100-EXIT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A VALUE IS AN OUTLIER WHEN ITS DISTANCE FROM ITS GROUP   *
      * MEAN IS MORE THAN K TIMES THE GROUP'S STANDARD           *
      * DEVIATION.  A GROUP WITH NO SPREAD HAS NO OUTLIERS.      *
      *----------------------------------------------------------*
       4100-CHECK-OUTLIER.
           ADD 1 TO WS-REREAD-COUNT.

           PERFORM 2200-FIND-GROUP
               THRU 2200-EXIT.
           IF GST-MATCH-SUB = ZERO
               GO TO 4100-READ-NEXT
           END-IF.
           IF GST-OVERFLOW(GST-MATCH-SUB)
               OR GST-STD-DEV(GST-MATCH-SUB) = ZERO
               GO TO 4100-READ-NEXT
           END-IF.

           COMPUTE WS-DEVIATION =
               VS-VALUE - GST-MEAN(GST-MATCH-SUB).
           COMPUTE WS-OUTLIER-LIMIT =
               WS-OUTLIER-K * GST-STD-DEV(GST-MATCH-SUB).
           IF WS-DEVIATION < ZERO
               AND (ZERO - WS-DEVIATION) > WS-OUTLIER-LIMIT
               PERFORM 4200-WRITE-OUTLIER
                   THRU 4200-EXIT
               GO TO 4100-READ-NEXT
           END-IF.
           IF WS-DEVIATION > WS-OUTLIER-LIMIT
               PERFORM 4200-WRITE-OUTLIER
                   THRU 4200-EXIT
           END-IF.

       4100-READ-NEXT.
           PERFORM 2100-READ-VALUE
               THRU 2100-EXIT.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       4200-WRITE-OUTLIER.
           ADD 1 TO WS-OUTLIER-COUNT.
           ADD 1 TO GST-OUTLIER-COUNT(GST-MATCH-SUB).

           IF WS-OUTL-LINE-COUNT >= RPT-MAX-LINES-PER-PAGE
               MOVE WS-OUTL-PAGE-COUNT TO RPT-F-PAGE-NO
               WRITE OUTLIER-REPORT-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 1150-WRITE-OUTL-HEADERS
                   THRU 1150-EXIT
           END-IF.

           IF WS-DEVIATION < ZERO
               COMPUTE WS-DEVIATION-RATIO ROUNDED =
                   (ZERO - WS-DEVIATION) / GST-STD-DEV(GST-MATCH-SUB)
                   ON SIZE ERROR
                       MOVE 9999999.99 TO WS-DEVIATION-RATIO
               END-COMPUTE
           ELSE
               COMPUTE WS-DEVIATION-RATIO ROUNDED =
                   WS-DEVIATION / GST-STD-DEV(GST-MATCH-SUB)
                   ON SIZE ERROR
                       MOVE 9999999.99 TO WS-DEVIATION-RATIO
               END-COMPUTE
           END-IF.

           MOVE VS-GROUP-KEY           TO WS-O-GROUP-KEY.
           MOVE VS-RECORD-NO           TO WS-O-RECORD-NO.
           MOVE VS-VALUE               TO WS-O-VALUE.
           MOVE GST-MEAN(GST-MATCH-SUB) TO WS-O-MEAN.
           MOVE WS-DEVIATION           TO WS-O-DEVIATION.
           MOVE WS-DEVIATION-RATIO     TO WS-O-RATIO.
           WRITE OUTLIER-REPORT-OUT-REC FROM WS-OUTL-DETAIL-LINE.
           ADD 1 TO WS-OUTL-LINE-COUNT.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------*
       5000-WRITE-GROUP-LINE.
           IF RPT-LINE-COUNT >= RPT-MAX-LINES-PER-PAGE
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE STAT-REPORT-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 1100-WRITE-STAT-HEADERS
                   THRU 1100-EXIT
           END-IF.

           IF GST-OVERFLOW(GST-LOOKUP-SUB)
               ADD 1 TO WS-OVERFLOW-COUNT
               MOVE GST-GROUP-KEY(GST-LOOKUP-SUB) TO WS-SO-GROUP-KEY
               MOVE GST-COUNT(GST-LOOKUP-SUB)     TO WS-SO-COUNT
               WRITE STAT-REPORT-OUT-REC FROM WS-STAT-OVERFLOW-LINE
           ELSE
               MOVE GST-GROUP-KEY(GST-LOOKUP-SUB) TO WS-S-GROUP-KEY
               MOVE GST-COUNT(GST-LOOKUP-SUB)     TO WS-S-COUNT
               MOVE GST-MEAN(GST-LOOKUP-SUB)      TO WS-S-MEAN
               MOVE GST-VARIANCE(GST-LOOKUP-SUB)  TO WS-S-VARIANCE
               MOVE GST-STD-DEV(GST-LOOKUP-SUB)   TO WS-S-STD-DEV
               MOVE GST-OUTLIER-COUNT(GST-LOOKUP-SUB)
                   TO WS-S-OUTLIERS
               WRITE STAT-REPORT-OUT-REC FROM WS-STAT-DETAIL-LINE
           END-IF.
           ADD 1 TO RPT-LINE-COUNT.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       9000-TERMINATE.
           MOVE RPT-PAGE-COUNT         TO RPT-F-PAGE-NO.
           WRITE STAT-REPORT-OUT-REC FROM RPT-FOOTER-LINE.

           MOVE "VALUES READ............" TO RPT-FN-LABEL.
           MOVE WS-VALUE-COUNT         TO RPT-FN-COUNT.
           WRITE STAT-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "GROUPS................." TO RPT-FN-LABEL.
           MOVE GST-ENTRY-COUNT        TO RPT-FN-COUNT.
           WRITE STAT-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "GROUPS TOO LARGE......." TO RPT-FN-LABEL.
           MOVE WS-OVERFLOW-COUNT      TO RPT-FN-COUNT.
           WRITE STAT-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "VALUES NOT GROUPED....." TO RPT-FN-LABEL.
           MOVE WS-DROPPED-COUNT       TO RPT-FN-COUNT.
           WRITE STAT-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "OUTLIERS FLAGGED......." TO RPT-FN-LABEL.
           MOVE WS-OUTLIER-COUNT       TO RPT-FN-COUNT.
           WRITE STAT-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE WS-OUTL-PAGE-COUNT     TO RPT-F-PAGE-NO.
           WRITE OUTLIER-REPORT-OUT-REC FROM RPT-FOOTER-LINE.

           MOVE "OUTLIERS FLAGGED......." TO RPT-FN-LABEL.
           MOVE WS-OUTLIER-COUNT       TO RPT-FN-COUNT.
           WRITE OUTLIER-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           IF WS-VALSTAT-FILE-STATUS NOT = "35"
               CLOSE VALUE-STAT-IN
           END-IF.
           CLOSE STAT-REPORT-OUT
                 OUTLIER-REPORT-OUT.

           DISPLAY "ABCVSTAT CONTROL TOTAL - VALUES="
               WS-VALUE-COUNT
               " REREAD=" WS-REREAD-COUNT
               " DROPPED=" WS-DROPPED-COUNT
               " OUTLIERS=" WS-OUTLIER-COUNT
               " TOOLARGE=" WS-OVERFLOW-COUNT.

           IF WS-REREAD-COUNT NOT = WS-VALUE-COUNT
               OR WS-DROPPED-COUNT > ZERO
               DISPLAY
                 "ABCVSTAT **** CONTROL TOTALS OUT OF BALANCE ****"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-OUTLIER-COUNT > ZERO
                   OR WS-OVERFLOW-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
       9000-EXIT.
           EXIT.
