       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCPLREG.
       AUTHOR. D HARLOW.
       INSTALLATION. DL100 BATCH SERVICES.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 2026-10-15  DH  NEW PROGRAM.  PLOT SUBDIVISION REGISTER. *
      *                 APPLIES THE AREA SPLITS ABC116A WRITES   *
      *                 TO PLOTSPLT TO THE CARRY-FORWARD PLOT    *
      *                 REGISTER: EACH SPLIT RETIRES ITS PARENT  *
      *                 PLOT AND CREATES THE CHILD PLOTS, PLUS A *
      *                 REMAINDER PLOT WHEN THE SPLIT IS UNEVEN. *
      *                 A PARENT NOT YET ON THE REGISTER IS      *
      *                 TAKEN ON AS AN ORIGINAL PARCEL.  EVERY   *
      *                 SPLIT IS PROVED (CHILDREN PLUS REMAINDER *
      *                 EQUAL THE PARENT) BEFORE IT IS APPLIED,  *
      *                 AND THE RUN PROVES THE ACTIVE PLOTS      *
      *                 STILL ADD UP TO THE ORIGINAL PARCELS.    *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-IN
               ASSIGN TO PLOTREGI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGI-FILE-STATUS.

           SELECT REGISTER-OUT
               ASSIGN TO PLOTREGO
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PLOT-SPLIT-IN
               ASSIGN TO PLOTSPLT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLOTSPLT-FILE-STATUS.

           SELECT REGISTER-REPORT-OUT
               ASSIGN TO PLREGRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTER-IN
           RECORDING MODE IS F.
       01  REGISTER-IN-REC             PIC X(62).

       FD  REGISTER-OUT
           RECORDING MODE IS F.
       01  REGISTER-OUT-REC            PIC X(62).

       FD  PLOT-SPLIT-IN
           RECORDING MODE IS F.
       01  PLOT-SPLIT-IN-REC           PIC X(60).

       FD  REGISTER-REPORT-OUT
           RECORDING MODE IS F.
       01  REGISTER-REPORT-OUT-REC     PIC X(132).

       WORKING-STORAGE SECTION.
       COPY PLOTREG.
       COPY RUNSTAMP.
       COPY RPTHDFT.
       01  WS-REGI-FILE-STATUS         PIC X(02).

       01  WS-REGI-EOF-SW              PIC X(01) VALUE "N".
           88  WS-REGI-EOF                     VALUE "Y".
       01  WS-PLOTSPLT-EOF-SW          PIC X(01) VALUE "N".
           88  WS-PLOTSPLT-EOF                 VALUE "Y".
       01  WS-PROOF-SW                 PIC X(01) VALUE "Y".
           88  WS-RUN-PROVED                   VALUE "Y".
           88  WS-RUN-NOT-PROVED               VALUE "N".

      *----------------------------------------------------------*
      * THE WHOLE REGISTER, ONE ROW PER PLOT, ACTIVE OR RETIRED. *
      * PLOTS CREATED BY A SPLIT ARE NUMBERED PL NNNNNNNNNN ON   *
      * FROM THE HIGHEST SUCH NUMBER ALREADY ON THE REGISTER.    *
      *----------------------------------------------------------*
       01  WS-PLOT-TABLE.
           05  WS-PLOT-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-PLOT-ENTRY           OCCURS 5000 TIMES.
               10  WS-PT-PLOT-ID       PIC X(12).
               10  WS-PT-PARENT-ID     PIC X(12).
               10  WS-PT-ORIGIN-ID     PIC X(12).
               10  WS-PT-AREA          PIC 9(08) COMP-3.
               10  WS-PT-PLOT-TYPE     PIC X(01).
               10  WS-PT-STATUS        PIC X(01).
               10  WS-PT-CREATED-DATE  PIC X(08).
               10  WS-PT-RETIRED-DATE  PIC X(08).

       01  WS-PLOT-SUB                 PIC 9(04) COMP VALUE ZERO.
       01  WS-PLOT-MATCH               PIC 9(04) COMP VALUE ZERO.
       01  WS-CHILD-SUB                PIC 9(02) COMP VALUE ZERO.
       01  WS-PLOTS-NEEDED             PIC 9(04) COMP VALUE ZERO.

       01  WS-NEW-PLOT-ID.
           05  WS-NP-PREFIX            PIC X(02) VALUE "PL".
           05  WS-NP-NUMBER            PIC 9(10) VALUE ZERO.
       01  WS-NEW-PLOT-TYPE            PIC X(01) VALUE SPACES.
       01  WS-NEW-PLOT-AREA            PIC 9(08) COMP-3 VALUE ZERO.
       01  WS-ORIGIN-ID                PIC X(12) VALUE SPACES.

       01  WS-PROVED-AREA              PIC 9(10) COMP-3 VALUE ZERO.

       01  WS-SPLIT-COUNT              PIC 9(08) COMP VALUE ZERO.
       01  WS-APPLIED-COUNT            PIC 9(08) COMP VALUE ZERO.
       01  WS-REJECT-COUNT             PIC 9(08) COMP VALUE ZERO.
       01  WS-NOT-PROVED-COUNT         PIC 9(08) COMP VALUE ZERO.
       01  WS-ORIGINAL-NEW-COUNT       PIC 9(08) COMP VALUE ZERO.
       01  WS-CHILD-NEW-COUNT          PIC 9(08) COMP VALUE ZERO.
       01  WS-REMAINDER-NEW-COUNT      PIC 9(08) COMP VALUE ZERO.
       01  WS-ACTIVE-COUNT             PIC 9(08) COMP VALUE ZERO.

       01  WS-AREA-RETIRED             PIC 9(12) COMP-3 VALUE ZERO.
       01  WS-AREA-TO-CHILDREN         PIC 9(12) COMP-3 VALUE ZERO.
       01  WS-AREA-TO-REMAINDER        PIC 9(12) COMP-3 VALUE ZERO.
       01  WS-AREA-ORIGINAL            PIC 9(12) COMP-3 VALUE ZERO.
       01  WS-AREA-ACTIVE              PIC 9(12) COMP-3 VALUE ZERO.

       01  WS-RPT-DATE                 PIC X(10).

       01  WS-HEADER-LINE.
           05  FILLER                  PIC X(14) VALUE "PARENT PLOT".
           05  FILLER                  PIC X(08) VALUE "    AREA".
           05  FILLER                  PIC X(06) VALUE "  KIDS".
           05  FILLER                  PIC X(12) VALUE "  CHILD AREA".
           05  FILLER                  PIC X(12) VALUE "   REMAINDER".
           05  FILLER                  PIC X(12) VALUE "  PROOF AREA".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE "RESULT".

       01  WS-DETAIL-LINE.
           05  WS-D-PARENT-ID          PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-PARENT-AREA        PIC Z(07)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-CHILD-COUNT        PIC Z(03)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-CHILD-AREA         PIC Z(09)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-REMAINDER          PIC Z(09)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-PROVED-AREA        PIC Z(09)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-RESULT             PIC X(30).

       01  WS-CREATED-LINE.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "CREATED".
           05  WS-C-PLOT-ID            PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-C-PLOT-TYPE          PIC X(10).
           05  FILLER                  PIC X(06) VALUE "AREA".
           05  WS-C-AREA               PIC Z(07)9.
           05  FILLER                  PIC X(10) VALUE "  ORIGIN".
           05  WS-C-ORIGIN-ID          PIC X(12).

       01  WS-AREA-FINAL-LINE.
           05  WS-AF-LABEL             PIC X(24).
           05  WS-AF-AREA              PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(93) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-LOAD-REGISTER
               THRU 2000-EXIT
               UNTIL WS-REGI-EOF.

           PERFORM 3000-APPLY-SPLIT
               THRU 3000-EXIT
               UNTIL WS-PLOTSPLT-EOF.

           PERFORM 5000-WRITE-REGISTER
               THRU 5000-EXIT
               VARYING WS-PLOT-SUB FROM 1 BY 1
               UNTIL WS-PLOT-SUB > WS-PLOT-COUNT.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           GOBACK.

      *----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT REGISTER-OUT
                OUTPUT REGISTER-REPORT-OUT.

           MOVE FUNCTION CURRENT-DATE TO WS-RUNSTAMP-CURRENT-DATE.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:14) TO WS-RUN-ID.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:8)  TO WS-RUN-DATE.

           MOVE "PLOT SUBDIVISION REGISTER - SPLITS APPLIED"
               TO RPT-ST-TEXT.
           STRING WS-RUN-DATE(5:2) "/" WS-RUN-DATE(7:2) "/"
               WS-RUN-DATE(1:4)
               DELIMITED BY SIZE INTO WS-RPT-DATE.

           PERFORM 1100-WRITE-PAGE-HEADERS
               THRU 1100-EXIT.

           OPEN INPUT REGISTER-IN.
           IF WS-REGI-FILE-STATUS = "35"
               SET WS-REGI-EOF TO TRUE
           ELSE
               PERFORM 2100-READ-REGISTER
                   THRU 2100-EXIT
           END-IF.

           OPEN INPUT PLOT-SPLIT-IN.
           IF WS-PLOTSPLT-FILE-STATUS = "35"
               SET WS-PLOTSPLT-EOF TO TRUE
           ELSE
               PERFORM 3100-READ-SPLIT
                   THRU 3100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1100-WRITE-PAGE-HEADERS.
           ADD 1 TO RPT-PAGE-COUNT.
           MOVE WS-RPT-DATE            TO RPT-DL-RUN-DATE.

           WRITE REGISTER-REPORT-OUT-REC FROM RPT-TITLE-LINE.
           WRITE REGISTER-REPORT-OUT-REC FROM RPT-SUBTITLE-LINE.
           WRITE REGISTER-REPORT-OUT-REC FROM RPT-DATE-LINE.
           MOVE SPACES                 TO REGISTER-REPORT-OUT-REC.
           WRITE REGISTER-REPORT-OUT-REC.
           WRITE REGISTER-REPORT-OUT-REC FROM WS-HEADER-LINE.
           MOVE SPACES                 TO REGISTER-REPORT-OUT-REC.
           WRITE REGISTER-REPORT-OUT-REC.

           MOVE 6                      TO RPT-LINE-COUNT.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CARRY-FORWARD REGISTER FROM THE LAST RUN.  THE HIGHEST   *
      * PL-NUMBERED PLOT ON IT SETS WHERE NEW NUMBERS START.     *
      *----------------------------------------------------------*
       2000-LOAD-REGISTER.
           IF WS-PLOT-COUNT >= 5000
               DISPLAY "ABCPLREG **** PLOT TABLE FULL ****"
               MOVE 8 TO RETURN-CODE
               SET WS-REGI-EOF TO TRUE
               GO TO 2000-EXIT
           END-IF.

           ADD 1 TO WS-PLOT-COUNT.
           MOVE PG-PLOT-ID        TO WS-PT-PLOT-ID(WS-PLOT-COUNT).
           MOVE PG-PARENT-ID      TO WS-PT-PARENT-ID(WS-PLOT-COUNT).
           MOVE PG-ORIGIN-ID      TO WS-PT-ORIGIN-ID(WS-PLOT-COUNT).
           MOVE PG-AREA           TO WS-PT-AREA(WS-PLOT-COUNT).
           MOVE PG-PLOT-TYPE      TO WS-PT-PLOT-TYPE(WS-PLOT-COUNT).
           MOVE PG-STATUS         TO WS-PT-STATUS(WS-PLOT-COUNT).
           MOVE PG-CREATED-DATE
               TO WS-PT-CREATED-DATE(WS-PLOT-COUNT).
           MOVE PG-RETIRED-DATE
               TO WS-PT-RETIRED-DATE(WS-PLOT-COUNT).

           IF PG-PLOT-ID(1:2) = "PL"
               AND PG-PLOT-ID(3:10) IS NUMERIC
               AND PG-PLOT-ID(3:10) > WS-NP-NUMBER
               MOVE PG-PLOT-ID(3:10) TO WS-NP-NUMBER
           END-IF.

           PERFORM 2100-READ-REGISTER
               THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2100-READ-REGISTER.
           READ REGISTER-IN INTO PLOT-REGISTER-RECORD
               AT END
                   SET WS-REGI-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * FINDS THE PLOT NAMED IN PD-PARENT-ID.  WS-PLOT-MATCH IS  *
      * ZERO WHEN IT IS NOT ON THE REGISTER.                     *
      *----------------------------------------------------------*
       2200-FIND-PLOT.
           MOVE ZERO TO WS-PLOT-MATCH.
           PERFORM 2210-SCAN-PLOT
               THRU 2210-EXIT
               VARYING WS-PLOT-SUB FROM 1 BY 1
               UNTIL WS-PLOT-SUB > WS-PLOT-COUNT
               OR WS-PLOT-MATCH > ZERO.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2210-SCAN-PLOT.
           IF WS-PT-PLOT-ID(WS-PLOT-SUB) = PD-PARENT-ID
               MOVE WS-PLOT-SUB TO WS-PLOT-MATCH
           END-IF.
       2210-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE SPLIT.  IT IS PROVED FIRST - THE CHILDREN PLUS THE   *
      * REMAINDER MUST EQUAL THE PARENT'S AREA - AND THE PARENT  *
      * MUST BE ACTIVE AT THE AREA THE REGISTER HOLDS FOR IT.    *
      * A PARENT NOT ON THE REGISTER IS AN ORIGINAL PARCEL SEEN  *
      * FOR THE FIRST TIME AND IS TAKEN ON AT THE SPLIT'S AREA.  *
      *----------------------------------------------------------*
       3000-APPLY-SPLIT.
           ADD 1 TO WS-SPLIT-COUNT.
           MOVE PD-PARENT-ID           TO WS-D-PARENT-ID.
           MOVE ZERO                   TO WS-D-PARENT-AREA
                                          WS-D-CHILD-COUNT
                                          WS-D-CHILD-AREA
                                          WS-D-REMAINDER
                                          WS-D-PROVED-AREA.

           IF PD-PARENT-ID = SPACES
               OR PD-PARENT-AREA NOT NUMERIC
               OR PD-CHILD-COUNT NOT NUMERIC
               OR PD-CHILD-AREA NOT NUMERIC
               OR PD-REMAINDER NOT NUMERIC
               ADD 1 TO WS-REJECT-COUNT
               MOVE "** REJECTED - INVALID SPLIT" TO WS-D-RESULT
               PERFORM 7000-WRITE-REPORT-LINE
                   THRU 7000-EXIT
               GO TO 3000-NEXT
           END-IF.

           MOVE PD-PARENT-AREA         TO WS-D-PARENT-AREA.
           MOVE PD-CHILD-COUNT         TO WS-D-CHILD-COUNT.
           MOVE PD-CHILD-AREA          TO WS-D-CHILD-AREA.
           MOVE PD-REMAINDER           TO WS-D-REMAINDER.
           COMPUTE WS-PROVED-AREA =
               PD-CHILD-COUNT * PD-CHILD-AREA + PD-REMAINDER.
           MOVE WS-PROVED-AREA         TO WS-D-PROVED-AREA.

           IF WS-PROVED-AREA NOT = PD-PARENT-AREA
               ADD 1 TO WS-NOT-PROVED-COUNT
               SET WS-RUN-NOT-PROVED TO TRUE
               MOVE "** NOT PROVED - NOT APPLIED" TO WS-D-RESULT
               PERFORM 7000-WRITE-REPORT-LINE
                   THRU 7000-EXIT
               GO TO 3000-NEXT
           END-IF.

           IF PD-CHILD-COUNT < 2
               OR PD-CHILD-AREA = ZERO
               ADD 1 TO WS-REJECT-COUNT
               MOVE "** REJECTED - TOO SMALL" TO WS-D-RESULT
               PERFORM 7000-WRITE-REPORT-LINE
                   THRU 7000-EXIT
               GO TO 3000-NEXT
           END-IF.

           PERFORM 2200-FIND-PLOT
               THRU 2200-EXIT.

           IF WS-PLOT-MATCH > ZERO
               IF WS-PT-STATUS(WS-PLOT-MATCH) = "R"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "** REJECTED - ALREADY RETIRED"
                       TO WS-D-RESULT
                   PERFORM 7000-WRITE-REPORT-LINE
                       THRU 7000-EXIT
                   GO TO 3000-NEXT
               END-IF
               IF WS-PT-AREA(WS-PLOT-MATCH) NOT = PD-PARENT-AREA
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "** REJECTED - AREA NOT AS HELD"
                       TO WS-D-RESULT
                   PERFORM 7000-WRITE-REPORT-LINE
                       THRU 7000-EXIT
                   GO TO 3000-NEXT
               END-IF
           END-IF.

           MOVE PD-CHILD-COUNT         TO WS-PLOTS-NEEDED.
           IF PD-REMAINDER > ZERO
               ADD 1 TO WS-PLOTS-NEEDED
           END-IF.
           IF WS-PLOT-MATCH = ZERO
               ADD 1 TO WS-PLOTS-NEEDED
           END-IF.
           IF WS-PLOT-COUNT + WS-PLOTS-NEEDED > 5000
               DISPLAY "ABCPLREG **** PLOT TABLE FULL ****"
               MOVE 8 TO RETURN-CODE
               ADD 1 TO WS-REJECT-COUNT
               MOVE "** REJECTED - REGISTER FULL" TO WS-D-RESULT
               PERFORM 7000-WRITE-REPORT-LINE
                   THRU 7000-EXIT
               GO TO 3000-NEXT
           END-IF.

           IF WS-PLOT-MATCH = ZERO
               ADD 1 TO WS-PLOT-COUNT
               MOVE WS-PLOT-COUNT      TO WS-PLOT-MATCH
               MOVE PD-PARENT-ID
                   TO WS-PT-PLOT-ID(WS-PLOT-MATCH)
                      WS-PT-ORIGIN-ID(WS-PLOT-MATCH)
               MOVE SPACES
                   TO WS-PT-PARENT-ID(WS-PLOT-MATCH)
               MOVE PD-PARENT-AREA
                   TO WS-PT-AREA(WS-PLOT-MATCH)
               MOVE "O"
                   TO WS-PT-PLOT-TYPE(WS-PLOT-MATCH)
               MOVE PD-RUN-DATE
                   TO WS-PT-CREATED-DATE(WS-PLOT-MATCH)
               ADD 1 TO WS-ORIGINAL-NEW-COUNT
               MOVE "APPLIED - NEW ORIGINAL PARCEL" TO WS-D-RESULT
           ELSE
               MOVE "APPLIED"          TO WS-D-RESULT
           END-IF.

           MOVE "R"                    TO WS-PT-STATUS(WS-PLOT-MATCH).
           MOVE PD-RUN-DATE
               TO WS-PT-RETIRED-DATE(WS-PLOT-MATCH).
           MOVE WS-PT-ORIGIN-ID(WS-PLOT-MATCH) TO WS-ORIGIN-ID.
           ADD 1 TO WS-APPLIED-COUNT.
           ADD PD-PARENT-AREA          TO WS-AREA-RETIRED.
           PERFORM 7000-WRITE-REPORT-LINE
               THRU 7000-EXIT.

           MOVE "C"                    TO WS-NEW-PLOT-TYPE.
           MOVE PD-CHILD-AREA          TO WS-NEW-PLOT-AREA.
           PERFORM 4000-CREATE-PLOT
               THRU 4000-EXIT
               VARYING WS-CHILD-SUB FROM 1 BY 1
               UNTIL WS-CHILD-SUB > PD-CHILD-COUNT.

           IF PD-REMAINDER > ZERO
               MOVE "R"                TO WS-NEW-PLOT-TYPE
               MOVE PD-REMAINDER       TO WS-NEW-PLOT-AREA
               PERFORM 4000-CREATE-PLOT
                   THRU 4000-EXIT
           END-IF.

       3000-NEXT.
           PERFORM 3100-READ-SPLIT
               THRU 3100-EXIT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3100-READ-SPLIT.
           READ PLOT-SPLIT-IN INTO PLOT-SPLIT-RECORD
               AT END
                   SET WS-PLOTSPLT-EOF TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ADDS ONE NEW ACTIVE PLOT CUT FROM THE PARENT AT          *
      * WS-PLOT-MATCH, UNDER THE NEXT PL NUMBER, AND LISTS IT    *
      * UNDER THE SPLIT ON THE REPORT.                           *
      *----------------------------------------------------------*
       4000-CREATE-PLOT.
           ADD 1 TO WS-NP-NUMBER.
           ADD 1 TO WS-PLOT-COUNT.
           MOVE WS-NEW-PLOT-ID         TO WS-PT-PLOT-ID(WS-PLOT-COUNT).
           MOVE PD-PARENT-ID
               TO WS-PT-PARENT-ID(WS-PLOT-COUNT).
           MOVE WS-ORIGIN-ID
               TO WS-PT-ORIGIN-ID(WS-PLOT-COUNT).
           MOVE WS-NEW-PLOT-AREA       TO WS-PT-AREA(WS-PLOT-COUNT).
           MOVE WS-NEW-PLOT-TYPE
               TO WS-PT-PLOT-TYPE(WS-PLOT-COUNT).
           MOVE "A"                    TO WS-PT-STATUS(WS-PLOT-COUNT).
           MOVE PD-RUN-DATE
               TO WS-PT-CREATED-DATE(WS-PLOT-COUNT).
           MOVE SPACES
               TO WS-PT-RETIRED-DATE(WS-PLOT-COUNT).

           IF WS-NEW-PLOT-TYPE = "R"
               ADD 1 TO WS-REMAINDER-NEW-COUNT
               ADD WS-NEW-PLOT-AREA    TO WS-AREA-TO-REMAINDER
               MOVE "REMAINDER"        TO WS-C-PLOT-TYPE
           ELSE
               ADD 1 TO WS-CHILD-NEW-COUNT
               ADD WS-NEW-PLOT-AREA    TO WS-AREA-TO-CHILDREN
               MOVE "CHILD"            TO WS-C-PLOT-TYPE
           END-IF.

           IF RPT-LINE-COUNT >= RPT-MAX-LINES-PER-PAGE
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE REGISTER-REPORT-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 1100-WRITE-PAGE-HEADERS
                   THRU 1100-EXIT
           END-IF.
           MOVE WS-NEW-PLOT-ID         TO WS-C-PLOT-ID.
           MOVE WS-NEW-PLOT-AREA       TO WS-C-AREA.
           MOVE WS-ORIGIN-ID           TO WS-C-ORIGIN-ID.
           WRITE REGISTER-REPORT-OUT-REC FROM WS-CREATED-LINE.
           ADD 1 TO RPT-LINE-COUNT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * WRITES EVERY PLOT TO THE NEW REGISTER AND TOTALS THE     *
      * AREA OF THE ORIGINAL PARCELS AGAINST THE AREA OF THE     *
      * PLOTS STILL ACTIVE FOR THE RUN'S PROOF.                  *
      *----------------------------------------------------------*
       5000-WRITE-REGISTER.
           IF WS-PT-PLOT-TYPE(WS-PLOT-SUB) = "O"
               ADD WS-PT-AREA(WS-PLOT-SUB) TO WS-AREA-ORIGINAL
           END-IF.
           IF WS-PT-STATUS(WS-PLOT-SUB) = "A"
               ADD 1 TO WS-ACTIVE-COUNT
               ADD WS-PT-AREA(WS-PLOT-SUB) TO WS-AREA-ACTIVE
           END-IF.

           MOVE WS-PT-PLOT-ID(WS-PLOT-SUB)      TO PG-PLOT-ID.
           MOVE WS-PT-PARENT-ID(WS-PLOT-SUB)    TO PG-PARENT-ID.
           MOVE WS-PT-ORIGIN-ID(WS-PLOT-SUB)    TO PG-ORIGIN-ID.
           MOVE WS-PT-AREA(WS-PLOT-SUB)         TO PG-AREA.
           MOVE WS-PT-PLOT-TYPE(WS-PLOT-SUB)    TO PG-PLOT-TYPE.
           MOVE WS-PT-STATUS(WS-PLOT-SUB)       TO PG-STATUS.
           MOVE WS-PT-CREATED-DATE(WS-PLOT-SUB) TO PG-CREATED-DATE.
           MOVE WS-PT-RETIRED-DATE(WS-PLOT-SUB) TO PG-RETIRED-DATE.
           WRITE REGISTER-OUT-REC FROM PLOT-REGISTER-RECORD.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       7000-WRITE-REPORT-LINE.
           IF RPT-LINE-COUNT >= RPT-MAX-LINES-PER-PAGE
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE REGISTER-REPORT-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 1100-WRITE-PAGE-HEADERS
                   THRU 1100-EXIT
           END-IF.

           WRITE REGISTER-REPORT-OUT-REC FROM WS-DETAIL-LINE.
           ADD 1 TO RPT-LINE-COUNT.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * RUN TOTALS AND THE TWO PROOFS: THE AREA RETIRED BY THIS  *
      * RUN'S SPLITS EQUALS THE AREA GIVEN TO CHILDREN PLUS THE  *
      * AREA LEFT IN REMAINDERS, AND THE ACTIVE PLOTS ON THE     *
      * WHOLE REGISTER STILL ADD UP TO THE ORIGINAL PARCELS.     *
      *----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-AREA-RETIRED NOT =
               WS-AREA-TO-CHILDREN + WS-AREA-TO-REMAINDER
               OR WS-AREA-ACTIVE NOT = WS-AREA-ORIGINAL
               SET WS-RUN-NOT-PROVED TO TRUE
           END-IF.

           MOVE RPT-PAGE-COUNT         TO RPT-F-PAGE-NO.
           WRITE REGISTER-REPORT-OUT-REC FROM RPT-FOOTER-LINE.

           MOVE "SPLITS READ............" TO RPT-FN-LABEL.
           MOVE WS-SPLIT-COUNT         TO RPT-FN-COUNT.
           WRITE REGISTER-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "SPLITS APPLIED........." TO RPT-FN-LABEL.
           MOVE WS-APPLIED-COUNT       TO RPT-FN-COUNT.
           WRITE REGISTER-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "SPLITS REJECTED........" TO RPT-FN-LABEL.
           MOVE WS-REJECT-COUNT        TO RPT-FN-COUNT.
           WRITE REGISTER-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "SPLITS NOT PROVED......" TO RPT-FN-LABEL.
           MOVE WS-NOT-PROVED-COUNT    TO RPT-FN-COUNT.
           WRITE REGISTER-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "NEW ORIGINAL PARCELS..." TO RPT-FN-LABEL.
           MOVE WS-ORIGINAL-NEW-COUNT  TO RPT-FN-COUNT.
           WRITE REGISTER-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "CHILD PLOTS CREATED...." TO RPT-FN-LABEL.
           MOVE WS-CHILD-NEW-COUNT     TO RPT-FN-COUNT.
           WRITE REGISTER-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "REMAINDER PLOTS CREATED" TO RPT-FN-LABEL.
           MOVE WS-REMAINDER-NEW-COUNT TO RPT-FN-COUNT.
           WRITE REGISTER-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "PLOTS ON REGISTER......" TO RPT-FN-LABEL.
           MOVE WS-PLOT-COUNT          TO RPT-FN-COUNT.
           WRITE REGISTER-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "PLOTS ACTIVE..........." TO RPT-FN-LABEL.
           MOVE WS-ACTIVE-COUNT        TO RPT-FN-COUNT.
           WRITE REGISTER-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "AREA RETIRED..........." TO WS-AF-LABEL.
           MOVE WS-AREA-RETIRED        TO WS-AF-AREA.
           WRITE REGISTER-REPORT-OUT-REC FROM WS-AREA-FINAL-LINE.

           MOVE "AREA TO CHILD PLOTS...." TO WS-AF-LABEL.
           MOVE WS-AREA-TO-CHILDREN    TO WS-AF-AREA.
           WRITE REGISTER-REPORT-OUT-REC FROM WS-AREA-FINAL-LINE.

           MOVE "AREA TO REMAINDERS....." TO WS-AF-LABEL.
           MOVE WS-AREA-TO-REMAINDER   TO WS-AF-AREA.
           WRITE REGISTER-REPORT-OUT-REC FROM WS-AREA-FINAL-LINE.

           MOVE "AREA OF ORIGINAL PARCEL" TO WS-AF-LABEL.
           MOVE WS-AREA-ORIGINAL       TO WS-AF-AREA.
           WRITE REGISTER-REPORT-OUT-REC FROM WS-AREA-FINAL-LINE.

           MOVE "AREA OF ACTIVE PLOTS..." TO WS-AF-LABEL.
           MOVE WS-AREA-ACTIVE         TO WS-AF-AREA.
           WRITE REGISTER-REPORT-OUT-REC FROM WS-AREA-FINAL-LINE.

           MOVE SPACES                 TO REGISTER-REPORT-OUT-REC.
           IF WS-RUN-PROVED
               MOVE "AREA PROOF.............IN BALANCE"
                   TO REGISTER-REPORT-OUT-REC
           ELSE
               MOVE "AREA PROOF.............** OUT OF BALANCE **"
                   TO REGISTER-REPORT-OUT-REC
           END-IF.
           WRITE REGISTER-REPORT-OUT-REC.

           IF WS-REGI-FILE-STATUS NOT = "35"
               CLOSE REGISTER-IN
           END-IF.
           IF WS-PLOTSPLT-FILE-STATUS NOT = "35"
               CLOSE PLOT-SPLIT-IN
           END-IF.
           CLOSE REGISTER-OUT
                 REGISTER-REPORT-OUT.

           DISPLAY "ABCPLREG CONTROL TOTAL - SPLITS=" WS-SPLIT-COUNT
               " APPLIED=" WS-APPLIED-COUNT
               " REJECTED=" WS-REJECT-COUNT
               " NOTPROVED=" WS-NOT-PROVED-COUNT
               " PLOTS=" WS-PLOT-COUNT.

           IF WS-RUN-NOT-PROVED
               DISPLAY "ABCPLREG **** AREA PROOF OUT OF BALANCE ****"
               MOVE 8 TO RETURN-CODE
           END-IF.

           IF RETURN-CODE < 4
               IF WS-REJECT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       9000-EXIT.
           EXIT.
