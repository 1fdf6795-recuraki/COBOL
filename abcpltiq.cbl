       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCPLTIQ.
       AUTHOR. D HARLOW.
       INSTALLATION. DL100 BATCH SERVICES.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 2026-10-15  DH  NEW PROGRAM.  PLOT LINEAGE INQUIRY.      *
      *                 EACH CARD NAMES ONE PLOT; THE REPORT     *
      *                 TRACES IT FROM THE PLOT REGISTER BACK    *
      *                 THROUGH EVERY PARENT IT WAS SPLIT FROM   *
      *                 TO THE ORIGINAL PARCEL, ONE LINE PER     *
      *                 GENERATION, WITH EACH PLOT'S AREA, HOW   *
      *                 IT CAME ABOUT AND WHETHER IT IS STILL    *
      *                 ACTIVE.                                  *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INQUIRY-CARD-IN
               ASSIGN TO PLTQCARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.

           SELECT REGISTER-IN
               ASSIGN TO PLOTREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-FILE-STATUS.

           SELECT INQUIRY-REPORT-OUT
               ASSIGN TO PLTQRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INQUIRY-CARD-IN
           RECORDING MODE IS F.
       01  INQUIRY-CARD-RECORD.
           05  IQ-PLOT-ID              PIC X(12).

       FD  REGISTER-IN
           RECORDING MODE IS F.
       01  REGISTER-IN-REC             PIC X(62).

       FD  INQUIRY-REPORT-OUT
           RECORDING MODE IS F.
       01  INQUIRY-REPORT-OUT-REC      PIC X(132).

       WORKING-STORAGE SECTION.
       COPY PLOTREG.
       COPY RUNSTAMP.
       COPY RPTHDFT.
       01  WS-CARD-FILE-STATUS         PIC X(02).
       01  WS-REG-FILE-STATUS          PIC X(02).

       01  WS-CARD-EOF-SW              PIC X(01) VALUE "N".
           88  WS-CARD-EOF                     VALUE "Y".
       01  WS-REG-EOF-SW               PIC X(01) VALUE "N".
           88  WS-REG-EOF                      VALUE "Y".

      *----------------------------------------------------------*
      * THE WHOLE REGISTER, HELD SO EACH GENERATION OF A         *
      * LINEAGE IS ONE TABLE SEARCH.                             *
      *----------------------------------------------------------*
       01  WS-PLOT-TABLE.
           05  WS-PLOT-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-PLOT-ENTRY           OCCURS 5000 TIMES.
               10  WS-PT-PLOT-ID       PIC X(12).
               10  WS-PT-PARENT-ID     PIC X(12).
               10  WS-PT-AREA          PIC 9(08).
               10  WS-PT-PLOT-TYPE     PIC X(01).
               10  WS-PT-STATUS        PIC X(01).
               10  WS-PT-CREATED-DATE  PIC X(08).
               10  WS-PT-RETIRED-DATE  PIC X(08).

       01  WS-PLOT-SUB                 PIC 9(04) COMP VALUE ZERO.
       01  WS-PLOT-MATCH               PIC 9(04) COMP VALUE ZERO.
       01  WS-SEARCH-PLOT              PIC X(12) VALUE SPACES.
       01  WS-GENERATION               PIC 9(04) COMP VALUE ZERO.
       01  WS-MAX-GENERATIONS          PIC 9(04) COMP VALUE 200.

       01  WS-CARD-COUNT               PIC 9(08) COMP VALUE ZERO.
       01  WS-FOUND-COUNT              PIC 9(08) COMP VALUE ZERO.
       01  WS-NOT-FOUND-COUNT          PIC 9(08) COMP VALUE ZERO.
       01  WS-BROKEN-COUNT             PIC 9(08) COMP VALUE ZERO.

       01  WS-RPT-DATE                 PIC X(10).
       01  WS-PRINT-LINE               PIC X(132).

       01  WS-PLOT-LINE.
           05  FILLER                  PIC X(06) VALUE "PLOT".
           05  WS-P-PLOT-ID            PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-P-RESULT             PIC X(40).

       01  WS-LINEAGE-HEAD-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE "GEN".
           05  FILLER                  PIC X(14) VALUE "PLOT".
           05  FILLER                  PIC X(14) VALUE "SPLIT FROM".
           05  FILLER                  PIC X(12) VALUE "TYPE".
           05  FILLER                  PIC X(10) VALUE "      AREA".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE "STATUS".
           05  FILLER                  PIC X(10) VALUE "CREATED".
           05  FILLER                  PIC X(08) VALUE "RETIRED".

       01  WS-LINEAGE-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-L-GENERATION         PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-L-PLOT-ID            PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-L-PARENT-ID          PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-L-PLOT-TYPE          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-L-AREA               PIC Z(09)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-L-STATUS             PIC X(07).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-L-CREATED-DATE       PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-L-RETIRED-DATE       PIC X(08).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-ANSWER-INQUIRY
               THRU 2000-EXIT
               UNTIL WS-CARD-EOF.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           GOBACK.

      *----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT INQUIRY-REPORT-OUT.

           MOVE FUNCTION CURRENT-DATE TO WS-RUNSTAMP-CURRENT-DATE.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:14) TO WS-RUN-ID.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:8)  TO WS-RUN-DATE.

           MOVE "PLOT LINEAGE INQUIRY - BACK TO ORIGINAL PARCEL"
               TO RPT-ST-TEXT.
           STRING WS-RUN-DATE(5:2) "/" WS-RUN-DATE(7:2) "/"
               WS-RUN-DATE(1:4)
               DELIMITED BY SIZE INTO WS-RPT-DATE.

           PERFORM 1100-WRITE-PAGE-HEADERS
               THRU 1100-EXIT.

           OPEN INPUT REGISTER-IN.
           IF WS-REG-FILE-STATUS = "35"
               SET WS-REG-EOF TO TRUE
           ELSE
               PERFORM 1200-LOAD-PLOT
                   THRU 1200-EXIT
                   UNTIL WS-REG-EOF
               CLOSE REGISTER-IN
           END-IF.

           OPEN INPUT INQUIRY-CARD-IN.
           IF WS-CARD-FILE-STATUS = "35"
               SET WS-CARD-EOF TO TRUE
           ELSE
               PERFORM 2100-READ-CARD
                   THRU 2100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1100-WRITE-PAGE-HEADERS.
           ADD 1 TO RPT-PAGE-COUNT.
           MOVE WS-RPT-DATE            TO RPT-DL-RUN-DATE.

           WRITE INQUIRY-REPORT-OUT-REC FROM RPT-TITLE-LINE.
           WRITE INQUIRY-REPORT-OUT-REC FROM RPT-SUBTITLE-LINE.
           WRITE INQUIRY-REPORT-OUT-REC FROM RPT-DATE-LINE.
           MOVE SPACES                 TO INQUIRY-REPORT-OUT-REC.
           WRITE INQUIRY-REPORT-OUT-REC.

           MOVE 4                      TO RPT-LINE-COUNT.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1200-LOAD-PLOT.
           READ REGISTER-IN INTO PLOT-REGISTER-RECORD
               AT END
                   SET WS-REG-EOF TO TRUE
                   GO TO 1200-EXIT
           END-READ.

           IF WS-PLOT-COUNT >= 5000
               DISPLAY "ABCPLTIQ **** PLOT TABLE FULL ****"
               MOVE 8 TO RETURN-CODE
               SET WS-REG-EOF TO TRUE
               GO TO 1200-EXIT
           END-IF.

           ADD 1 TO WS-PLOT-COUNT.
           MOVE PG-PLOT-ID        TO WS-PT-PLOT-ID(WS-PLOT-COUNT).
           MOVE PG-PARENT-ID      TO WS-PT-PARENT-ID(WS-PLOT-COUNT).
           MOVE PG-AREA           TO WS-PT-AREA(WS-PLOT-COUNT).
           MOVE PG-PLOT-TYPE      TO WS-PT-PLOT-TYPE(WS-PLOT-COUNT).
           MOVE PG-STATUS         TO WS-PT-STATUS(WS-PLOT-COUNT).
           MOVE PG-CREATED-DATE
               TO WS-PT-CREATED-DATE(WS-PLOT-COUNT).
           MOVE PG-RETIRED-DATE
               TO WS-PT-RETIRED-DATE(WS-PLOT-COUNT).
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE INQUIRY CARD: THE PLOT ITSELF, THEN EACH PARENT IN   *
      * TURN UNTIL A PLOT WITH NO PARENT - THE ORIGINAL PARCEL - *
      * IS REACHED.  A PARENT MISSING FROM THE REGISTER, OR A    *
      * CHAIN LONGER THAN ANY REAL SUBDIVISION COULD BE, IS      *
      * REPORTED AS A BROKEN LINEAGE.                            *
      *----------------------------------------------------------*
       2000-ANSWER-INQUIRY.
           ADD 1 TO WS-CARD-COUNT.
           MOVE IQ-PLOT-ID             TO WS-SEARCH-PLOT.
           PERFORM 3000-FIND-PLOT
               THRU 3000-EXIT.

           IF RPT-LINE-COUNT + 5 > RPT-MAX-LINES-PER-PAGE
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE INQUIRY-REPORT-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 1100-WRITE-PAGE-HEADERS
                   THRU 1100-EXIT
           END-IF.

           MOVE SPACES                 TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-LINE
               THRU 7000-EXIT.
           MOVE IQ-PLOT-ID             TO WS-P-PLOT-ID.
           IF WS-PLOT-MATCH = ZERO
               ADD 1 TO WS-NOT-FOUND-COUNT
               MOVE "NOT ON THE PLOT REGISTER" TO WS-P-RESULT
               MOVE WS-PLOT-LINE       TO WS-PRINT-LINE
               PERFORM 7000-WRITE-LINE
                   THRU 7000-EXIT
               GO TO 2000-READ-NEXT
           END-IF.
           ADD 1 TO WS-FOUND-COUNT.
           MOVE "LINEAGE TO ORIGINAL PARCEL" TO WS-P-RESULT.
           MOVE WS-PLOT-LINE           TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-LINE
               THRU 7000-EXIT.
           MOVE WS-LINEAGE-HEAD-LINE   TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-LINE
               THRU 7000-EXIT.

           MOVE ZERO                   TO WS-GENERATION.
           PERFORM 4000-LIST-GENERATION
               THRU 4000-EXIT
               UNTIL WS-PLOT-MATCH = ZERO.

       2000-READ-NEXT.
           PERFORM 2100-READ-CARD
               THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2100-READ-CARD.
           READ INQUIRY-CARD-IN
               AT END
                   SET WS-CARD-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * FINDS WS-SEARCH-PLOT ON THE REGISTER.  WS-PLOT-MATCH IS  *
      * ZERO WHEN IT IS NOT THERE.                               *
      *----------------------------------------------------------*
       3000-FIND-PLOT.
           MOVE ZERO TO WS-PLOT-MATCH.
           PERFORM 3100-SCAN-PLOT
               THRU 3100-EXIT
               VARYING WS-PLOT-SUB FROM 1 BY 1
               UNTIL WS-PLOT-SUB > WS-PLOT-COUNT
               OR WS-PLOT-MATCH > ZERO.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3100-SCAN-PLOT.
           IF WS-PT-PLOT-ID(WS-PLOT-SUB) = WS-SEARCH-PLOT
               MOVE WS-PLOT-SUB TO WS-PLOT-MATCH
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * PRINTS THE PLOT AT WS-PLOT-MATCH AND STEPS TO ITS        *
      * PARENT, LEAVING WS-PLOT-MATCH ZERO WHEN THE ORIGINAL     *
      * PARCEL HAS BEEN PRINTED OR THE CHAIN IS BROKEN.          *
      *----------------------------------------------------------*
       4000-LIST-GENERATION.
           MOVE WS-GENERATION          TO WS-L-GENERATION.
           MOVE WS-PT-PLOT-ID(WS-PLOT-MATCH)   TO WS-L-PLOT-ID.
           MOVE WS-PT-PARENT-ID(WS-PLOT-MATCH) TO WS-L-PARENT-ID.
           MOVE WS-PT-AREA(WS-PLOT-MATCH)      TO WS-L-AREA.
           MOVE WS-PT-CREATED-DATE(WS-PLOT-MATCH)
               TO WS-L-CREATED-DATE.
           MOVE WS-PT-RETIRED-DATE(WS-PLOT-MATCH)
               TO WS-L-RETIRED-DATE.
           EVALUATE WS-PT-PLOT-TYPE(WS-PLOT-MATCH)
               WHEN "O"
                   MOVE "ORIGINAL"     TO WS-L-PLOT-TYPE
               WHEN "C"
                   MOVE "CHILD"        TO WS-L-PLOT-TYPE
               WHEN "R"
                   MOVE "REMAINDER"    TO WS-L-PLOT-TYPE
               WHEN OTHER
                   MOVE "UNKNOWN"      TO WS-L-PLOT-TYPE
           END-EVALUATE.
           IF WS-PT-STATUS(WS-PLOT-MATCH) = "R"
               MOVE "RETIRED"          TO WS-L-STATUS
           ELSE
               MOVE "ACTIVE"           TO WS-L-STATUS
           END-IF.
           MOVE WS-LINEAGE-LINE        TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-LINE
               THRU 7000-EXIT.

           IF WS-PT-PARENT-ID(WS-PLOT-MATCH) = SPACES
               MOVE ZERO               TO WS-PLOT-MATCH
               GO TO 4000-EXIT
           END-IF.

           ADD 1 TO WS-GENERATION.
           MOVE WS-PT-PARENT-ID(WS-PLOT-MATCH) TO WS-SEARCH-PLOT.
           PERFORM 3000-FIND-PLOT
               THRU 3000-EXIT.
           IF WS-PLOT-MATCH = ZERO
               OR WS-GENERATION > WS-MAX-GENERATIONS
               MOVE ZERO               TO WS-PLOT-MATCH
               ADD 1 TO WS-BROKEN-COUNT
               MOVE SPACES             TO WS-PRINT-LINE
               STRING "    ** LINEAGE BROKEN AT PARENT "
                   WS-SEARCH-PLOT " **"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 7000-WRITE-LINE
                   THRU 7000-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       7000-WRITE-LINE.
           IF RPT-LINE-COUNT >= RPT-MAX-LINES-PER-PAGE
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE INQUIRY-REPORT-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 1100-WRITE-PAGE-HEADERS
                   THRU 1100-EXIT
           END-IF.

           WRITE INQUIRY-REPORT-OUT-REC FROM WS-PRINT-LINE.
           ADD 1 TO RPT-LINE-COUNT.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       9000-TERMINATE.
           MOVE RPT-PAGE-COUNT         TO RPT-F-PAGE-NO.
           WRITE INQUIRY-REPORT-OUT-REC FROM RPT-FOOTER-LINE.

           MOVE "PLOTS ASKED FOR........" TO RPT-FN-LABEL.
           MOVE WS-CARD-COUNT          TO RPT-FN-COUNT.
           WRITE INQUIRY-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "PLOTS FOUND............" TO RPT-FN-LABEL.
           MOVE WS-FOUND-COUNT         TO RPT-FN-COUNT.
           WRITE INQUIRY-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "PLOTS NOT FOUND........" TO RPT-FN-LABEL.
           MOVE WS-NOT-FOUND-COUNT     TO RPT-FN-COUNT.
           WRITE INQUIRY-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "LINEAGES BROKEN........" TO RPT-FN-LABEL.
           MOVE WS-BROKEN-COUNT        TO RPT-FN-COUNT.
           WRITE INQUIRY-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           IF WS-CARD-FILE-STATUS NOT = "35"
               CLOSE INQUIRY-CARD-IN
           END-IF.
           CLOSE INQUIRY-REPORT-OUT.

           DISPLAY "ABCPLTIQ CONTROL TOTAL - PLOTS="
               WS-CARD-COUNT
               " FOUND=" WS-FOUND-COUNT
               " NOT FOUND=" WS-NOT-FOUND-COUNT
               " BROKEN=" WS-BROKEN-COUNT.

           IF RETURN-CODE < 4
               IF WS-NOT-FOUND-COUNT > ZERO
                   OR WS-BROKEN-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       9000-EXIT.
           EXIT.
