      *                 NEW RATE, AND MOVEMENT.  A POSITION IN A *
      *                 CURRENCY WITH NO RATE ROW IS REPORTED    *
      *                 AND LEFT UNREVALUED.                     *
      * 2026-10-15  DH  EVERY MOVEMENT POSTED IS NOW ALSO        *
      *                 APPENDED TO THE UNREALIZED FOREIGN-      *
      *                 EXCHANGE REGISTER (FXUNRL) AGAINST THE   *
      *                 POSITION'S SOURCE PROGRAM AND REFERENCE, *
      *                 SO CASH APPLICATION CAN REVERSE WHAT WAS *
      *                 BOOKED WHEN THE ITEM IS SETTLED.  A      *
      *                 FAILED REGISTER WRITE FAILS THE STEP.    *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO REVALRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FX-UNREALIZED-OUT
               ASSIGN TO FXUNRL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXUNRL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FX-POSITION-IN
           RECORDING MODE IS F.
       01  REVAL-REPORT-OUT-REC        PIC X(132).

       FD  FX-UNREALIZED-OUT
           RECORDING MODE IS F.
       01  FX-UNREALIZED-OUT-REC       PIC X(47).

       WORKING-STORAGE SECTION.
       COPY EXCHRATE.
       COPY GLFEED.
       COPY GLMAP.
       COPY RUNSTAMP.
       COPY RPTHDFT.
       COPY FXUNRL.
       01  WS-FXPOS-FILE-STATUS        PIC X(02).
       01  WS-FXPOS-EOF-SW             PIC X(01) VALUE "N".
           88  WS-FXPOS-EOF                    VALUE "Y".
       01  WS-GLMAP-EOF-SW             PIC X(01) VALUE "N".
           88  WS-GLMAP-EOF                    VALUE "Y".

       01  WS-UNRL-FAILED-SW           PIC X(01) VALUE "N".
           88  WS-UNRL-FAILED                  VALUE "Y".

       01  WS-GL-TRANS-CLASS           PIC X(04) VALUE SPACES.
       01  WS-GL-REFERENCE.
           05  WS-GR-PREFIX            PIC X(03) VALUE "RVL".
           PERFORM 1400-LOAD-GL-MAP
               THRU 1400-EXIT.

           OPEN EXTEND FX-UNREALIZED-OUT.
           IF WS-FXUNRL-FILE-STATUS = "35"
               OPEN OUTPUT FX-UNREALIZED-OUT
           END-IF.

           OPEN INPUT FX-POSITION-IN.
           IF WS-FXPOS-FILE-STATUS = "35"
               SET WS-FXPOS-EOF TO TRUE
      * A GAIN CREDITS THE UNREALIZED GAIN/LOSS ACCOUNT AND      *
      * DEBITS CLEARING; A LOSS POSTS THE OTHER WAY.  BOTH SIDES *
      * CARRY THE MOVEMENT'S ABSOLUTE VALUE UNDER RVL-PREFIXED   *
      * REFERENCES.  THE MOVEMENT IS THEN REGISTERED AGAINST THE *
      * POSITION SO CASH APPLICATION CAN REVERSE IT WHEN THE     *
      * ITEM IS SETTLED.                                         *
      *----------------------------------------------------------*
       3000-POST-MOVEMENT.
           MOVE "UGL "                 TO WS-GL-TRANS-CLASS.
           END-IF.
           PERFORM 3500-WRITE-GL-LINE
               THRU 3500-EXIT.

           MOVE PS-SOURCE-PROGRAM      TO FU-SOURCE-PROGRAM.
           MOVE PS-REFERENCE           TO FU-GL-REFERENCE.
           MOVE PS-CURRENCY-CODE       TO FU-CURRENCY-CODE.
           MOVE WS-MOVEMENT            TO FU-AMOUNT.
           MOVE WS-POST-DATE           TO FU-POST-DATE.
           SET FU-REVALUATION          TO TRUE.
           WRITE FX-UNREALIZED-OUT-REC FROM FX-UNREALIZED-RECORD.
           IF WS-FXUNRL-FILE-STATUS NOT = "00"
               DISPLAY "ABCREVAL **** UNREALIZED REGISTER WRITE "
                   "FAILED - " PS-REFERENCE " STATUS "
                   WS-FXUNRL-FILE-STATUS " ****"
               MOVE "Y"                TO WS-UNRL-FAILED-SW
           END-IF.
       3000-EXIT.
           EXIT.

           IF WS-FXPOS-FILE-STATUS NOT = "35"
               CLOSE FX-POSITION-IN
           END-IF.
           CLOSE REVAL-REPORT-OUT
                 FX-UNREALIZED-OUT.

           DISPLAY "ABCREVAL CONTROL TOTAL - POSITIONS="
               WS-POSITION-COUNT
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-UNRL-FAILED
               MOVE 8 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
