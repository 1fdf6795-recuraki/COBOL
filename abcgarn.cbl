       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCGARN.
       AUTHOR. D HARLOW.
       INSTALLATION. DL100 BATCH SERVICES.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 2026-10-15  DH  NEW PROGRAM.  GARNISHMENT PRIORITY       *
      *                 ALLOCATION.  FOR EACH EMPLOYEE'S PERIOD  *
      *                 DISPOSABLE EARNINGS CARD, THE            *
      *                 INSTALLMENTS OF THE EMPLOYEE'S           *
      *                 ARRANGEMENTS DUE THAT PERIOD ON THE      *
      *                 FORWARD SCHEDULE ABC143A PROJECTS ARE    *
      *                 FILLED IN THE LEGAL PRIORITY ORDER OF    *
      *                 THEIR ARRANGEMENT TYPES (GARNPRI), EACH  *
      *                 ONLY UP TO ITS TYPE'S CAP ON THE         *
      *                 EARNINGS.  WHAT CANNOT BE TAKEN IS       *
      *                 RESCHEDULED PAST THE ARRANGEMENT'S LAST  *
      *                 PERIOD THE SAME WAY ABCDEDSP EXTENDS A   *
      *                 SUSPENSION, AND THE REWRITTEN SCHEDULE   *
      *                 IS WHAT ABCDEDTR POLICES.  EVERY         *
      *                 EMPLOYEE'S ALLOCATION IS REPORTED.       *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EARNINGS-CARD-IN
               ASSIGN TO DEDEARN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.

           SELECT PRIORITY-TAB
               ASSIGN TO GARNPRI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIORITY-FILE-STATUS.

           SELECT ARRANGE-REG-IN
               ASSIGN TO DEDARRNG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEDARRNG-FILE-STATUS.

           SELECT SCHEDULE-IN
               ASSIGN TO DEDSCHED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-FILE-STATUS.

           SELECT SCHEDULE-OUT
               ASSIGN TO DEDSCHDO
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GARNISH-REPORT-OUT
               ASSIGN TO GARNRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EARNINGS-CARD-IN
           RECORDING MODE IS F.
       01  EARNINGS-CARD-IN-REC        PIC X(20).

       FD  PRIORITY-TAB
           RECORDING MODE IS F.
       01  PRIORITY-TAB-REC            PIC X(31).

       FD  ARRANGE-REG-IN
           RECORDING MODE IS F.
       01  ARRANGE-REG-IN-REC          PIC X(26).

       FD  SCHEDULE-IN
           RECORDING MODE IS F.
       01  SCHEDULE-IN-REC             PIC X(25).

       FD  SCHEDULE-OUT
           RECORDING MODE IS F.
       01  SCHEDULE-OUT-REC            PIC X(25).

       FD  GARNISH-REPORT-OUT
           RECORDING MODE IS F.
       01  GARNISH-REPORT-OUT-REC      PIC X(132).

       WORKING-STORAGE SECTION.
       COPY GARNREC.
       COPY RUNSTAMP.
       COPY RPTHDFT.
       01  WS-CARD-FILE-STATUS         PIC X(02).
       01  WS-PRIORITY-FILE-STATUS     PIC X(02).
       01  WS-SCHED-FILE-STATUS        PIC X(02).

       01  WS-CARD-EOF-SW              PIC X(01) VALUE "N".
           88  WS-CARD-EOF                     VALUE "Y".
       01  WS-PRIORITY-EOF-SW          PIC X(01) VALUE "N".
           88  WS-PRIORITY-EOF                 VALUE "Y".
       01  WS-DEDARRNG-EOF-SW          PIC X(01) VALUE "N".
           88  WS-DEDARRNG-EOF                 VALUE "Y".
       01  WS-SCHED-EOF-SW             PIC X(01) VALUE "N".
           88  WS-SCHED-EOF                    VALUE "Y".

       01  SCHEDULE-RECORD.
           05  SC-ARRANGEMENT-ID       PIC X(08).
           05  SC-INSTALLMENT-NO       PIC 9(03).
           05  SC-DUE-PERIOD           PIC X(06).
           05  SC-AMOUNT               PIC 9(08).

      *----------------------------------------------------------*
      * ARRANGEMENT-TYPE PRIORITY TABLE.                         *
      *----------------------------------------------------------*
       01  WS-PRIORITY-TABLE.
           05  WS-PRI-COUNT            PIC 9(03) COMP VALUE ZERO.
           05  WS-PRI-ENTRY            OCCURS 50 TIMES.
               10  WS-PR-TYPE          PIC X(04).
               10  WS-PR-PRIORITY      PIC 9(02).
               10  WS-PR-CAP-PCT       PIC 9(03)V99 COMP-3.
       01  WS-PRI-SUB                  PIC 9(03) COMP VALUE ZERO.
       01  WS-PRI-MATCH                PIC 9(03) COMP VALUE ZERO.

      *----------------------------------------------------------*
      * ARRANGEMENT REGISTER - THE EMPLOYEE AND TYPE OF EACH     *
      * ARRANGEMENT, WITH ITS PRIORITY-TABLE ROW (ZERO WHEN THE  *
      * TYPE IS NOT ON THE TABLE).                               *
      *----------------------------------------------------------*
       01  WS-ARRANGE-TABLE.
           05  WS-ARR-COUNT            PIC 9(04) COMP VALUE ZERO.
           05  WS-ARR-ENTRY            OCCURS 2000 TIMES.
               10  WS-AR-ARRANGEMENT   PIC X(08).
               10  WS-AR-EMPLOYEE      PIC X(06).
               10  WS-AR-TYPE          PIC X(04).
               10  WS-AR-PRI-SUB       PIC 9(03) COMP.
       01  WS-ARR-SUB                  PIC 9(04) COMP VALUE ZERO.
       01  WS-ARR-MATCH                PIC 9(04) COMP VALUE ZERO.

      *----------------------------------------------------------*
      * FORWARD SCHEDULE, EACH ROW WITH ITS ARRANGEMENT'S        *
      * REGISTER ROW (ZERO WHEN UNREGISTERED).                   *
      *----------------------------------------------------------*
       01  WS-SCHEDULE-TABLE.
           05  WS-SCH-COUNT            PIC 9(04) COMP VALUE ZERO.
           05  WS-SCH-ENTRY            OCCURS 2000 TIMES.
               10  WS-SC-ARRANGEMENT   PIC X(08).
               10  WS-SC-INSTALLMENT   PIC 9(03) COMP-3.
               10  WS-SC-DUE-PERIOD    PIC X(06).
               10  WS-SC-AMOUNT        PIC 9(08) COMP-3.
               10  WS-SC-ARR-SUB       PIC 9(04) COMP.
       01  WS-SCH-SUB                  PIC 9(04) COMP VALUE ZERO.

      *----------------------------------------------------------*
      * THE EMPLOYEE'S INSTALLMENTS DUE IN THE CARD'S PERIOD,    *
      * IN PRIORITY THEN ARRANGEMENT ORDER.                      *
      *----------------------------------------------------------*
       01  WS-DUE-TABLE.
           05  WS-DUE-COUNT            PIC 9(03) COMP VALUE ZERO.
           05  WS-DUE-ENTRY            OCCURS 50 TIMES.
               10  WS-DU-KEY.
                   15  WS-DU-PRIORITY  PIC 9(02).
                   15  WS-DU-ARRANGEMENT
                                       PIC X(08).
               10  WS-DU-SCH-SUB       PIC 9(04) COMP.
       01  WS-DUE-SUB                  PIC 9(03) COMP VALUE ZERO.
       01  WS-DUE-SLOT                 PIC 9(03) COMP VALUE ZERO.
       01  WS-NEW-DUE-KEY.
           05  WS-ND-PRIORITY          PIC 9(02).
           05  WS-ND-ARRANGEMENT       PIC X(08).

       01  WS-ALLOCATED-SO-FAR         PIC 9(08) COMP-3 VALUE ZERO.
       01  WS-LIMIT                    PIC 9(08) COMP-3 VALUE ZERO.
       01  WS-ROOM                     PIC S9(09) COMP-3
                                       VALUE ZERO.
       01  WS-SCHEDULED                PIC 9(08) COMP-3 VALUE ZERO.
       01  WS-ALLOCATED                PIC 9(08) COMP-3 VALUE ZERO.
       01  WS-SHORTFALL                PIC 9(08) COMP-3 VALUE ZERO.
       01  WS-EMP-SCHEDULED            PIC 9(09) COMP-3 VALUE ZERO.
       01  WS-EMP-SHORTFALL            PIC 9(09) COMP-3 VALUE ZERO.
       01  WS-CUR-SCH                  PIC 9(04) COMP VALUE ZERO.
       01  WS-CUR-ARR                  PIC 9(04) COMP VALUE ZERO.
       01  WS-CUR-PRI                  PIC 9(03) COMP VALUE ZERO.

       01  WS-MAX-PERIOD               PIC X(06) VALUE SPACES.
       01  WS-MAX-INSTALLMENT          PIC 9(03) COMP-3 VALUE ZERO.
       01  WS-NEXT-PERIOD.
           05  WS-NP-YEAR              PIC 9(04).
           05  WS-NP-MONTH             PIC 9(02).

       01  WS-CARD-COUNT               PIC 9(08) COMP VALUE ZERO.
       01  WS-ALLOCATED-COUNT          PIC 9(08) COMP VALUE ZERO.
       01  WS-NOTHING-DUE-COUNT        PIC 9(08) COMP VALUE ZERO.
       01  WS-REJECT-COUNT             PIC 9(08) COMP VALUE ZERO.
       01  WS-INSTAL-COUNT             PIC 9(08) COMP VALUE ZERO.
       01  WS-SHORT-COUNT              PIC 9(08) COMP VALUE ZERO.
       01  WS-UNTYPED-COUNT            PIC 9(08) COMP VALUE ZERO.
       01  WS-SHORTFALL-TOTAL          PIC 9(11) COMP-3 VALUE ZERO.

       01  WS-RPT-DATE                 PIC X(10).
       01  WS-PRINT-LINE               PIC X(132).

       01  WS-HEADER-LINE.
           05  FILLER                  PIC X(10) VALUE "ARRANGE".
           05  FILLER                  PIC X(06) VALUE "TYPE".
           05  FILLER                  PIC X(04) VALUE "PRI".
           05  FILLER                  PIC X(08) VALUE "   CAP %".
           05  FILLER                  PIC X(12) VALUE
               "       LIMIT".
           05  FILLER                  PIC X(12) VALUE
               "   SCHEDULED".
           05  FILLER                  PIC X(12) VALUE
               "   ALLOCATED".
           05  FILLER                  PIC X(12) VALUE
               "   SHORTFALL".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE "DISPOSITION".

       01  WS-EMPLOYEE-LINE.
           05  FILLER                  PIC X(09) VALUE "EMPLOYEE ".
           05  WS-E-EMPLOYEE           PIC X(06).
           05  FILLER                  PIC X(09) VALUE "  PERIOD ".
           05  WS-E-PERIOD             PIC X(06).
           05  FILLER                  PIC X(23) VALUE
               "  DISPOSABLE EARNINGS  ".
           05  WS-E-EARNINGS           PIC X(10).
           05  WS-E-EARNINGS-N         REDEFINES WS-E-EARNINGS
                                       PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-E-DISPOSITION        PIC X(40).

       01  WS-DETAIL-LINE.
           05  WS-D-ARRANGEMENT        PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-TYPE               PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-PRIORITY           PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-CAP-PCT            PIC ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-LIMIT              PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-SCHEDULED          PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-ALLOCATED          PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-SHORTFALL          PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-DISPOSITION        PIC X(40).

       01  WS-RESCHEDULED-TEXT.
           05  FILLER                  PIC X(15) VALUE
               "RESCHEDULED TO ".
           05  WS-RT-PERIOD            PIC X(06).

       01  WS-EMPLOYEE-TOTAL-LINE.
           05  FILLER                  PIC X(38) VALUE
               "  EMPLOYEE TOTAL".
           05  WS-T-SCHEDULED          PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-T-ALLOCATED          PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-T-SHORTFALL          PIC ZZ,ZZZ,ZZ9.

       01  WS-AMOUNT-FINAL-LINE.
           05  WS-AF-LABEL             PIC X(24).
           05  WS-AF-AMOUNT            PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(93) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-LOAD-SCHEDULE-ROW
               THRU 2000-EXIT
               UNTIL WS-SCHED-EOF.

           PERFORM 2200-LINK-SCHEDULE-ROW
               THRU 2200-EXIT
               VARYING WS-SCH-SUB FROM 1 BY 1
               UNTIL WS-SCH-SUB > WS-SCH-COUNT.

           PERFORM 3000-PROCESS-EARNINGS-CARD
               THRU 3000-EXIT
               UNTIL WS-CARD-EOF.

           PERFORM 5000-WRITE-SCHEDULE-ROW
               THRU 5000-EXIT
               VARYING WS-SCH-SUB FROM 1 BY 1
               UNTIL WS-SCH-SUB > WS-SCH-COUNT.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           GOBACK.

      *----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT SCHEDULE-OUT
                OUTPUT GARNISH-REPORT-OUT.

           MOVE FUNCTION CURRENT-DATE TO WS-RUNSTAMP-CURRENT-DATE.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:14) TO WS-RUN-ID.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:8)  TO WS-RUN-DATE.

           MOVE "GARNISHMENT PRIORITY ALLOCATION"
               TO RPT-ST-TEXT.
           STRING WS-RUN-DATE(5:2) "/" WS-RUN-DATE(7:2) "/"
               WS-RUN-DATE(1:4)
               DELIMITED BY SIZE INTO WS-RPT-DATE.

           PERFORM 1100-WRITE-PAGE-HEADERS
               THRU 1100-EXIT.

           PERFORM 1200-LOAD-PRIORITIES
               THRU 1200-EXIT.
           PERFORM 1300-LOAD-REGISTER
               THRU 1300-EXIT.

           OPEN INPUT SCHEDULE-IN.
           IF WS-SCHED-FILE-STATUS = "35"
               SET WS-SCHED-EOF TO TRUE
           ELSE
               PERFORM 2100-READ-SCHEDULE
                   THRU 2100-EXIT
           END-IF.

           OPEN INPUT EARNINGS-CARD-IN.
           IF WS-CARD-FILE-STATUS = "35"
               SET WS-CARD-EOF TO TRUE
           ELSE
               PERFORM 3100-READ-EARNINGS-CARD
                   THRU 3100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1100-WRITE-PAGE-HEADERS.
           ADD 1 TO RPT-PAGE-COUNT.
           MOVE WS-RPT-DATE            TO RPT-DL-RUN-DATE.

           WRITE GARNISH-REPORT-OUT-REC FROM RPT-TITLE-LINE.
           WRITE GARNISH-REPORT-OUT-REC FROM RPT-SUBTITLE-LINE.
           WRITE GARNISH-REPORT-OUT-REC FROM RPT-DATE-LINE.
           MOVE SPACES                 TO GARNISH-REPORT-OUT-REC.
           WRITE GARNISH-REPORT-OUT-REC.
           WRITE GARNISH-REPORT-OUT-REC FROM WS-HEADER-LINE.
           MOVE SPACES                 TO GARNISH-REPORT-OUT-REC.
           WRITE GARNISH-REPORT-OUT-REC.

           MOVE 6                      TO RPT-LINE-COUNT.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1200-LOAD-PRIORITIES.
           OPEN INPUT PRIORITY-TAB.
           IF WS-PRIORITY-FILE-STATUS = "35"
               DISPLAY "ABCGARN  **** NO ARRANGEMENT PRIORITY TABLE"
                   " ****"
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1210-LOAD-PRIORITY-ROW
               THRU 1210-EXIT
               UNTIL WS-PRIORITY-EOF.
           CLOSE PRIORITY-TAB.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1210-LOAD-PRIORITY-ROW.
           READ PRIORITY-TAB INTO GARNISH-PRIORITY-RECORD
               AT END
                   SET WS-PRIORITY-EOF TO TRUE
               NOT AT END
                   IF GP-ARRANGEMENT-TYPE NOT = SPACES
                       AND GP-PRIORITY IS NUMERIC
                       AND GP-CAP-PCT IS NUMERIC
                       AND WS-PRI-COUNT < 50
                       ADD 1 TO WS-PRI-COUNT
                       MOVE GP-ARRANGEMENT-TYPE
                           TO WS-PR-TYPE(WS-PRI-COUNT)
                       MOVE GP-PRIORITY
                           TO WS-PR-PRIORITY(WS-PRI-COUNT)
                       MOVE GP-CAP-PCT
                           TO WS-PR-CAP-PCT(WS-PRI-COUNT)
                   END-IF
           END-READ.
       1210-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE LATEST REGISTER ROW FOR AN ARRANGEMENT IS THE ONE IN *
      * FORCE.                                                   *
      *----------------------------------------------------------*
       1300-LOAD-REGISTER.
           OPEN INPUT ARRANGE-REG-IN.
           IF WS-DEDARRNG-FILE-STATUS = "35"
               GO TO 1300-EXIT
           END-IF.
           PERFORM 1310-LOAD-REGISTER-ROW
               THRU 1310-EXIT
               UNTIL WS-DEDARRNG-EOF.
           CLOSE ARRANGE-REG-IN.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1310-LOAD-REGISTER-ROW.
           READ ARRANGE-REG-IN INTO ARRANGEMENT-REGISTER-RECORD
               AT END
                   SET WS-DEDARRNG-EOF TO TRUE
                   GO TO 1310-EXIT
           END-READ.

           MOVE ZERO TO WS-ARR-MATCH.
           PERFORM 1320-SCAN-REGISTER
               THRU 1320-EXIT
               VARYING WS-ARR-SUB FROM 1 BY 1
               UNTIL WS-ARR-SUB > WS-ARR-COUNT
               OR WS-ARR-MATCH > ZERO.
           IF WS-ARR-MATCH = ZERO
               IF WS-ARR-COUNT >= 2000
                   DISPLAY "ABCGARN  **** ARRANGEMENT TABLE FULL ****"
                   MOVE 8 TO RETURN-CODE
                   SET WS-DEDARRNG-EOF TO TRUE
                   GO TO 1310-EXIT
               END-IF
               ADD 1 TO WS-ARR-COUNT
               MOVE WS-ARR-COUNT       TO WS-ARR-MATCH
           END-IF.

           MOVE GN-ARRANGEMENT-ID
               TO WS-AR-ARRANGEMENT(WS-ARR-MATCH).
           MOVE GN-EMPLOYEE-ID         TO WS-AR-EMPLOYEE(WS-ARR-MATCH).
           MOVE GN-ARRANGEMENT-TYPE    TO WS-AR-TYPE(WS-ARR-MATCH).

           MOVE ZERO TO WS-PRI-MATCH.
           PERFORM 1330-SCAN-PRIORITY
               THRU 1330-EXIT
               VARYING WS-PRI-SUB FROM 1 BY 1
               UNTIL WS-PRI-SUB > WS-PRI-COUNT
               OR WS-PRI-MATCH > ZERO.
           MOVE WS-PRI-MATCH           TO WS-AR-PRI-SUB(WS-ARR-MATCH).
       1310-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1320-SCAN-REGISTER.
           IF WS-AR-ARRANGEMENT(WS-ARR-SUB) = GN-ARRANGEMENT-ID
               MOVE WS-ARR-SUB TO WS-ARR-MATCH
           END-IF.
       1320-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1330-SCAN-PRIORITY.
           IF WS-PR-TYPE(WS-PRI-SUB) = GN-ARRANGEMENT-TYPE
               MOVE WS-PRI-SUB TO WS-PRI-MATCH
           END-IF.
       1330-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2000-LOAD-SCHEDULE-ROW.
           MOVE SCHEDULE-IN-REC        TO SCHEDULE-RECORD.
           IF WS-SCH-COUNT < 2000
               ADD 1 TO WS-SCH-COUNT
               MOVE SC-ARRANGEMENT-ID
                   TO WS-SC-ARRANGEMENT(WS-SCH-COUNT)
               MOVE SC-INSTALLMENT-NO
                   TO WS-SC-INSTALLMENT(WS-SCH-COUNT)
               MOVE SC-DUE-PERIOD
                   TO WS-SC-DUE-PERIOD(WS-SCH-COUNT)
               MOVE SC-AMOUNT
                   TO WS-SC-AMOUNT(WS-SCH-COUNT)
           ELSE
               DISPLAY "ABCGARN  **** SCHEDULE TABLE FULL - "
                   "ROW DROPPED ****"
               MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM 2100-READ-SCHEDULE
               THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2100-READ-SCHEDULE.
           READ SCHEDULE-IN
               AT END
                   SET WS-SCHED-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * TIES EACH SCHEDULE ROW TO ITS ARRANGEMENT'S REGISTER ROW *
      * ONCE, SO EACH CARD NEED ONLY PASS THE SCHEDULE.          *
      *----------------------------------------------------------*
       2200-LINK-SCHEDULE-ROW.
           MOVE ZERO TO WS-ARR-MATCH.
           PERFORM 2210-SCAN-ROW-ARRANGEMENT
               THRU 2210-EXIT
               VARYING WS-ARR-SUB FROM 1 BY 1
               UNTIL WS-ARR-SUB > WS-ARR-COUNT
               OR WS-ARR-MATCH > ZERO.
           MOVE WS-ARR-MATCH           TO WS-SC-ARR-SUB(WS-SCH-SUB).
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2210-SCAN-ROW-ARRANGEMENT.
           IF WS-AR-ARRANGEMENT(WS-ARR-SUB)
               = WS-SC-ARRANGEMENT(WS-SCH-SUB)
               MOVE WS-ARR-SUB TO WS-ARR-MATCH
           END-IF.
       2210-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE EMPLOYEE'S DISPOSABLE EARNINGS FOR ONE PERIOD.  THE  *
      * INSTALLMENTS DUE ARE GATHERED IN PRIORITY ORDER AND      *
      * FILLED ONE BY ONE.                                       *
      *----------------------------------------------------------*
       3000-PROCESS-EARNINGS-CARD.
           ADD 1 TO WS-CARD-COUNT.
           MOVE DW-EMPLOYEE-ID         TO WS-E-EMPLOYEE.
           MOVE DW-PERIOD              TO WS-E-PERIOD.
           MOVE SPACES                 TO WS-E-DISPOSITION.

           IF DW-EMPLOYEE-ID = SPACES
               OR DW-PERIOD IS NOT NUMERIC
               OR DW-AMOUNT-N IS NOT NUMERIC
               ADD 1 TO WS-REJECT-COUNT
               MOVE DW-AMOUNT          TO WS-E-EARNINGS
               MOVE "** REJECTED - INVALID CARD" TO WS-E-DISPOSITION
               PERFORM 3900-WRITE-EMPLOYEE-LINE
                   THRU 3900-EXIT
               GO TO 3000-READ-NEXT
           END-IF.
           MOVE DW-AMOUNT-N            TO WS-E-EARNINGS-N.

           MOVE ZERO TO WS-DUE-COUNT.
           PERFORM 3200-GATHER-DUE-ROW
               THRU 3200-EXIT
               VARYING WS-SCH-SUB FROM 1 BY 1
               UNTIL WS-SCH-SUB > WS-SCH-COUNT.

           IF WS-DUE-COUNT = ZERO
               ADD 1 TO WS-NOTHING-DUE-COUNT
               MOVE "NO INSTALLMENTS DUE" TO WS-E-DISPOSITION
               PERFORM 3900-WRITE-EMPLOYEE-LINE
                   THRU 3900-EXIT
               GO TO 3000-READ-NEXT
           END-IF.

           ADD 1 TO WS-ALLOCATED-COUNT.
           PERFORM 3900-WRITE-EMPLOYEE-LINE
               THRU 3900-EXIT.

           MOVE ZERO                   TO WS-ALLOCATED-SO-FAR
                                          WS-EMP-SCHEDULED
                                          WS-EMP-SHORTFALL.
           PERFORM 4000-ALLOCATE-INSTALLMENT
               THRU 4000-EXIT
               VARYING WS-DUE-SUB FROM 1 BY 1
               UNTIL WS-DUE-SUB > WS-DUE-COUNT.

           MOVE WS-EMP-SCHEDULED       TO WS-T-SCHEDULED.
           MOVE WS-ALLOCATED-SO-FAR    TO WS-T-ALLOCATED.
           MOVE WS-EMP-SHORTFALL       TO WS-T-SHORTFALL.
           MOVE WS-EMPLOYEE-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-LINE
               THRU 7000-EXIT.

       3000-READ-NEXT.
           MOVE SPACES                 TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-LINE
               THRU 7000-EXIT.
           PERFORM 3100-READ-EARNINGS-CARD
               THRU 3100-EXIT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3100-READ-EARNINGS-CARD.
           READ EARNINGS-CARD-IN INTO DISPOSABLE-EARNINGS-RECORD
               AT END
                   SET WS-CARD-EOF TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A ROW DUE IN THE CARD'S PERIOD ON ONE OF THE EMPLOYEE'S  *
      * ARRANGEMENTS GOES INTO THE DUE LIST AHEAD OF THE FIRST   *
      * ENTRY WITH A LOWER PRIORITY (HIGHER NUMBER).  A TYPE NOT *
      * ON THE PRIORITY TABLE SORTS LAST AND IS NOT ALLOCATED.   *
      *----------------------------------------------------------*
       3200-GATHER-DUE-ROW.
           IF WS-SC-DUE-PERIOD(WS-SCH-SUB) NOT = DW-PERIOD
               OR WS-SC-ARR-SUB(WS-SCH-SUB) = ZERO
               OR WS-SC-AMOUNT(WS-SCH-SUB) = ZERO
               GO TO 3200-EXIT
           END-IF.
           MOVE WS-SC-ARR-SUB(WS-SCH-SUB) TO WS-CUR-ARR.
           IF WS-AR-EMPLOYEE(WS-CUR-ARR) NOT = DW-EMPLOYEE-ID
               GO TO 3200-EXIT
           END-IF.
           IF WS-DUE-COUNT >= 50
               DISPLAY "ABCGARN  **** DUE TABLE FULL - EMPLOYEE "
                   DW-EMPLOYEE-ID " ****"
               MOVE 8 TO RETURN-CODE
               GO TO 3200-EXIT
           END-IF.

           IF WS-AR-PRI-SUB(WS-CUR-ARR) = ZERO
               MOVE 99                 TO WS-ND-PRIORITY
           ELSE
               MOVE WS-AR-PRI-SUB(WS-CUR-ARR) TO WS-CUR-PRI
               MOVE WS-PR-PRIORITY(WS-CUR-PRI) TO WS-ND-PRIORITY
           END-IF.
           MOVE WS-SC-ARRANGEMENT(WS-SCH-SUB) TO WS-ND-ARRANGEMENT.

           ADD 1 TO WS-DUE-COUNT.
           MOVE WS-DUE-COUNT TO WS-DUE-SLOT.
           PERFORM 3210-SHIFT-DUE-ROW
               THRU 3210-EXIT
               VARYING WS-DUE-SUB FROM WS-DUE-COUNT BY -1
               UNTIL WS-DUE-SUB < 2
               OR WS-DUE-SLOT NOT = WS-DUE-SUB.

           MOVE WS-NEW-DUE-KEY         TO WS-DU-KEY(WS-DUE-SLOT).
           MOVE WS-SCH-SUB             TO WS-DU-SCH-SUB(WS-DUE-SLOT).
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3210-SHIFT-DUE-ROW.
           IF WS-DU-KEY(WS-DUE-SUB - 1) > WS-NEW-DUE-KEY
               MOVE WS-DUE-ENTRY(WS-DUE-SUB - 1)
                   TO WS-DUE-ENTRY(WS-DUE-SUB)
               SUBTRACT 1 FROM WS-DUE-SLOT
           END-IF.
       3210-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3900-WRITE-EMPLOYEE-LINE.
           MOVE WS-EMPLOYEE-LINE       TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-LINE
               THRU 7000-EXIT.
       3900-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE INSTALLMENT.  ITS TYPE'S CAP IS THE MOST THE         *
      * EMPLOYEE MAY HAVE HELD FROM THE PERIOD'S EARNINGS ONCE   *
      * IT IS TAKEN, SO THE ROOM LEFT IS THE CAP LESS WHAT THE   *
      * HIGHER PRIORITIES HAVE ALREADY TAKEN.  THE ROW IS CUT TO *
      * WHAT IS TAKEN AND THE REST RESCHEDULED.                  *
      *----------------------------------------------------------*
       4000-ALLOCATE-INSTALLMENT.
           MOVE WS-DU-SCH-SUB(WS-DUE-SUB) TO WS-CUR-SCH.
           MOVE WS-SC-ARR-SUB(WS-CUR-SCH) TO WS-CUR-ARR.
           MOVE WS-AR-PRI-SUB(WS-CUR-ARR) TO WS-CUR-PRI.
           MOVE WS-SC-AMOUNT(WS-CUR-SCH)  TO WS-SCHEDULED.
           ADD 1 TO WS-INSTAL-COUNT.

           MOVE WS-SC-ARRANGEMENT(WS-CUR-SCH) TO WS-D-ARRANGEMENT.
           MOVE WS-AR-TYPE(WS-CUR-ARR) TO WS-D-TYPE.
           MOVE WS-SCHEDULED           TO WS-D-SCHEDULED.

           IF WS-CUR-PRI = ZERO
               ADD 1 TO WS-UNTYPED-COUNT
               MOVE SPACES             TO WS-D-PRIORITY
               MOVE ZERO               TO WS-D-CAP-PCT
                                          WS-D-LIMIT
                                          WS-D-ALLOCATED
                                          WS-D-SHORTFALL
               MOVE "** TYPE NOT ON PRIORITY TABLE"
                   TO WS-D-DISPOSITION
               GO TO 4000-WRITE
           END-IF.

           ADD WS-SCHEDULED            TO WS-EMP-SCHEDULED.
           MOVE WS-PR-PRIORITY(WS-CUR-PRI) TO WS-D-PRIORITY.
           MOVE WS-PR-CAP-PCT(WS-CUR-PRI)  TO WS-D-CAP-PCT.
           COMPUTE WS-LIMIT =
               DW-AMOUNT-N * WS-PR-CAP-PCT(WS-CUR-PRI) / 100.
           MOVE WS-LIMIT               TO WS-D-LIMIT.

           COMPUTE WS-ROOM = WS-LIMIT - WS-ALLOCATED-SO-FAR.
           IF WS-ROOM < ZERO
               MOVE ZERO               TO WS-ROOM
           END-IF.
           IF WS-SCHEDULED > WS-ROOM
               MOVE WS-ROOM            TO WS-ALLOCATED
           ELSE
               MOVE WS-SCHEDULED       TO WS-ALLOCATED
           END-IF.
           COMPUTE WS-SHORTFALL = WS-SCHEDULED - WS-ALLOCATED.

           ADD WS-ALLOCATED            TO WS-ALLOCATED-SO-FAR.
           MOVE WS-ALLOCATED           TO WS-SC-AMOUNT(WS-CUR-SCH)
                                          WS-D-ALLOCATED.
           MOVE WS-SHORTFALL           TO WS-D-SHORTFALL.

           IF WS-SHORTFALL = ZERO
               MOVE "TAKEN IN FULL"    TO WS-D-DISPOSITION
               GO TO 4000-WRITE
           END-IF.

           ADD 1 TO WS-SHORT-COUNT.
           ADD WS-SHORTFALL            TO WS-EMP-SHORTFALL
                                          WS-SHORTFALL-TOTAL.
           PERFORM 4100-RESCHEDULE-SHORTFALL
               THRU 4100-EXIT.

       4000-WRITE.
           MOVE WS-DETAIL-LINE         TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-LINE
               THRU 7000-EXIT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE SHORTFALL BECOMES A NEW INSTALLMENT IN THE PERIOD    *
      * AFTER THE ARRANGEMENT'S CURRENT LAST ONE - THE EXTEND    *
      * RESCHEDULING ABCDEDSP APPLIES TO A SUSPENSION.           *
      *----------------------------------------------------------*
       4100-RESCHEDULE-SHORTFALL.
           IF WS-SCH-COUNT >= 2000
               DISPLAY "ABCGARN  **** SCHEDULE TABLE FULL - "
                   "SHORTFALL NOT RESCHEDULED ****"
               MOVE 8 TO RETURN-CODE
               MOVE "** SCHEDULE FULL - NOT RESCHEDULED"
                   TO WS-D-DISPOSITION
               GO TO 4100-EXIT
           END-IF.

           MOVE SPACES                 TO WS-MAX-PERIOD.
           MOVE ZERO                   TO WS-MAX-INSTALLMENT.
           PERFORM 4110-SIZE-ONE-ROW
               THRU 4110-EXIT
               VARYING WS-SCH-SUB FROM 1 BY 1
               UNTIL WS-SCH-SUB > WS-SCH-COUNT.

           MOVE WS-MAX-PERIOD(1:4)     TO WS-NP-YEAR.
           MOVE WS-MAX-PERIOD(5:2)     TO WS-NP-MONTH.
           PERFORM 4150-BUMP-NEXT-PERIOD
               THRU 4150-EXIT.

           ADD 1 TO WS-SCH-COUNT.
           ADD 1 TO WS-MAX-INSTALLMENT.
           MOVE WS-SC-ARRANGEMENT(WS-CUR-SCH)
               TO WS-SC-ARRANGEMENT(WS-SCH-COUNT).
           MOVE WS-MAX-INSTALLMENT
               TO WS-SC-INSTALLMENT(WS-SCH-COUNT).
           MOVE WS-NEXT-PERIOD
               TO WS-SC-DUE-PERIOD(WS-SCH-COUNT).
           MOVE WS-SHORTFALL
               TO WS-SC-AMOUNT(WS-SCH-COUNT).
           MOVE WS-CUR-ARR
               TO WS-SC-ARR-SUB(WS-SCH-COUNT).

           MOVE WS-NEXT-PERIOD         TO WS-RT-PERIOD.
           MOVE WS-RESCHEDULED-TEXT    TO WS-D-DISPOSITION.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       4110-SIZE-ONE-ROW.
           IF WS-SC-ARRANGEMENT(WS-SCH-SUB)
               NOT = WS-SC-ARRANGEMENT(WS-CUR-SCH)
               GO TO 4110-EXIT
           END-IF.

           IF WS-SC-DUE-PERIOD(WS-SCH-SUB) > WS-MAX-PERIOD
               MOVE WS-SC-DUE-PERIOD(WS-SCH-SUB)
                   TO WS-MAX-PERIOD
           END-IF.
           IF WS-SC-INSTALLMENT(WS-SCH-SUB) > WS-MAX-INSTALLMENT
               MOVE WS-SC-INSTALLMENT(WS-SCH-SUB)
                   TO WS-MAX-INSTALLMENT
           END-IF.
       4110-EXIT.
           EXIT.

      *----------------------------------------------------------*
       4150-BUMP-NEXT-PERIOD.
           ADD 1 TO WS-NP-MONTH.
           IF WS-NP-MONTH > 12
               MOVE 1 TO WS-NP-MONTH
               ADD 1 TO WS-NP-YEAR
           END-IF.
       4150-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A ZERO-AMOUNT ROW (AN INSTALLMENT NOTHING COULD BE       *
      * TAKEN FOR, NOW WHOLLY RESCHEDULED) DROPS FROM THE        *
      * REWRITTEN SCHEDULE.                                      *
      *----------------------------------------------------------*
       5000-WRITE-SCHEDULE-ROW.
           IF WS-SC-AMOUNT(WS-SCH-SUB) = ZERO
               GO TO 5000-EXIT
           END-IF.

           MOVE WS-SC-ARRANGEMENT(WS-SCH-SUB)
               TO SC-ARRANGEMENT-ID.
           MOVE WS-SC-INSTALLMENT(WS-SCH-SUB)
               TO SC-INSTALLMENT-NO.
           MOVE WS-SC-DUE-PERIOD(WS-SCH-SUB)
               TO SC-DUE-PERIOD.
           MOVE WS-SC-AMOUNT(WS-SCH-SUB)
               TO SC-AMOUNT.
           WRITE SCHEDULE-OUT-REC FROM SCHEDULE-RECORD.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       7000-WRITE-LINE.
           IF RPT-LINE-COUNT >= RPT-MAX-LINES-PER-PAGE
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE GARNISH-REPORT-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 1100-WRITE-PAGE-HEADERS
                   THRU 1100-EXIT
           END-IF.

           WRITE GARNISH-REPORT-OUT-REC FROM WS-PRINT-LINE.
           ADD 1 TO RPT-LINE-COUNT.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       9000-TERMINATE.
           MOVE RPT-PAGE-COUNT         TO RPT-F-PAGE-NO.
           WRITE GARNISH-REPORT-OUT-REC FROM RPT-FOOTER-LINE.

           MOVE "EARNINGS CARDS READ...." TO RPT-FN-LABEL.
           MOVE WS-CARD-COUNT          TO RPT-FN-COUNT.
           WRITE GARNISH-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "EMPLOYEES ALLOCATED...." TO RPT-FN-LABEL.
           MOVE WS-ALLOCATED-COUNT     TO RPT-FN-COUNT.
           WRITE GARNISH-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "NOTHING DUE............" TO RPT-FN-LABEL.
           MOVE WS-NOTHING-DUE-COUNT   TO RPT-FN-COUNT.
           WRITE GARNISH-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "CARDS REJECTED........." TO RPT-FN-LABEL.
           MOVE WS-REJECT-COUNT        TO RPT-FN-COUNT.
           WRITE GARNISH-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "INSTALLMENTS DUE......." TO RPT-FN-LABEL.
           MOVE WS-INSTAL-COUNT        TO RPT-FN-COUNT.
           WRITE GARNISH-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "INSTALLMENTS SHORT....." TO RPT-FN-LABEL.
           MOVE WS-SHORT-COUNT         TO RPT-FN-COUNT.
           WRITE GARNISH-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "TYPE NOT ON TABLE......" TO RPT-FN-LABEL.
           MOVE WS-UNTYPED-COUNT       TO RPT-FN-COUNT.
           WRITE GARNISH-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "SHORTFALL RESCHEDULED.." TO WS-AF-LABEL.
           MOVE WS-SHORTFALL-TOTAL     TO WS-AF-AMOUNT.
           WRITE GARNISH-REPORT-OUT-REC FROM WS-AMOUNT-FINAL-LINE.

           IF WS-CARD-FILE-STATUS NOT = "35"
               CLOSE EARNINGS-CARD-IN
           END-IF.
           IF WS-SCHED-FILE-STATUS NOT = "35"
               CLOSE SCHEDULE-IN
           END-IF.
           CLOSE SCHEDULE-OUT
                 GARNISH-REPORT-OUT.

           DISPLAY "ABCGARN  CONTROL TOTAL - CARDS=" WS-CARD-COUNT
               " ALLOCATED=" WS-ALLOCATED-COUNT
               " NOTHING-DUE=" WS-NOTHING-DUE-COUNT
               " REJECTED=" WS-REJECT-COUNT.

           IF WS-CARD-COUNT NOT = WS-ALLOCATED-COUNT
               + WS-NOTHING-DUE-COUNT + WS-REJECT-COUNT
               DISPLAY
                 "ABCGARN  **** CONTROL TOTALS OUT OF BALANCE ****"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF RETURN-CODE < 4
                   IF WS-REJECT-COUNT > ZERO
                       OR WS-UNTYPED-COUNT > ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
       9000-EXIT.
           EXIT.
