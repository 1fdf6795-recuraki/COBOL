      *                 COMPLETED STEP WITH NO TOTALS LINE ALL   *
      *                 PAGE SOMEONE AT 2 AM INSTEAD OF          *
      *                 SURFACING ON A DASHBOARD AT 8.           *
      * 2026-10-15  DH  ALSO PAGES ON EVERY NIGHTLY              *
      *                 RECONCILIATION THE ABCRCERT REGISTER     *
      *                 MARKS AS UNCERTIFIED PAST ITS ESCALATION *
      *                 LIMIT.                                   *
      * 2026-10-15  DH  ALERT RECORD FILLERS NOW SET TO SPACES   *
      *                 SO NO LOW-VALUES REACH THE PAGING FEED.  *
      * 2026-10-15  DH  EVERY ALERT NOW CARRIES THE REFERENCE OF *
      *                 THE DIAGNOSTIC SET ITS PROGRAM WROTE     *
      *                 TONIGHT, AND A CALCULATOR THAT ENDED     *
      *                 BADLY WITH NO OTHER CRIT ALERT IS PAGED  *
      *                 ON ITS DIAGNOSTIC SET.  ALERT RECORD     *
      *                 WIDENED TO 88 BYTES.                     *
      * 2026-10-15  DH  ALSO RAISES A WARN ALERT FOR EVERY       *
      *                 TRANSACTION ANOMALY FLAG ON THE ABCANOM  *
      *                 REGISTER STILL UNCLEARED FROM AN EARLIER *
      *                 NIGHT.                                   *
      * 2026-10-15  DH  ALERT RECORD MOVED TO COPYBOOK ALERTREC, *
      *                 SHARED WITH ABCEFT AND ABCEXAGE.         *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-FILE-STATUS.

           SELECT RECON-REGISTER-IN
               ASSIGN TO RCERTREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECNCERT-FILE-STATUS.

           SELECT ANOMALY-REGISTER-IN
               ASSIGN TO ANOMREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANOMREG-FILE-STATUS.

           SELECT RATE-TAB
               ASSIGN TO RATECTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATECTL-FILE-STATUS.

           SELECT DIAG-LOG-IN
               ASSIGN TO DIAGLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIAGLOG-FILE-STATUS.

           SELECT ALERT-OUT
               ASSIGN TO ALERTOUT
               ORGANIZATION IS LINE SEQUENTIAL.
           RECORDING MODE IS F.
       01  RUN-STATE-IN-REC            PIC X(30).

       FD  RECON-REGISTER-IN
           RECORDING MODE IS F.
       01  RECON-REGISTER-IN-REC       PIC X(89).

       FD  ANOMALY-REGISTER-IN
           RECORDING MODE IS F.
       01  ANOMALY-REGISTER-IN-REC     PIC X(160).

       FD  RATE-TAB
           RECORDING MODE IS F.
       01  RATE-TAB-REC                PIC X(52).

       FD  DIAG-LOG-IN
           RECORDING MODE IS F.
       01  DIAG-LOG-IN-REC             PIC X(128).

       FD  ALERT-OUT
           RECORDING MODE IS F.
       01  ALERT-OUT-REC               PIC X(88).

       WORKING-STORAGE SECTION.
       COPY PGMTOTAL.
       COPY RATECTL.
       COPY RECNCERT.
       COPY ANOMREC.
       COPY DIAGREC.
       COPY RUNSTAMP.
       01  WS-STATE-FILE-STATUS        PIC X(02).
       01  WS-RATECTL-FILE-STATUS      PIC X(02).
           88  WS-STATE-EOF                    VALUE "Y".
       01  WS-RATECTL-EOF-SW           PIC X(01) VALUE "N".
           88  WS-RATECTL-EOF                  VALUE "Y".
       01  WS-RECNCERT-EOF-SW          PIC X(01) VALUE "N".
           88  WS-RECNCERT-EOF                 VALUE "Y".
       01  WS-ANOMREG-EOF-SW           PIC X(01) VALUE "N".
           88  WS-ANOMREG-EOF                  VALUE "Y".
       01  WS-DIAGLOG-EOF-SW           PIC X(01) VALUE "N".
           88  WS-DIAGLOG-EOF                  VALUE "Y".

       01  RUN-STATE-ROW.
           05  ES-SEQUENCE             PIC 9(03).
           05  FILLER                  PIC X(01).
           05  ES-RUN-DATE             PIC X(08).

       COPY ALERTREC.

      *----------------------------------------------------------*
      * TONIGHT'S TOTALS LINES, HELD SO THE MISSING-TOTALS CHECK *
           05  WS-TOT-ENTRY            OCCURS 100 TIMES.
               10  WS-TO-PROGRAM-ID    PIC X(08).

      *----------------------------------------------------------*
      * TONIGHT'S DIAGNOSTIC SETS, ONE PER HEADER LINE ON THE    *
      * DIAGLOG FILE.  A SET IS MARKED PAGED ONCE A CRIT ALERT   *
      * FOR ITS PROGRAM HAS GONE OUT CARRYING THE REFERENCE.     *
      *----------------------------------------------------------*
       01  WS-DIAG-TABLE.
           05  WS-DIAG-COUNT           PIC 9(03) COMP VALUE ZERO.
           05  WS-DIAG-ENTRY           OCCURS 100 TIMES.
               10  WS-DI-PROGRAM-ID    PIC X(08).
               10  WS-DI-REFERENCE     PIC X(22).
               10  WS-DI-FAIL-REASON   PIC X(01).
                   88  WS-DI-OUT-OF-BALANCE    VALUE "B".
               10  WS-DI-PAGED-SW      PIC X(01).
                   88  WS-DI-PAGED             VALUE "Y".

       01  WS-SUBSCRIPT                PIC 9(03) COMP-3.
       01  WS-DIAG-SUB                 PIC 9(03) COMP-3.
       01  WS-FOUND-SW                 PIC X(01) VALUE "N".
           88  WS-TOTALS-FOUND                 VALUE "Y".

           PERFORM 3000-SCAN-STEP-STATES
               THRU 3000-EXIT.

           PERFORM 4000-SCAN-RECON-REGISTER
               THRU 4000-EXIT.

           PERFORM 4500-SCAN-ANOMALY-REGISTER
               THRU 4500-EXIT.

           PERFORM 5000-PAGE-DIAGNOSTIC-SETS
               THRU 5000-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.


           PERFORM 1100-LOAD-THRESHOLD
               THRU 1100-EXIT.

           PERFORM 1200-LOAD-DIAGNOSTIC-SETS
               THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

       1110-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LOADS THE HEADER LINE OF EVERY DIAGNOSTIC SET A          *
      * CALCULATOR WROTE TONIGHT.  NO DIAGLOG FILE MEANS NOTHING *
      * ENDED BADLY.                                             *
      *----------------------------------------------------------*
       1200-LOAD-DIAGNOSTIC-SETS.
           OPEN INPUT DIAG-LOG-IN.
           IF WS-DIAGLOG-FILE-STATUS = "35"
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1210-LOAD-DIAGNOSTIC-LINE
               THRU 1210-EXIT
               UNTIL WS-DIAGLOG-EOF.
           CLOSE DIAG-LOG-IN.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1210-LOAD-DIAGNOSTIC-LINE.
           READ DIAG-LOG-IN INTO DIAG-LOG-LINE
               AT END
                   SET WS-DIAGLOG-EOF TO TRUE
               NOT AT END
                   IF DG-HEADER-LINE
                       AND DG-RUN-DATE = WS-RUN-DATE
                       AND WS-DIAG-COUNT < 100
                       ADD 1 TO WS-DIAG-COUNT
                       MOVE DG-PROGRAM-ID
                           TO WS-DI-PROGRAM-ID(WS-DIAG-COUNT)
                       MOVE DG-REFERENCE
                           TO WS-DI-REFERENCE(WS-DIAG-COUNT)
                       MOVE DG-FAIL-REASON
                           TO WS-DI-FAIL-REASON(WS-DIAG-COUNT)
                       MOVE "N"
                           TO WS-DI-PAGED-SW(WS-DIAG-COUNT)
                   END-IF
           END-READ.
       1210-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * SCANS TONIGHT'S PROGRAM-TOTALS LINES: A REJECT COUNT     *
      * OVER THE THRESHOLD RAISES A WARN ALERT, AND EVERY        *
       3310-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * SCANS THE RECONCILIATION CERTIFICATION REGISTER: A       *
      * RECONCILIATION ABCRCERT HAS MARKED AS UNCERTIFIED PAST   *
      * ITS ESCALATION LIMIT RAISES A CRIT ALERT EVERY NIGHT     *
      * UNTIL A REVIEWER CERTIFIES IT.                           *
      *----------------------------------------------------------*
       4000-SCAN-RECON-REGISTER.
           OPEN INPUT RECON-REGISTER-IN.
           IF WS-RECNCERT-FILE-STATUS = "35"
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-SCAN-ONE-REGISTER-ROW
               THRU 4100-EXIT
               UNTIL WS-RECNCERT-EOF.
           CLOSE RECON-REGISTER-IN.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       4100-SCAN-ONE-REGISTER-ROW.
           READ RECON-REGISTER-IN INTO RECON-CERT-RECORD
               AT END
                   SET WS-RECNCERT-EOF TO TRUE
               NOT AT END
                   IF NOT RN-CERTIFIED
                       AND RN-ESCALATION-DUE
                       MOVE RN-RECON-ID TO AL-PROGRAM-ID
                       MOVE "CRIT"     TO AL-SEVERITY
                       MOVE SPACES     TO AL-REASON
                       STRING "RECON " RN-BUSINESS-DATE
                           " UNCERTIFIED " RN-DAYS-UNSIGNED
                           " BUS DAYS"
                           DELIMITED BY SIZE INTO AL-REASON
                       PERFORM 8000-WRITE-ALERT
                           THRU 8000-EXIT
                   END-IF
           END-READ.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * SCANS THE TRANSACTION ANOMALY REGISTER: A FLAG ABCANOM   *
      * RAISED ON AN EARLIER NIGHT THAT NO REVIEWER HAS CLEARED  *
      * RAISES A WARN ALERT EVERY NIGHT UNTIL IT IS CLEARED.     *
      * TONIGHT'S OWN FLAGS WAIT FOR TOMORROW'S FEED.            *
      *----------------------------------------------------------*
       4500-SCAN-ANOMALY-REGISTER.
           OPEN INPUT ANOMALY-REGISTER-IN.
           IF WS-ANOMREG-FILE-STATUS = "35"
               GO TO 4500-EXIT
           END-IF.
           PERFORM 4600-SCAN-ONE-ANOMALY-FLAG
               THRU 4600-EXIT
               UNTIL WS-ANOMREG-EOF.
           CLOSE ANOMALY-REGISTER-IN.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------*
       4600-SCAN-ONE-ANOMALY-FLAG.
           READ ANOMALY-REGISTER-IN INTO ANOMALY-FLAG-RECORD
               AT END
                   SET WS-ANOMREG-EOF TO TRUE
               NOT AT END
                   IF AF-OPEN
                       AND AF-FLAG-DATE < WS-RUN-DATE
                       MOVE AF-SOURCE-PROGRAM TO AL-PROGRAM-ID
                       MOVE "WARN"     TO AL-SEVERITY
                       MOVE SPACES     TO AL-REASON
                       STRING "ANOMALY UNCLEARED " AF-FLAG-ID
                           " " AF-CUSTOMER-ID
                           DELIMITED BY SIZE INTO AL-REASON
                       PERFORM 8000-WRITE-ALERT
                           THRU 8000-EXIT
                   END-IF
           END-READ.
       4600-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A CALCULATOR THAT ENDED BADLY TONIGHT WITHOUT ANY OTHER  *
      * CRIT ALERT CARRYING ITS DIAGNOSTICS - A STEP RUN         *
      * OUTSIDE THE EXECUTOR HAS NO STEP-STATE ROW TO PAGE ON -  *
      * RAISES ONE HERE, SO EVERY DIAGNOSTIC SET REACHES THE     *
      * ON-CALL.                                                 *
      *----------------------------------------------------------*
       5000-PAGE-DIAGNOSTIC-SETS.
           PERFORM 5100-PAGE-ONE-DIAGNOSTIC-SET
               THRU 5100-EXIT
               VARYING WS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SUBSCRIPT > WS-DIAG-COUNT.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       5100-PAGE-ONE-DIAGNOSTIC-SET.
           IF WS-DI-PAGED(WS-SUBSCRIPT)
               GO TO 5100-EXIT
           END-IF.

           MOVE WS-DI-PROGRAM-ID(WS-SUBSCRIPT) TO AL-PROGRAM-ID.
           MOVE "CRIT"                 TO AL-SEVERITY.
           IF WS-DI-OUT-OF-BALANCE(WS-SUBSCRIPT)
               MOVE "OUT OF BALANCE - DIAGNOSTICS CAPTURED"
                   TO AL-REASON
           ELSE
               MOVE "RUN FAILED - DIAGNOSTICS CAPTURED"
                   TO AL-REASON
           END-IF.
           PERFORM 8000-WRITE-ALERT
               THRU 8000-EXIT.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * EVERY ALERT CARRIES THE LATEST DIAGNOSTIC REFERENCE FOR  *
      * ITS PROGRAM, IF THERE IS ONE; A CRIT ALERT ALSO MARKS    *
      * THAT PROGRAM'S SETS AS PAGED.                            *
      *----------------------------------------------------------*
       8000-WRITE-ALERT.
           MOVE WS-RUN-DATE            TO AL-RUN-DATE.
           MOVE SPACES                 TO AL-DIAG-REF.
           PERFORM 8100-ATTACH-DIAGNOSTIC-SET
               THRU 8100-EXIT
               VARYING WS-DIAG-SUB FROM 1 BY 1
               UNTIL WS-DIAG-SUB > WS-DIAG-COUNT.
           WRITE ALERT-OUT-REC FROM ALERT-RECORD.
           ADD 1 TO WS-ALERT-COUNT.
           DISPLAY "ABCALERT " AL-SEVERITY " " AL-PROGRAM-ID
               " " AL-REASON " " AL-DIAG-REF.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       8100-ATTACH-DIAGNOSTIC-SET.
           IF WS-DI-PROGRAM-ID(WS-DIAG-SUB) = AL-PROGRAM-ID
               MOVE WS-DI-REFERENCE(WS-DIAG-SUB) TO AL-DIAG-REF
               IF AL-SEVERITY = "CRIT"
                   SET WS-DI-PAGED(WS-DIAG-SUB) TO TRUE
               END-IF
           END-IF.
       8100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       9000-TERMINATE.
           CLOSE ALERT-OUT.
