      *                 THRESHOLD PLUS A SUMMARY REGISTER THAT   *
      *                 TIES REPORTED PLUS UNDER-THRESHOLD BACK  *
      *                 TO THE YEAR'S TOTAL APPORTIONED AMOUNT.  *
      * 2026-10-15  DH  THE APPORTIONMENT DETAIL NOW CARRIES THE *
      *                 BACKUP WITHHOLDING HELD FROM EACH        *
      *                 PORTION.  IT IS ACCUMULATED PER          *
      *                 BENEFICIARY, SHOWN ON THE REGISTER, AND  *
      *                 CARRIED ON THE REPORTING RECORD; A       *
      *                 BENEFICIARY WITH ANY WITHHOLDING IS      *
      *                 REPORTED EVEN UNDER THE MINIMUM.  DETAIL *
      *                 LINES WRITTEN BEFORE THE FIELD WAS ADDED *
      *                 READ AS NOTHING WITHHELD.                *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE SECTION.
       FD  APPOR-DETAIL-IN
           RECORDING MODE IS F.
       01  APPOR-DETAIL-IN-REC         PIC X(46).

       FD  RATE-TAB
           RECORDING MODE IS F.

       FD  BEN-REPORTING-OUT
           RECORDING MODE IS F.
       01  BEN-REPORTING-OUT-REC       PIC X(55).

       FD  BEN-REGISTER-OUT
           RECORDING MODE IS F.

      *----------------------------------------------------------*
      * ONE ROW PER BENEFICIARY: THE YEAR'S ACCUMULATED          *
      * PORTIONS, THE BACKUP WITHHOLDING HELD FROM THEM, AND HOW *
      * MANY DETAIL LINES FED THEM.                              *
      *----------------------------------------------------------*
       01  WS-BENEFICIARY-TABLE.
           05  WS-BEN-COUNT            PIC 9(04) COMP VALUE ZERO.
           05  WS-BEN-ENTRY            OCCURS 500 TIMES.
               10  WS-BN-BENEFICIARY   PIC X(06).
               10  WS-BN-AMOUNT        PIC S9(13)V99 COMP-3.
               10  WS-BN-WITHHELD      PIC S9(13)V99 COMP-3.
               10  WS-BN-LINES         PIC 9(08) COMP-3.

       01  WS-BEN-SUB                  PIC 9(04) COMP VALUE ZERO.
                                       VALUE ZERO.
       01  WS-UNDER-TOTAL              PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-WITHHELD-TOTAL           PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-WITHHELD-COUNT           PIC 9(08) COMP VALUE ZERO.

      *----------------------------------------------------------*
      * THE REPORTING RECORD HANDED TO THE TAX OFFICE: ONE PER   *
      * BENEFICIARY OVER THE REPORTABLE MINIMUM, OR WITH ANY     *
      * BACKUP WITHHOLDING HELD, CARRYING THE YEAR'S GROSS AND   *
      * THE FEDERAL TAX WITHHELD FROM IT.                        *
      *----------------------------------------------------------*
       01  BEN-REPORTING-RECORD.
           05  BY-BENEFICIARY          PIC X(06).
           05  BY-TAX-YEAR             PIC X(04).
           05  BY-TOTAL-AMOUNT         PIC S9(13)V99.
           05  BY-LINE-COUNT           PIC 9(08).
           05  BY-WITHHELD             PIC S9(13)V99.
           05  FILLER                  PIC X(07) VALUE SPACES.

       01  WS-RPT-DATE                 PIC X(10).
           05  FILLER                  PIC X(16) VALUE
               "    YEAR AMOUNT".
           05  FILLER                  PIC X(09) VALUE "    LINES".
           05  FILLER                  PIC X(17) VALUE
               "         WITHHELD".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(24) VALUE "DISPOSITION".

           05  WS-D-AMOUNT             PIC -(12)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-D-LINES              PIC ZZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-D-WITHHELD           PIC -(12)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-DISPOSITION        PIC X(24).

       2000-ACCUMULATE-DETAIL.
           ADD 1 TO WS-DETAIL-COUNT.
           MOVE APPOR-DETAIL-IN-REC    TO APPORTION-DETAIL-RECORD.
           IF AD-WITHHELD IS NOT NUMERIC
               MOVE ZERO               TO AD-WITHHELD
           END-IF.

           MOVE ZERO                   TO WS-BEN-MATCH.
           PERFORM 2200-SCAN-BENEFICIARY
                       TO WS-BN-BENEFICIARY(WS-BEN-COUNT)
                   MOVE ZERO TO WS-BN-AMOUNT(WS-BEN-COUNT)
                   MOVE ZERO TO WS-BN-LINES(WS-BEN-COUNT)
                   MOVE ZERO TO WS-BN-WITHHELD(WS-BEN-COUNT)
                   MOVE WS-BEN-COUNT   TO WS-BEN-MATCH
               ELSE
                   DISPLAY "ABCBENYR **** BENEFICIARY TABLE "
               ADD AD-AMOUNT           TO WS-BN-AMOUNT(WS-BEN-MATCH)
               ADD 1                   TO WS-BN-LINES(WS-BEN-MATCH)
               ADD AD-AMOUNT           TO WS-GRAND-TOTAL
               ADD AD-WITHHELD       TO WS-BN-WITHHELD(WS-BEN-MATCH)
               ADD AD-WITHHELD         TO WS-WITHHELD-TOTAL
           END-IF.

           PERFORM 2100-READ-DETAIL
      *----------------------------------------------------------*
      * OVER THE MINIMUM GETS A REPORTING RECORD; UNDER IT IS    *
      * REGISTERED ONLY, SO THE REGISTER STILL FOOTS TO THE      *
      * YEAR'S TOTAL.  ANY BACKUP WITHHOLDING MAKES THE          *
      * BENEFICIARY REPORTABLE WHATEVER THE AMOUNT.              *
      *----------------------------------------------------------*
       3000-REPORT-BENEFICIARY.
           IF RPT-LINE-COUNT >= RPT-MAX-LINES-PER-PAGE
           MOVE WS-BN-BENEFICIARY(WS-BEN-SUB) TO WS-D-BENEFICIARY.
           MOVE WS-BN-AMOUNT(WS-BEN-SUB)      TO WS-D-AMOUNT.
           MOVE WS-BN-LINES(WS-BEN-SUB)       TO WS-D-LINES.
           MOVE WS-BN-WITHHELD(WS-BEN-SUB)    TO WS-D-WITHHELD.
           IF WS-BN-WITHHELD(WS-BEN-SUB) NOT = ZERO
               ADD 1 TO WS-WITHHELD-COUNT
           END-IF.

           IF WS-BN-AMOUNT(WS-BEN-SUB) >= WS-REPORT-MINIMUM
               OR WS-BN-WITHHELD(WS-BEN-SUB) NOT = ZERO
               ADD 1 TO WS-REPORTED-COUNT
               ADD WS-BN-AMOUNT(WS-BEN-SUB) TO WS-REPORTED-TOTAL
               MOVE "REPORTED"         TO WS-D-DISPOSITION
               MOVE WS-RUN-DATE(1:4)   TO BY-TAX-YEAR
               MOVE WS-BN-AMOUNT(WS-BEN-SUB) TO BY-TOTAL-AMOUNT
               MOVE WS-BN-LINES(WS-BEN-SUB)  TO BY-LINE-COUNT
               MOVE WS-BN-WITHHELD(WS-BEN-SUB) TO BY-WITHHELD
               WRITE BEN-REPORTING-OUT-REC
                   FROM BEN-REPORTING-RECORD
           ELSE
           MOVE WS-UNDER-COUNT         TO RPT-FN-COUNT.
           WRITE BEN-REGISTER-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "BACKUP WITHHELD FROM..." TO RPT-FN-LABEL.
           MOVE WS-WITHHELD-COUNT      TO RPT-FN-COUNT.
           WRITE BEN-REGISTER-OUT-REC FROM RPT-FINAL-LINE.

           IF WS-APPDTL-FILE-STATUS NOT = "35"
               CLOSE APPOR-DETAIL-IN
           END-IF.
               WS-DETAIL-COUNT
               " REPORTED=" WS-REPORTED-COUNT
               " UNDER=" WS-UNDER-COUNT
               " TOTAL=" WS-GRAND-TOTAL
               " WITHHELD=" WS-WITHHELD-TOTAL.

           IF WS-GRAND-TOTAL NOT =
               WS-REPORTED-TOTAL + WS-UNDER-TOTAL
