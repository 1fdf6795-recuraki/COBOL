       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCBWREM.
       AUTHOR. D HARLOW.
       INSTALLATION. DL100 BATCH SERVICES.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 2026-10-15  DH  NEW PROGRAM.  MONTHLY BACKUP WITHHOLDING *
      *                 REMITTANCE REPORT.  READS THE            *
      *                 APPORTIONMENT DETAIL LINES ABC113A       *
      *                 APPENDS, SELECTS THE LINES OF THE        *
      *                 REMITTANCE MONTH THAT CARRY BACKUP       *
      *                 WITHHOLDING, AND PRINTS PER BENEFICIARY  *
      *                 THE TAX ID AND STATUS ON FILE, THE GROSS *
      *                 PORTIONS WITHHELD FROM, AND THE AMOUNT   *
      *                 WITHHELD, CLOSING WITH THE TOTAL TO BE   *
      *                 REMITTED FOR THE MONTH.  A REMITTANCE    *
      *                 CARD THAT IS NOT A VALID MONTH ENDS THE  *
      *                 STEP WITH RETURN-CODE 8.                 *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPOR-DETAIL-IN
               ASSIGN TO APPORDTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPDTL-FILE-STATUS.

           SELECT REMIT-CARD-IN
               ASSIGN TO BWCARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.

           SELECT BEN-TAX-IN
               ASSIGN TO BENTAXST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BENTAX-FILE-STATUS.

           SELECT REMIT-REPORT-OUT
               ASSIGN TO BWREMRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  APPOR-DETAIL-IN
           RECORDING MODE IS F.
       01  APPOR-DETAIL-IN-REC         PIC X(46).

       FD  REMIT-CARD-IN
           RECORDING MODE IS F.
       01  REMIT-CARD-RECORD.
           05  RC-REMIT-MONTH          PIC X(06).
           05  FILLER                  PIC X(74).

       FD  BEN-TAX-IN
           RECORDING MODE IS F.
       01  BEN-TAX-IN-REC              PIC X(24).

       FD  REMIT-REPORT-OUT
           RECORDING MODE IS F.
       01  REMIT-REPORT-OUT-REC        PIC X(132).

       WORKING-STORAGE SECTION.
       COPY APPORDTL.
       COPY BENTAX.
       COPY RUNSTAMP.
       COPY RPTHDFT.
       01  WS-CARD-FILE-STATUS         PIC X(02).
       01  WS-APPDTL-EOF-SW            PIC X(01) VALUE "N".
           88  WS-APPDTL-EOF                   VALUE "Y".
       01  WS-BENTAX-EOF-SW            PIC X(01) VALUE "N".
           88  WS-BENTAX-EOF                   VALUE "Y".

       01  WS-CARD-BAD-SW              PIC X(01) VALUE "N".
           88  WS-CARD-BAD                     VALUE "Y".

       01  WS-REMIT-MONTH              PIC X(06) VALUE SPACES.
       01  WS-REMIT-MONTH-NUM          PIC 9(06) VALUE ZERO.
       01  WS-REMIT-MONTH-PARTS REDEFINES WS-REMIT-MONTH-NUM.
           05  WS-RM-YEAR              PIC 9(04).
           05  WS-RM-MONTH             PIC 9(02).

      *----------------------------------------------------------*
      * ONE ROW PER BENEFICIARY WITHHELD FROM IN THE MONTH: THE  *
      * GROSS PORTIONS, THE AMOUNT WITHHELD, AND THE LINE COUNT. *
      *----------------------------------------------------------*
       01  WS-REMIT-TABLE.
           05  WS-RMT-COUNT            PIC 9(04) COMP VALUE ZERO.
           05  WS-RMT-ENTRY            OCCURS 500 TIMES.
               10  WS-RT-BENEFICIARY   PIC X(06).
               10  WS-RT-GROSS         PIC S9(13)V99 COMP-3.
               10  WS-RT-WITHHELD      PIC S9(13)V99 COMP-3.
               10  WS-RT-LINES         PIC 9(08) COMP-3.

       01  WS-RMT-SUB                  PIC 9(04) COMP VALUE ZERO.
       01  WS-RMT-MATCH                PIC 9(04) COMP VALUE ZERO.

       01  WS-DETAIL-COUNT             PIC 9(08) COMP VALUE ZERO.
       01  WS-SELECTED-COUNT           PIC 9(08) COMP VALUE ZERO.
       01  WS-DROPPED-COUNT            PIC 9(08) COMP VALUE ZERO.
       01  WS-NOT-ON-FILE-COUNT        PIC 9(08) COMP VALUE ZERO.
       01  WS-GROSS-TOTAL              PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-WITHHELD-TOTAL           PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-REMIT-TOTAL              PIC S9(13)V99 COMP-3
                                       VALUE ZERO.

       01  WS-RPT-DATE                 PIC X(10).
       01  WS-HOLD-LINE                PIC X(132).

       01  WS-HEADER-LINE.
           05  FILLER                  PIC X(13) VALUE "BENEFICIARY".
           05  FILLER                  PIC X(11) VALUE "TAX ID".
           05  FILLER                  PIC X(13) VALUE "TIN STATUS".
           05  FILLER                  PIC X(08) VALUE "   LINES".
           05  FILLER                  PIC X(18) VALUE
               "    GROSS PORTIONS".
           05  FILLER                  PIC X(18) VALUE
               "   BACKUP WITHHELD".

       01  WS-DETAIL-LINE.
           05  WS-D-BENEFICIARY        PIC X(06).
           05  FILLER                  PIC X(07) VALUE SPACES.
           05  WS-D-TAX-ID             PIC X(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-TIN-STATUS         PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-D-LINES              PIC ZZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-GROSS              PIC -(12)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-WITHHELD           PIC -(12)9.99.

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(37) VALUE
               "TOTAL TO REMIT FOR THE MONTH".
           05  FILLER                  PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-T-GROSS              PIC -(12)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-T-WITHHELD           PIC -(12)9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-PROCESS-DETAIL
               THRU 2000-EXIT
               UNTIL WS-APPDTL-EOF.

           PERFORM 3000-REPORT-BENEFICIARY
               THRU 3000-EXIT
               VARYING WS-RMT-SUB FROM 1 BY 1
               UNTIL WS-RMT-SUB > WS-RMT-COUNT.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           GOBACK.

      *----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT REMIT-REPORT-OUT.

           MOVE FUNCTION CURRENT-DATE TO WS-RUNSTAMP-CURRENT-DATE.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:14) TO WS-RUN-ID.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:8)  TO WS-RUN-DATE.
           MOVE WS-RUN-DATE(1:6)       TO WS-REMIT-MONTH.

           PERFORM 1200-READ-REMIT-CARD
               THRU 1200-EXIT.

           MOVE SPACES                 TO RPT-ST-TEXT.
           STRING "BACKUP WITHHOLDING REMITTANCE - MONTH "
               WS-REMIT-MONTH
               DELIMITED BY SIZE INTO RPT-ST-TEXT.
           STRING WS-RUN-DATE(5:2) "/" WS-RUN-DATE(7:2) "/"
               WS-RUN-DATE(1:4)
               DELIMITED BY SIZE INTO WS-RPT-DATE.

           PERFORM 1100-WRITE-PAGE-HEADERS
               THRU 1100-EXIT.

           IF WS-CARD-BAD
               SET WS-APPDTL-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF.

           PERFORM 1300-LOAD-BENEFICIARY-TAX
               THRU 1300-EXIT.

           OPEN INPUT APPOR-DETAIL-IN.
           IF WS-APPDTL-FILE-STATUS = "35"
               SET WS-APPDTL-EOF TO TRUE
           ELSE
               PERFORM 2100-READ-DETAIL
                   THRU 2100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1100-WRITE-PAGE-HEADERS.
           ADD 1 TO RPT-PAGE-COUNT.
           MOVE WS-RPT-DATE            TO RPT-DL-RUN-DATE.

           WRITE REMIT-REPORT-OUT-REC FROM RPT-TITLE-LINE.
           WRITE REMIT-REPORT-OUT-REC FROM RPT-SUBTITLE-LINE.
           WRITE REMIT-REPORT-OUT-REC FROM RPT-DATE-LINE.
           MOVE SPACES                 TO REMIT-REPORT-OUT-REC.
           WRITE REMIT-REPORT-OUT-REC.
           WRITE REMIT-REPORT-OUT-REC FROM WS-HEADER-LINE.
           MOVE SPACES                 TO REMIT-REPORT-OUT-REC.
           WRITE REMIT-REPORT-OUT-REC.

           MOVE 6                      TO RPT-LINE-COUNT.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * AN OPTIONAL REMITTANCE CARD NAMES THE MONTH BEING        *
      * REMITTED (YYYYMM), SO THE REPORT CAN BE RUN AFTER THE    *
      * CALENDAR HAS TURNED.  A CARD THAT IS NOT A VALID MONTH   *
      * FAILS THE STEP WITHOUT REPORTING ANYTHING.               *
      *----------------------------------------------------------*
       1200-READ-REMIT-CARD.
           OPEN INPUT REMIT-CARD-IN.
           IF WS-CARD-FILE-STATUS = "35"
               GO TO 1200-EXIT
           END-IF.
           READ REMIT-CARD-IN
               AT END
                   CONTINUE
               NOT AT END
                   IF RC-REMIT-MONTH NOT = SPACES
                       MOVE RC-REMIT-MONTH TO WS-REMIT-MONTH
                   END-IF
           END-READ.
           CLOSE REMIT-CARD-IN.

           IF WS-REMIT-MONTH IS NOT NUMERIC
               SET WS-CARD-BAD TO TRUE
               GO TO 1200-EXIT
           END-IF.
           MOVE WS-REMIT-MONTH         TO WS-REMIT-MONTH-NUM.
           IF WS-RM-MONTH < 1 OR WS-RM-MONTH > 12
               SET WS-CARD-BAD TO TRUE
           END-IF.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE TAX-STATUS FILE SUPPLIES THE TAX ID AND STATUS SHOWN *
      * AGAINST EACH BENEFICIARY.                                *
      *----------------------------------------------------------*
       1300-LOAD-BENEFICIARY-TAX.
           OPEN INPUT BEN-TAX-IN.
           IF WS-BENTAX-FILE-STATUS = "35"
               GO TO 1300-EXIT
           END-IF.
           PERFORM 1310-LOAD-TAX-ROW
               THRU 1310-EXIT
               UNTIL WS-BENTAX-EOF.
           CLOSE BEN-TAX-IN.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1310-LOAD-TAX-ROW.
           READ BEN-TAX-IN INTO BENEFICIARY-TAX-RECORD
               AT END
                   SET WS-BENTAX-EOF TO TRUE
                   GO TO 1310-EXIT
           END-READ.

           IF BTX-ENTRY-COUNT >= 500
               DISPLAY "ABCBWREM **** BENEFICIARY TAX TABLE "
                   "FULL - ROW DROPPED ****"
               GO TO 1310-EXIT
           END-IF.

           ADD 1 TO BTX-ENTRY-COUNT.
           MOVE BT-BENEFICIARY  TO BTX-BENEFICIARY(BTX-ENTRY-COUNT).
           MOVE BT-TAX-ID       TO BTX-TAX-ID(BTX-ENTRY-COUNT).
           MOVE BT-TIN-STATUS   TO BTX-TIN-STATUS(BTX-ENTRY-COUNT).
           IF BT-TIN-CERTIFIED
               AND BT-TAX-ID IS NUMERIC
               AND BT-TAX-ID-N > ZERO
               MOVE "N"         TO BTX-WITHHOLD-SW(BTX-ENTRY-COUNT)
           ELSE
               MOVE "Y"         TO BTX-WITHHOLD-SW(BTX-ENTRY-COUNT)
           END-IF.
       1310-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE DETAIL LINE.  LINES OUTSIDE THE REMITTANCE MONTH, OR *
      * WITH NOTHING WITHHELD, ARE PASSED BY.  LINES WRITTEN     *
      * BEFORE THE WITHHOLDING FIELD WAS ADDED READ AS NOTHING   *
      * WITHHELD.                                                *
      *----------------------------------------------------------*
       2000-PROCESS-DETAIL.
           ADD 1 TO WS-DETAIL-COUNT.
           MOVE APPOR-DETAIL-IN-REC    TO APPORTION-DETAIL-RECORD.
           IF AD-WITHHELD IS NOT NUMERIC
               MOVE ZERO               TO AD-WITHHELD
           END-IF.

           IF AD-RUN-DATE(1:6) NOT = WS-REMIT-MONTH
               OR AD-WITHHELD = ZERO
               GO TO 2000-READ-NEXT
           END-IF.
           ADD 1 TO WS-SELECTED-COUNT.
           ADD AD-WITHHELD             TO WS-WITHHELD-TOTAL.

           MOVE ZERO                   TO WS-RMT-MATCH.
           PERFORM 2200-SCAN-BENEFICIARY
               THRU 2200-EXIT
               VARYING WS-RMT-SUB FROM 1 BY 1
               UNTIL WS-RMT-SUB > WS-RMT-COUNT
               OR WS-RMT-MATCH > ZERO.

           IF WS-RMT-MATCH = ZERO
               IF WS-RMT-COUNT < 500
                   ADD 1 TO WS-RMT-COUNT
                   MOVE AD-BENEFICIARY
                       TO WS-RT-BENEFICIARY(WS-RMT-COUNT)
                   MOVE ZERO TO WS-RT-GROSS(WS-RMT-COUNT)
                   MOVE ZERO TO WS-RT-WITHHELD(WS-RMT-COUNT)
                   MOVE ZERO TO WS-RT-LINES(WS-RMT-COUNT)
                   MOVE WS-RMT-COUNT   TO WS-RMT-MATCH
               ELSE
                   DISPLAY "ABCBWREM **** REMITTANCE TABLE "
                       "FULL - LINE DROPPED ****"
                   ADD 1 TO WS-DROPPED-COUNT
                   GO TO 2000-READ-NEXT
               END-IF
           END-IF.

           ADD AD-AMOUNT             TO WS-RT-GROSS(WS-RMT-MATCH).
           ADD AD-WITHHELD           TO WS-RT-WITHHELD(WS-RMT-MATCH).
           ADD 1                     TO WS-RT-LINES(WS-RMT-MATCH).

       2000-READ-NEXT.
           PERFORM 2100-READ-DETAIL
               THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2100-READ-DETAIL.
           READ APPOR-DETAIL-IN
               AT END
                   SET WS-APPDTL-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2200-SCAN-BENEFICIARY.
           IF WS-RT-BENEFICIARY(WS-RMT-SUB) = AD-BENEFICIARY
               MOVE WS-RMT-SUB         TO WS-RMT-MATCH
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE REPORT LINE PER BENEFICIARY WITHHELD FROM, WITH THE  *
      * TAX ID AND STATUS NOW ON FILE.                           *
      *----------------------------------------------------------*
       3000-REPORT-BENEFICIARY.
           MOVE WS-RT-BENEFICIARY(WS-RMT-SUB) TO WS-D-BENEFICIARY.
           MOVE WS-RT-LINES(WS-RMT-SUB)       TO WS-D-LINES.
           MOVE WS-RT-GROSS(WS-RMT-SUB)       TO WS-D-GROSS.
           MOVE WS-RT-WITHHELD(WS-RMT-SUB)    TO WS-D-WITHHELD.
           ADD WS-RT-GROSS(WS-RMT-SUB)        TO WS-GROSS-TOTAL.
           ADD WS-RT-WITHHELD(WS-RMT-SUB)     TO WS-REMIT-TOTAL.

           MOVE ZERO                   TO BTX-MATCH-SUB.
           PERFORM 3100-SCAN-TAX-ENTRY
               THRU 3100-EXIT
               VARYING BTX-LOOKUP-SUB FROM 1 BY 1
               UNTIL BTX-LOOKUP-SUB > BTX-ENTRY-COUNT
               OR BTX-MATCH-SUB > ZERO.

           IF BTX-MATCH-SUB = ZERO
               ADD 1 TO WS-NOT-ON-FILE-COUNT
               MOVE SPACES             TO WS-D-TAX-ID
               MOVE "NOT ON FILE"      TO WS-D-TIN-STATUS
               GO TO 3000-WRITE
           END-IF.

           MOVE BTX-TAX-ID(BTX-MATCH-SUB) TO WS-D-TAX-ID.
           EVALUATE TRUE
               WHEN NOT BTX-WITHHOLD(BTX-MATCH-SUB)
                   MOVE "CERTIFIED"    TO WS-D-TIN-STATUS
               WHEN BTX-TAX-ID(BTX-MATCH-SUB) = SPACES
                   OR BTX-TAX-ID(BTX-MATCH-SUB) = ZERO
                   OR BTX-TAX-ID(BTX-MATCH-SUB) IS NOT NUMERIC
                   MOVE "NO TAX ID"    TO WS-D-TIN-STATUS
               WHEN BTX-TIN-STATUS(BTX-MATCH-SUB) = "B"
                   MOVE "IRS NOTICE"   TO WS-D-TIN-STATUS
               WHEN OTHER
                   MOVE "UNCERTIFIED"  TO WS-D-TIN-STATUS
           END-EVALUATE.

       3000-WRITE.
           MOVE WS-DETAIL-LINE         TO REMIT-REPORT-OUT-REC.
           PERFORM 4000-WRITE-REPORT-LINE
               THRU 4000-EXIT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3100-SCAN-TAX-ENTRY.
           IF BTX-BENEFICIARY(BTX-LOOKUP-SUB)
               = WS-RT-BENEFICIARY(WS-RMT-SUB)
               MOVE BTX-LOOKUP-SUB     TO BTX-MATCH-SUB
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       4000-WRITE-REPORT-LINE.
           IF RPT-LINE-COUNT >= RPT-MAX-LINES-PER-PAGE
               MOVE REMIT-REPORT-OUT-REC TO WS-HOLD-LINE
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE REMIT-REPORT-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 1100-WRITE-PAGE-HEADERS
                   THRU 1100-EXIT
               MOVE WS-HOLD-LINE       TO REMIT-REPORT-OUT-REC
           END-IF.

           WRITE REMIT-REPORT-OUT-REC.
           ADD 1 TO RPT-LINE-COUNT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       9000-TERMINATE.
           MOVE SPACES                 TO REMIT-REPORT-OUT-REC.
           PERFORM 4000-WRITE-REPORT-LINE
               THRU 4000-EXIT.
           MOVE WS-GROSS-TOTAL         TO WS-T-GROSS.
           MOVE WS-REMIT-TOTAL         TO WS-T-WITHHELD.
           MOVE WS-TOTAL-LINE          TO REMIT-REPORT-OUT-REC.
           PERFORM 4000-WRITE-REPORT-LINE
               THRU 4000-EXIT.

           MOVE RPT-PAGE-COUNT         TO RPT-F-PAGE-NO.
           WRITE REMIT-REPORT-OUT-REC FROM RPT-FOOTER-LINE.

           MOVE "DETAIL LINES READ......" TO RPT-FN-LABEL.
           MOVE WS-DETAIL-COUNT        TO RPT-FN-COUNT.
           WRITE REMIT-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "WITHHELD IN MONTH......" TO RPT-FN-LABEL.
           MOVE WS-SELECTED-COUNT      TO RPT-FN-COUNT.
           WRITE REMIT-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "BENEFICIARIES.........." TO RPT-FN-LABEL.
           MOVE WS-RMT-COUNT           TO RPT-FN-COUNT.
           WRITE REMIT-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "NOT ON TAX-STATUS FILE." TO RPT-FN-LABEL.
           MOVE WS-NOT-ON-FILE-COUNT   TO RPT-FN-COUNT.
           WRITE REMIT-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           IF WS-APPDTL-FILE-STATUS NOT = "35"
               AND NOT WS-CARD-BAD
               CLOSE APPOR-DETAIL-IN
           END-IF.
           CLOSE REMIT-REPORT-OUT.

           DISPLAY "ABCBWREM CONTROL TOTAL - MONTH=" WS-REMIT-MONTH
               " LINES=" WS-SELECTED-COUNT
               " WITHHELD=" WS-WITHHELD-TOTAL
               " REMIT=" WS-REMIT-TOTAL.

           IF WS-CARD-BAD
               DISPLAY "ABCBWREM **** REMITTANCE CARD MONTH "
                   WS-REMIT-MONTH " IS NOT A VALID YYYYMM ****"
               MOVE 8 TO RETURN-CODE
               GO TO 9000-EXIT
           END-IF.
           IF WS-DROPPED-COUNT > ZERO
               OR WS-REMIT-TOTAL NOT = WS-WITHHELD-TOTAL
               DISPLAY
                 "ABCBWREM **** CONTROL TOTALS OUT OF BALANCE ****"
               MOVE 8 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
