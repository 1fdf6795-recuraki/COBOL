      *                 REPORTS A COUNT OF STATEMENTS PER        *
      *                 MESSAGE SO COMPLIANCE CAN CERTIFY THE    *
      *                 NOTICE WENT OUT.                         *
      * 2026-10-15  DH  EACH STATEMENT WITH A BALANCE TO PAY NOW *
      *                 PRINTS THE EARLY-PAYMENT DISCOUNT DATE   *
      *                 AND THE DISCOUNTED AMOUNT, FROM THE CASH *
      *                 RUN'S PAYMENT-TERMS ROW ON THE RATE      *
      *                 CONTROL FILE.                            *
      * 2026-10-15  DH  EVERY EXTRACT LINE BILLED IS ALSO KEPT,  *
      *                 STAMPED WITH THE STATEMENT DATE, ON THE  *
      *                 NIGHT'S GENERATION OF THE NEW STATEMENT  *
      *                 ARCHIVE (STMTARC), SO A PAST STATEMENT   *
      *                 CAN BE REPRINTED (ABCSTMTR).             *
      * 2026-10-15  DH  A PRINT CUSTOMER WHOSE ADDRESS RETURNED  *
      *                 MAIL HAS FLAGGED UNDELIVERABLE IS NO     *
      *                 LONGER MAILED A STATEMENT.  THE          *
      *                 STATEMENT IS STILL ARCHIVED, AND THE     *
      *                 CUSTOMER IS LISTED WITH ITS TOTAL ON AN  *
      *                 EXCEPTION PAGE AT THE END OF THE PRINT   *
      *                 STREAM UNTIL MAINTENANCE CORRECTS THE    *
      *                 ADDRESS.                                 *
      * 2026-10-15  DH  CYCLE BILLING.  A CUSTOMER WITH A        *
      *                 BILLING CYCLE DAY ON THE MASTER IS       *
      *                 BILLED ONCE A MONTH: ITS EXTRACT LINES   *
      *                 ARE HELD ON THE HELD BILLING FILE        *
      *                 (BILLHOLD), WHICH THE NIGHTLY JOB SORTS  *
      *                 BACK IN WITH THE NEXT NIGHT'S EXTRACT,   *
      *                 UNTIL ITS BILLING DATE - THE CYCLE DAY,  *
      *                 OR THE NEXT BUSINESS DAY ON THE CALENDAR *
      *                 MASTER WHEN THAT IS A HOLIDAY OR WEEKEND *
      *                 - WHEN ONE STATEMENT IS CUT FOR THE      *
      *                 WHOLE CYCLE, DATED THE BILLING DATE.     *
      *                 THE EXTRACT IS NOW SORTED ON CHARGE DATE *
      *                 WITHIN CUSTOMER.  A CUSTOMER WITH NO     *
      *                 CYCLE DAY IS STILL BILLED NIGHTLY.  THE  *
      *                 DISCOUNT DATE IS COUNTED FROM EACH       *
      *                 STATEMENT'S OWN DATE.                    *
      * 2026-10-15  DH  EACH STATEMENT ARCHIVE LINE NOW ALSO     *
      *                 CARRIES THIS RUN'S RUN-ID (THE ARCHIVE   *
      *                 ROW IS NOW 87 BYTES), SO THE CASH RUN    *
      *                 CAN TELL WHICH LINES IT HAS RAISED.      *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTHIER-FILE-STATUS.

           SELECT RATE-TAB
               ASSIGN TO RATECTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATECTL-FILE-STATUS.

           SELECT STMT-ARCHIVE-OUT
               ASSIGN TO STMTARC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMTARC-FILE-STATUS.

           SELECT BILL-HOLD-OUT
               ASSIGN TO BILLHOLD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILLHOLD-FILE-STATUS.

           SELECT CALENDAR-MASTER-IN
               ASSIGN TO CALMAST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALMAST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STMT-EXTRACT-IN
           RECORDING MODE IS F.
       01  HIERARCHY-IN-REC            PIC X(12).

       FD  RATE-TAB
           RECORDING MODE IS F.
       COPY RATECTL.

       FD  STMT-ARCHIVE-OUT
           RECORDING MODE IS F.
       01  STMT-ARCHIVE-OUT-REC        PIC X(87).

       FD  BILL-HOLD-OUT
           RECORDING MODE IS F.
       01  BILL-HOLD-OUT-REC           PIC X(65).

       FD  CALENDAR-MASTER-IN
           RECORDING MODE IS F.
       01  CALENDAR-MASTER-IN-REC      PIC X(17).

       WORKING-STORAGE SECTION.
       COPY STMTREC.
       COPY STMTMSG.
       COPY STMTARC.
       COPY CUSTHIER.
       COPY CALMAST.
       COPY RUNSTAMP.
       COPY RPTHDFT.
       01  WS-CUSTKSD-FILE-STATUS      PIC X(02).
           88  WS-END-OF-FILE                  VALUE "Y".

       01  WS-EXTRACT-COUNT            PIC 9(08) COMP VALUE ZERO.
       01  WS-BILLED-COUNT             PIC 9(08) COMP VALUE ZERO.
       01  WS-STATEMENT-COUNT          PIC 9(08) COMP VALUE ZERO.

       01  WS-CURRENT-CUSTOMER         PIC X(06) VALUE SPACES.
       01  WS-DISTCTL-FILE-STATUS      PIC X(02).
       01  WS-DELIVERY-SW              PIC X(01) VALUE "P".
           88  WS-DELIVER-ELECTRONIC           VALUE "E".
           88  WS-DELIVER-WITHHELD             VALUE "W".
       01  WS-PRINT-STMT-COUNT         PIC 9(08) COMP VALUE ZERO.
       01  WS-ELEC-STMT-COUNT          PIC 9(08) COMP VALUE ZERO.
       01  WS-WITHHELD-STMT-COUNT      PIC 9(08) COMP VALUE ZERO.

      *----------------------------------------------------------*
      * PRINT STATEMENTS WITHHELD BECAUSE THE ADDRESS IS FLAGGED *
      * UNDELIVERABLE, LISTED ON THE EXCEPTION PAGE AT THE END   *
      * OF THE PRINT STREAM.                                     *
      *----------------------------------------------------------*
       01  WS-WITHHELD-TABLE.
           05  WS-WH-COUNT             PIC 9(03) COMP VALUE ZERO.
           05  WS-WH-ENTRY             OCCURS 500 TIMES.
               10  WS-WH-CUSTOMER-ID   PIC X(06).
               10  WS-WH-NAME          PIC X(31).
               10  WS-WH-ADDRESS-LINE-1 PIC X(25).
               10  WS-WH-TOTAL         PIC S9(13)V99 COMP-3.
       01  WS-WH-SUB                   PIC 9(03) COMP VALUE ZERO.
       01  WS-WH-LISTED-SW             PIC X(01) VALUE "N".
           88  WS-WH-LISTED                    VALUE "Y".

       01  WS-WH-HEAD-LINE.
           05  FILLER                  PIC X(08) VALUE "CUSTOMER".
           05  FILLER                  PIC X(33) VALUE "NAME".
           05  FILLER                  PIC X(27) VALUE
               "ADDRESS LINE 1".
           05  FILLER                  PIC X(16) VALUE
               " STATEMENT TOTAL".

       01  WS-WH-DETAIL-LINE.
           05  WS-WD-CUSTOMER-ID       PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-WD-NAME              PIC X(31).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-WD-ADDRESS-LINE-1    PIC X(25).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-WD-TOTAL             PIC -(12)9.99.
       01  WS-STMT-LINE                PIC X(132).

      *----------------------------------------------------------*
      * BILLING CYCLE.  A CUSTOMER'S BILLING DATE IN A MONTH IS  *
      * ITS CYCLE DAY (THE LAST DAY OF A SHORTER MONTH), ROLLED  *
      * FORWARD PAST ANY HOLIDAY OR WEEKEND ROW ON THE CALENDAR  *
      * MASTER.  THE BILLING DATES OF THIS MONTH AND LAST MONTH  *
      * ARE WORKED OUT FOR EVERY CYCLE DAY AT THE START OF THE   *
      * RUN.  A CUSTOMER'S LINES CHARGED ON OR BEFORE ITS LATEST *
      * BILLING DATE THAT HAS ARRIVED ARE BILLED; LATER ONES ARE *
      * HELD ON BILLHOLD FOR THE NEXT CYCLE.  A CUSTOMER BILLED  *
      * NIGHTLY HAS A BILL-THROUGH DATE OF HIGH-VALUES.          *
      *----------------------------------------------------------*
       01  WS-BILLHOLD-FILE-STATUS     PIC X(02).
       01  WS-CYCLE-DAY                PIC 9(02) VALUE ZERO.
       01  WS-BILL-THROUGH-DATE        PIC X(08) VALUE SPACES.
       01  WS-STMT-DATE                PIC X(08) VALUE SPACES.
       01  WS-STMT-OPEN-SW             PIC X(01) VALUE "N".
           88  WS-STMT-OPEN                    VALUE "Y".
       01  WS-CUST-HELD-SW             PIC X(01) VALUE "N".
           88  WS-CUST-HELD                    VALUE "Y".
       01  WS-HELD-LINE-COUNT          PIC 9(08) COMP VALUE ZERO.
       01  WS-HELD-CUST-COUNT          PIC 9(08) COMP VALUE ZERO.

       01  WS-CYCLE-TABLE.
           05  WS-CY-ENTRY             OCCURS 31 TIMES.
               10  WS-CY-PRIOR-DATE    PIC X(08).
               10  WS-CY-CURRENT-DATE  PIC X(08).
       01  WS-CY-SUB                   PIC 9(02) COMP VALUE ZERO.
       01  WS-CYCLE-PASS-SW            PIC X(01) VALUE "C".
           88  WS-CYCLE-PASS-PRIOR             VALUE "P".
           88  WS-CYCLE-PASS-CURRENT           VALUE "C".

       01  WS-CYCLE-DATE.
           05  WS-CD-YEAR              PIC 9(04).
           05  WS-CD-MONTH             PIC 9(02).
           05  WS-CD-DAY               PIC 9(02).
       01  WS-CYCLE-DATE-N             REDEFINES WS-CYCLE-DATE
                                       PIC 9(08).
       01  WS-PRIOR-MONTH-START        PIC X(08) VALUE SPACES.
       01  WS-CURR-MONTH-START         PIC X(08) VALUE SPACES.
       01  WS-NEXT-MONTH-START         PIC X(08) VALUE SPACES.
       01  WS-MONTH-END-DATE           PIC X(08) VALUE SPACES.
       01  WS-MONTH-LAST-DAY           PIC 9(02) VALUE ZERO.
       01  WS-ROLL-COUNT               PIC 9(02) COMP VALUE ZERO.

      *----------------------------------------------------------*
      * HOLIDAY AND WEEKEND ROWS OF THE CALENDAR MASTER FROM THE *
      * START OF LAST MONTH THROUGH THE END OF NEXT MONTH.  A    *
      * DATE WITH NO ROW IS A BUSINESS DAY.                      *
      *----------------------------------------------------------*
       01  WS-NONBUS-TABLE.
           05  WS-NB-COUNT             PIC 9(03) COMP VALUE ZERO.
           05  WS-NB-DATE              OCCURS 200 TIMES
                                       PIC X(08).
       01  WS-NB-SUB                   PIC 9(03) COMP VALUE ZERO.
       01  WS-NONBUS-SW                PIC X(01) VALUE "N".
           88  WS-NONBUSINESS-DAY              VALUE "Y".

       01  WS-CYCLE-LINE.
           05  FILLER                  PIC X(18)
               VALUE "BILLING CYCLE DAY ".
           05  WS-CL-CYCLE-DAY         PIC 9(02).
           05  FILLER                  PIC X(19)
               VALUE "    STATEMENT DATE ".
           05  WS-CL-STMT-DATE         PIC X(08).
           05  FILLER                  PIC X(85) VALUE SPACES.

      *----------------------------------------------------------*
      * EARLY-PAYMENT DISCOUNT OFFER, FROM THE CASH RUN'S TERM   *
      * ROW ON THE RATE CONTROL FILE.  NO ROW, OR A ZERO         *
      * PERCENTAGE OR WINDOW, MEANS NO OFFER IS PRINTED.         *
      *----------------------------------------------------------*
       01  WS-RATECTL-FILE-STATUS      PIC X(02).
       01  WS-RATECTL-EOF-SW           PIC X(01) VALUE "N".
           88  WS-RATECTL-EOF                  VALUE "Y".
       01  WS-DISC-PERCENT             PIC 9(03)V99 VALUE ZERO.
       01  WS-DISC-WINDOW-DAYS         PIC 9(03) VALUE ZERO.
       01  WS-DISC-DATE                PIC X(08) VALUE SPACES.
       01  WS-DISC-AMOUNT              PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-DATE-NUM                 PIC 9(08).
       01  WS-DATE-INTEGER             PIC 9(09) COMP VALUE ZERO.

       01  WS-DISC-DATE-LINE.
           05  FILLER                  PIC X(32)
               VALUE "PAY BY DISCOUNT DATE............".
           05  FILLER                  PIC X(07) VALUE SPACES.
           05  WS-DD-DISC-DATE         PIC X(08).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  WS-DD-PERCENT           PIC ZZ9.99.
           05  FILLER                  PIC X(18)
               VALUE "% DISCOUNT OFFERED".

       01  WS-DISC-AMOUNT-LINE.
           05  FILLER                  PIC X(32)
               VALUE "AMOUNT DUE IF PAID BY THAT DATE.".
           05  WS-DA-AMOUNT            PIC -(11)9.99.

       01  WS-DIST-CTL-LINE.
           05  WS-DC-OUTPUT-NAME       PIC X(08) VALUE "ESTMT".
           05  WS-DC-RECIPIENT         PIC X(08).
           OPEN INPUT  STMT-EXTRACT-IN
                INPUT  CUSTOMER-KSD
                OUTPUT STATEMENT-OUT
                OUTPUT E-STATEMENT-OUT
                OUTPUT STMT-ARCHIVE-OUT
                OUTPUT BILL-HOLD-OUT.

           MOVE FUNCTION CURRENT-DATE TO WS-RUNSTAMP-CURRENT-DATE.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:14) TO WS-RUN-ID.
               THRU 1300-EXIT.
           PERFORM 1400-LOAD-HIERARCHY
               THRU 1400-EXIT.
           PERFORM 1500-LOAD-DISCOUNT-TERMS
               THRU 1500-EXIT.
           PERFORM 1600-BUILD-CYCLE-DATES
               THRU 1600-EXIT.

           PERFORM 2100-READ-EXTRACT
               THRU 2100-EXIT.
       1410-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * PICKS UP THE CASH RUN'S PAYMENT-TERMS ROW IN FORCE ON    *
      * THE RUN DATE (PROGRAM ABCCASH, RULE TERM, VALUE-2 =      *
      * DISCOUNT PERCENTAGE IN HUNDREDTHS, VALUE-3 = DISCOUNT    *
      * WINDOW DAYS), SO THE OFFER PRINTED IS THE ONE ABCCASH    *
      * WILL HONOR.  THE DISCOUNT DATE IS COUNTED FROM EACH      *
      * STATEMENT'S OWN DATE WHEN THE OFFER IS PRINTED.          *
      *----------------------------------------------------------*
       1500-LOAD-DISCOUNT-TERMS.
           OPEN INPUT RATE-TAB.
           IF WS-RATECTL-FILE-STATUS = "35"
               GO TO 1500-EXIT
           END-IF.
           PERFORM 1510-SCAN-RATE-ROW
               THRU 1510-EXIT
               UNTIL WS-RATECTL-EOF.
           CLOSE RATE-TAB.
       1500-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1510-SCAN-RATE-ROW.
           READ RATE-TAB
               AT END
                   SET WS-RATECTL-EOF TO TRUE
               NOT AT END
                   IF RC-PROGRAM-ID = "ABCCASH "
                       AND RC-RULE-CODE = "TERM"
                       AND (RC-EFF-FROM-DATE = SPACES
                           OR RC-EFF-FROM-DATE <= WS-RUN-DATE)
                       AND (RC-EFF-TO-DATE = SPACES
                           OR RC-EFF-TO-DATE >= WS-RUN-DATE)
                       MOVE ZERO       TO WS-DISC-PERCENT
                                          WS-DISC-WINDOW-DAYS
                       IF RC-VALUE-2 > ZERO
                           AND RC-VALUE-2 < 10000
                           AND RC-VALUE-3 > ZERO
                           AND RC-VALUE-3 < 1000
                           COMPUTE WS-DISC-PERCENT =
                               RC-VALUE-2 / 100
                           MOVE RC-VALUE-3 TO WS-DISC-WINDOW-DAYS
                       END-IF
                   END-IF
           END-READ.
       1510-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * WORKS OUT THE BILLING DATE OF EVERY CYCLE DAY FOR LAST   *
      * MONTH AND THIS MONTH.  THE CALENDAR MASTER IS LOADED     *
      * FIRST SO A BILLING DATE CAN BE ROLLED PAST A HOLIDAY.    *
      *----------------------------------------------------------*
       1600-BUILD-CYCLE-DATES.
           MOVE WS-RUN-DATE            TO WS-CYCLE-DATE.
           MOVE 1                      TO WS-CD-DAY.
           MOVE WS-CYCLE-DATE          TO WS-CURR-MONTH-START.
           IF WS-CD-MONTH = 12
               ADD 1                   TO WS-CD-YEAR
               MOVE 1                  TO WS-CD-MONTH
           ELSE
               ADD 1                   TO WS-CD-MONTH
           END-IF.
           MOVE WS-CYCLE-DATE          TO WS-NEXT-MONTH-START.
           MOVE WS-CURR-MONTH-START    TO WS-CYCLE-DATE.
           IF WS-CD-MONTH = 1
               SUBTRACT 1              FROM WS-CD-YEAR
               MOVE 12                 TO WS-CD-MONTH
           ELSE
               SUBTRACT 1              FROM WS-CD-MONTH
           END-IF.
           MOVE WS-CYCLE-DATE          TO WS-PRIOR-MONTH-START.

           PERFORM 1700-LOAD-CALENDAR
               THRU 1700-EXIT.

           SET WS-CYCLE-PASS-PRIOR     TO TRUE.
           MOVE WS-CURR-MONTH-START    TO WS-CYCLE-DATE.
           PERFORM 1610-SET-MONTH-END
               THRU 1610-EXIT.
           PERFORM 1620-SET-CYCLE-DATE
               THRU 1620-EXIT
               VARYING WS-CY-SUB FROM 1 BY 1
               UNTIL WS-CY-SUB > 31.

           SET WS-CYCLE-PASS-CURRENT   TO TRUE.
           MOVE WS-NEXT-MONTH-START    TO WS-CYCLE-DATE.
           PERFORM 1610-SET-MONTH-END
               THRU 1610-EXIT.
           PERFORM 1620-SET-CYCLE-DATE
               THRU 1620-EXIT
               VARYING WS-CY-SUB FROM 1 BY 1
               UNTIL WS-CY-SUB > 31.
       1600-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE LAST DAY OF THE MONTH BEFORE THE ONE WS-CYCLE-DATE   *
      * STARTS: ONE DAY BACK FROM THE FIRST OF THE MONTH.        *
      *----------------------------------------------------------*
       1610-SET-MONTH-END.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CYCLE-DATE-N) - 1.
           COMPUTE WS-CYCLE-DATE-N =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
           MOVE WS-CYCLE-DATE          TO WS-MONTH-END-DATE.
           MOVE WS-CD-DAY              TO WS-MONTH-LAST-DAY.
       1610-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE CYCLE DAY'S BILLING DATE IN THE MONTH ENDING ON      *
      * WS-MONTH-END-DATE.  THE ROLL IS BOUNDED SO A CALENDAR    *
      * WITH A RUN OF NON-BUSINESS ROWS CANNOT LOOP.             *
      *----------------------------------------------------------*
       1620-SET-CYCLE-DATE.
           MOVE WS-MONTH-END-DATE      TO WS-CYCLE-DATE.
           IF WS-CY-SUB < WS-MONTH-LAST-DAY
               MOVE WS-CY-SUB          TO WS-CD-DAY
           END-IF.

           MOVE ZERO                   TO WS-ROLL-COUNT.
           PERFORM 1640-CHECK-NONBUSINESS
               THRU 1640-EXIT.
           PERFORM 1630-ROLL-ONE-DAY
               THRU 1630-EXIT
               UNTIL NOT WS-NONBUSINESS-DAY
               OR WS-ROLL-COUNT NOT < 10.

           IF WS-CYCLE-PASS-PRIOR
               MOVE WS-CYCLE-DATE      TO WS-CY-PRIOR-DATE(WS-CY-SUB)
           ELSE
               MOVE WS-CYCLE-DATE
                   TO WS-CY-CURRENT-DATE(WS-CY-SUB)
           END-IF.
       1620-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1630-ROLL-ONE-DAY.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CYCLE-DATE-N) + 1.
           COMPUTE WS-CYCLE-DATE-N =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
           ADD 1                       TO WS-ROLL-COUNT.
           PERFORM 1640-CHECK-NONBUSINESS
               THRU 1640-EXIT.
       1630-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1640-CHECK-NONBUSINESS.
           MOVE "N"                    TO WS-NONBUS-SW.
           PERFORM 1650-CHECK-NONBUS-ROW
               THRU 1650-EXIT
               VARYING WS-NB-SUB FROM 1 BY 1
               UNTIL WS-NB-SUB > WS-NB-COUNT
               OR WS-NONBUSINESS-DAY.
       1640-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1650-CHECK-NONBUS-ROW.
           IF WS-NB-DATE(WS-NB-SUB) = WS-CYCLE-DATE
               SET WS-NONBUSINESS-DAY  TO TRUE
           END-IF.
       1650-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LOADS THE HOLIDAY AND WEEKEND ROWS A BILLING DATE THIS   *
      * MONTH OR LAST COULD FALL ON OR ROLL ACROSS.  NO CALENDAR *
      * MASTER MEANS EVERY DAY IS A BUSINESS DAY.                *
      *----------------------------------------------------------*
       1700-LOAD-CALENDAR.
           OPEN INPUT CALENDAR-MASTER-IN.
           IF WS-CALMAST-FILE-STATUS = "35"
               GO TO 1700-EXIT
           END-IF.
           PERFORM 1710-SCAN-CALENDAR-ROW
               THRU 1710-EXIT
               UNTIL WS-CALMAST-EOF.
           CLOSE CALENDAR-MASTER-IN.
       1700-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1710-SCAN-CALENDAR-ROW.
           READ CALENDAR-MASTER-IN INTO CALENDAR-MASTER-RECORD
               AT END
                   SET WS-CALMAST-EOF TO TRUE
               NOT AT END
                   IF (CA-HOLIDAY OR CA-WEEKEND)
                       AND CA-DATE NOT < WS-PRIOR-MONTH-START
                       AND CA-DATE(1:6) NOT > WS-NEXT-MONTH-START(1:6)
                       AND WS-NB-COUNT < 200
                       ADD 1 TO WS-NB-COUNT
                       MOVE CA-DATE    TO WS-NB-DATE(WS-NB-COUNT)
                   END-IF
           END-READ.
       1710-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A LINE CHARGED AFTER THE CUSTOMER'S BILL-THROUGH DATE IS *
      * HELD FOR THE NEXT CYCLE.  THE STATEMENT IS OPENED ON THE *
      * CUSTOMER'S FIRST BILLED LINE, SO A CUSTOMER WHOSE LINES  *
      * ARE ALL HELD GETS NO STATEMENT TONIGHT.                  *
      *----------------------------------------------------------*
       2000-PROCESS-EXTRACT.
           ADD 1 TO WS-EXTRACT-COUNT.
           MOVE STMT-EXTRACT-IN-REC    TO STMT-EXTRACT-RECORD.

           IF SX-CUSTOMER-ID NOT = WS-CURRENT-CUSTOMER
               IF WS-STMT-OPEN
                   PERFORM 3000-CLOSE-STATEMENT
                       THRU 3000-EXIT
               END-IF
               PERFORM 2400-START-CUSTOMER
                   THRU 2400-EXIT
           END-IF.

           IF SX-RUN-DATE > WS-BILL-THROUGH-DATE
               PERFORM 2950-HOLD-EXTRACT-LINE
                   THRU 2950-EXIT
               GO TO 2000-NEXT
           END-IF.

           IF NOT WS-STMT-OPEN
               PERFORM 2500-OPEN-STATEMENT
                   THRU 2500-EXIT
           END-IF.
           ADD SX-AMOUNT               TO WS-CUSTOMER-TOTAL.
           ADD SX-AMOUNT               TO WS-GRAND-TOTAL.
           ADD 1                       TO WS-CUSTOMER-LINES.
           ADD 1                       TO WS-BILLED-COUNT.

           PERFORM 2900-ARCHIVE-EXTRACT-LINE
               THRU 2900-EXIT.

           PERFORM 2800-NOTE-SOURCE-PROGRAM
               THRU 2800-EXIT.

       2000-NEXT.
           PERFORM 2100-READ-EXTRACT
               THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * STARTS A NEW CUSTOMER: READS THE MASTER AND SETS THE     *
      * DATE THROUGH WHICH ITS LINES ARE BILLED TONIGHT.  A      *
      * CYCLE CUSTOMER IS BILLED THROUGH THIS MONTH'S BILLING    *
      * DATE ONCE IT HAS ARRIVED, OTHERWISE THROUGH LAST         *
      * MONTH'S (WHICH ONLY CATCHES A LINE A MISSED RUN LEFT     *
      * BEHIND), AND THE STATEMENT CARRIES THAT BILLING DATE.    *
      *----------------------------------------------------------*
       2400-START-CUSTOMER.
           MOVE SX-CUSTOMER-ID         TO WS-CURRENT-CUSTOMER.
           MOVE "N"                    TO WS-STMT-OPEN-SW.
           MOVE "N"                    TO WS-CUST-HELD-SW.

           PERFORM 2600-FETCH-CUSTOMER-NAME
               THRU 2600-EXIT.

           MOVE WS-RUN-DATE            TO WS-STMT-DATE.
           EVALUATE TRUE
               WHEN WS-CYCLE-DAY = ZERO
                   MOVE HIGH-VALUES    TO WS-BILL-THROUGH-DATE
               WHEN WS-CY-CURRENT-DATE(WS-CYCLE-DAY) NOT > WS-RUN-DATE
                   MOVE WS-CY-CURRENT-DATE(WS-CYCLE-DAY)
                       TO WS-BILL-THROUGH-DATE
                   MOVE WS-BILL-THROUGH-DATE TO WS-STMT-DATE
               WHEN WS-CY-PRIOR-DATE(WS-CYCLE-DAY) NOT > WS-RUN-DATE
                   MOVE WS-CY-PRIOR-DATE(WS-CYCLE-DAY)
                       TO WS-BILL-THROUGH-DATE
                   MOVE WS-BILL-THROUGH-DATE TO WS-STMT-DATE
               WHEN OTHER
                   MOVE LOW-VALUES     TO WS-BILL-THROUGH-DATE
           END-EVALUATE.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * STARTS THE CURRENT CUSTOMER'S STATEMENT: STANDARD SUITE  *
      * HEADER, THE CUSTOMER'S IDENTITY FROM THE KEYED MASTER,   *
      * THE BILLING CYCLE FOR A CYCLE CUSTOMER, AND THE CHARGE   *
      * COLUMN HEADINGS.                                         *
      *----------------------------------------------------------*
       2500-OPEN-STATEMENT.
           SET WS-STMT-OPEN            TO TRUE.
           MOVE ZERO                   TO WS-CUSTOMER-TOTAL.
           MOVE ZERO                   TO WS-CUSTOMER-LINES.
           MOVE ZERO                   TO WS-SEEN-COUNT.
           ADD 1                       TO WS-STATEMENT-COUNT.

           EVALUATE TRUE
               WHEN WS-DELIVER-ELECTRONIC
                   ADD 1 TO WS-ELEC-STMT-COUNT
                   PERFORM 2700-REGISTER-DISTRIBUTION
                       THRU 2700-EXIT
               WHEN WS-DELIVER-WITHHELD
                   ADD 1 TO WS-WITHHELD-STMT-COUNT
                   PERFORM 2750-NOTE-WITHHELD
                       THRU 2750-EXIT
               WHEN OTHER
                   ADD 1 TO WS-PRINT-STMT-COUNT
           END-EVALUATE.

           ADD 1 TO RPT-PAGE-COUNT.
           MOVE WS-RPT-DATE            TO RPT-DL-RUN-DATE.
           PERFORM 8400-WRITE-STMT-LINE
               THRU 8400-EXIT.

           IF WS-CYCLE-DAY > ZERO
               MOVE SPACES             TO WS-STMT-LINE
               PERFORM 8400-WRITE-STMT-LINE
                   THRU 8400-EXIT
               MOVE WS-CYCLE-DAY       TO WS-CL-CYCLE-DAY
               MOVE WS-STMT-DATE       TO WS-CL-STMT-DATE
               MOVE WS-CYCLE-LINE      TO WS-STMT-LINE
               PERFORM 8400-WRITE-STMT-LINE
                   THRU 8400-EXIT
           END-IF.

           MOVE SPACES                 TO WS-STMT-LINE.
           PERFORM 8400-WRITE-STMT-LINE
               THRU 8400-EXIT.
      * READS THE CUSTOMER'S NAME DIRECTLY FROM THE KEYED MASTER *
      * - THE LOOKUP THE KEYED FILE WAS BUILT FOR.  A CUSTOMER   *
      * NOT ON THE MASTER STILL GETS A STATEMENT, FLAGGED SO THE *
      * MASTER GAP IS VISIBLE.  A PRINT CUSTOMER WHOSE ADDRESS   *
      * IS FLAGGED UNDELIVERABLE IS WITHHELD, NOT MAILED.  A     *
      * CUSTOMER NOT ON THE MASTER, OR WITH NO VALID CYCLE DAY,  *
      * IS BILLED NIGHTLY.                                       *
      *----------------------------------------------------------*
       2600-FETCH-CUSTOMER-NAME.
           MOVE WS-CURRENT-CUSTOMER    TO WS-CH-CUSTOMER-ID.
           MOVE WS-CURRENT-CUSTOMER    TO CMK-CUSTOMER-ID.
           MOVE "P"                    TO WS-DELIVERY-SW.
           MOVE ZERO                   TO WS-CYCLE-DAY.
           MOVE SPACES                 TO WS-ADDRESS-LINE-1
                                          WS-ADDRESS-LINE-2
                                          WS-PL-POSTAL-CODE.
               MOVE CMK-ADDRESS-LINE-1 TO WS-ADDRESS-LINE-1
               MOVE CMK-ADDRESS-LINE-2 TO WS-ADDRESS-LINE-2
               MOVE CMK-POSTAL-CODE    TO WS-PL-POSTAL-CODE
               IF NOT CMK-BILLED-NIGHTLY
                   AND CMK-BILLING-CYCLE-DAY-N IS NUMERIC
                   AND CMK-BILLING-CYCLE-DAY-N NOT > 31
                   MOVE CMK-BILLING-CYCLE-DAY-N TO WS-CYCLE-DAY
               END-IF
               IF CMK-DELIVER-ELECTRONIC
                   MOVE "E"            TO WS-DELIVERY-SW
               ELSE
                   IF CMK-ADDRESS-UNDELIVERABLE
                       MOVE "W"        TO WS-DELIVERY-SW
                   END-IF
               END-IF
           ELSE
               MOVE "** NOT ON CUSTOMER MASTER **"
       2700-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * KEEPS THE WITHHELD CUSTOMER FOR THE EXCEPTION PAGE; ITS  *
      * TOTAL IS FILLED IN WHEN THE STATEMENT CLOSES.            *
      *----------------------------------------------------------*
       2750-NOTE-WITHHELD.
           MOVE "N"                    TO WS-WH-LISTED-SW.
           IF WS-WH-COUNT < 500
               ADD 1 TO WS-WH-COUNT
               MOVE WS-CURRENT-CUSTOMER
                   TO WS-WH-CUSTOMER-ID(WS-WH-COUNT)
               MOVE WS-CH-NAME         TO WS-WH-NAME(WS-WH-COUNT)
               MOVE WS-ADDRESS-LINE-1
                   TO WS-WH-ADDRESS-LINE-1(WS-WH-COUNT)
               MOVE ZERO               TO WS-WH-TOTAL(WS-WH-COUNT)
               SET WS-WH-LISTED        TO TRUE
           ELSE
               DISPLAY "ABCSTMT **** WITHHELD TABLE FULL - "
                   WS-CURRENT-CUSTOMER " NOT LISTED ON THE "
                   "EXCEPTION PAGE ****"
           END-IF.
       2750-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * REMEMBERS WHICH SOURCE PROGRAMS APPEAR ON THE STATEMENT  *
      * BEING BUILT, FOR THE ACTIVITY-TARGETED MESSAGES.         *
       2810-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * KEEPS THE LINE, STAMPED WITH THE STATEMENT DATE AND THIS *
      * RUN'S RUN-ID, ON THE NIGHT'S STATEMENT ARCHIVE           *
      * GENERATION FOR THE REPRINT AND CASH RUNS.                *
      *----------------------------------------------------------*
       2900-ARCHIVE-EXTRACT-LINE.
           MOVE WS-STMT-DATE           TO SA-STATEMENT-DATE.
           MOVE STMT-EXTRACT-IN-REC    TO SA-EXTRACT-LINE.
           MOVE WS-RUN-ID              TO SA-STMT-RUN-ID.
           WRITE STMT-ARCHIVE-OUT-REC FROM STMT-ARCHIVE-RECORD.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * HOLDS A LINE NOT YET DUE TO BE BILLED ON THE NEW HELD    *
      * BILLING FILE, UNCHANGED, FOR THE NEXT CYCLE.             *
      *----------------------------------------------------------*
       2950-HOLD-EXTRACT-LINE.
           WRITE BILL-HOLD-OUT-REC FROM STMT-EXTRACT-IN-REC.
           ADD 1 TO WS-HELD-LINE-COUNT.
           IF NOT WS-CUST-HELD
               SET WS-CUST-HELD        TO TRUE
               ADD 1 TO WS-HELD-CUST-COUNT
           END-IF.
       2950-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * PRINTS ONE CONTROL-FILE MESSAGE ON THE STATEMENT WHEN    *
      * ITS TARGET SELECTOR COVERS THE CUSTOMER, AND COUNTS THE  *
      *----------------------------------------------------------*
      * ROUTES ONE STATEMENT LINE TO THE PRINT STREAM OR THE     *
      * ELECTRONIC-DELIVERY FILE BY THE CURRENT CUSTOMER'S       *
      * DELIVERY PREFERENCE.  A WITHHELD STATEMENT IS NOT        *
      * WRITTEN AT ALL.                                          *
      *----------------------------------------------------------*
       8400-WRITE-STMT-LINE.
           EVALUATE TRUE
               WHEN WS-DELIVER-ELECTRONIC
                   WRITE E-STATEMENT-OUT-REC FROM WS-STMT-LINE
               WHEN WS-DELIVER-WITHHELD
                   CONTINUE
               WHEN OTHER
                   WRITE STATEMENT-OUT-REC FROM WS-STMT-LINE
           END-EVALUATE.
       8400-EXIT.
           EXIT.

           PERFORM 8400-WRITE-STMT-LINE
               THRU 8400-EXIT.

           PERFORM 3100-PRINT-DISCOUNT-OFFER
               THRU 3100-EXIT.

           PERFORM 3500-PRINT-ONE-MESSAGE
               THRU 3500-EXIT
               VARYING MST-LOOKUP-SUB FROM 1 BY 1
           MOVE RPT-FOOTER-LINE        TO WS-STMT-LINE.
           PERFORM 8400-WRITE-STMT-LINE
               THRU 8400-EXIT.

           IF WS-DELIVER-WITHHELD
               AND WS-WH-LISTED
               MOVE WS-CUSTOMER-TOTAL  TO WS-WH-TOTAL(WS-WH-COUNT)
           END-IF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A STATEMENT WITH SOMETHING TO PAY SHOWS THE DISCOUNT     *
      * DATE AND THE AMOUNT THAT SETTLES IT IF PAID BY THEN,     *
      * ROUNDED THE WAY ABCCASH ROUNDS THE DISCOUNT IT ALLOWS.   *
      *----------------------------------------------------------*
       3100-PRINT-DISCOUNT-OFFER.
           IF WS-DISC-PERCENT = ZERO
               OR WS-CUSTOMER-TOTAL NOT > ZERO
               GO TO 3100-EXIT
           END-IF.

           MOVE WS-STMT-DATE           TO WS-DATE-NUM.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               + WS-DISC-WINDOW-DAYS.
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
           MOVE WS-DATE-NUM            TO WS-DISC-DATE.

           COMPUTE WS-DISC-AMOUNT ROUNDED =
               WS-CUSTOMER-TOTAL * WS-DISC-PERCENT / 100.
           COMPUTE WS-DISC-AMOUNT =
               WS-CUSTOMER-TOTAL - WS-DISC-AMOUNT.

           MOVE WS-DISC-DATE           TO WS-DD-DISC-DATE.
           MOVE WS-DISC-PERCENT        TO WS-DD-PERCENT.
           MOVE WS-DISC-DATE-LINE      TO WS-STMT-LINE.
           PERFORM 8400-WRITE-STMT-LINE
               THRU 8400-EXIT.
           MOVE WS-DISC-AMOUNT         TO WS-DA-AMOUNT.
           MOVE WS-DISC-AMOUNT-LINE    TO WS-STMT-LINE.
           PERFORM 8400-WRITE-STMT-LINE
               THRU 8400-EXIT.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-STMT-OPEN
               PERFORM 3000-CLOSE-STATEMENT
                   THRU 3000-EXIT
           END-IF.

           IF WS-WITHHELD-STMT-COUNT > ZERO
               PERFORM 9200-PRINT-WITHHELD-PAGE
                   THRU 9200-EXIT
           END-IF.

           MOVE "STATEMENTS PRODUCED...." TO RPT-FN-LABEL.
           MOVE WS-STATEMENT-COUNT     TO RPT-FN-COUNT.
           WRITE STATEMENT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "EXTRACT LINES READ....." TO RPT-FN-LABEL.
           MOVE WS-EXTRACT-COUNT       TO RPT-FN-COUNT.
           WRITE STATEMENT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "EXTRACT LINES BILLED..." TO RPT-FN-LABEL.
           MOVE WS-BILLED-COUNT        TO RPT-FN-COUNT.
           WRITE STATEMENT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "LINES HELD FOR CYCLE..." TO RPT-FN-LABEL.
           MOVE WS-HELD-LINE-COUNT     TO RPT-FN-COUNT.
           WRITE STATEMENT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "CUSTOMERS HELD........." TO RPT-FN-LABEL.
           MOVE WS-HELD-CUST-COUNT     TO RPT-FN-COUNT.
           WRITE STATEMENT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "PRINT STATEMENTS......." TO RPT-FN-LABEL.
           MOVE WS-PRINT-STMT-COUNT    TO RPT-FN-COUNT.
           WRITE STATEMENT-OUT-REC FROM RPT-FINAL-LINE.
           MOVE WS-ELEC-STMT-COUNT     TO RPT-FN-COUNT.
           WRITE STATEMENT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "WITHHELD STATEMENTS...." TO RPT-FN-LABEL.
           MOVE WS-WITHHELD-STMT-COUNT TO RPT-FN-COUNT.
           WRITE STATEMENT-OUT-REC FROM RPT-FINAL-LINE.

           PERFORM 9100-WRITE-MESSAGE-COUNT
               THRU 9100-EXIT
               VARYING MST-LOOKUP-SUB FROM 1 BY 1
           CLOSE STMT-EXTRACT-IN
                 CUSTOMER-KSD
                 STATEMENT-OUT
                 E-STATEMENT-OUT
                 STMT-ARCHIVE-OUT
                 BILL-HOLD-OUT.

           DISPLAY "ABCSTMT CONTROL TOTAL - EXTRACTS="
               WS-EXTRACT-COUNT
               " BILLED=" WS-BILLED-COUNT
               " HELD=" WS-HELD-LINE-COUNT
               " STATEMENTS=" WS-STATEMENT-COUNT
               " WITHHELD=" WS-WITHHELD-STMT-COUNT.

           IF WS-EXTRACT-COUNT = ZERO
               DISPLAY "ABCSTMT **** NO STATEMENT EXTRACT LINES "
                   "WERE READ ****"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           WRITE STATEMENT-OUT-REC FROM WS-MSG-COUNT-LINE.
       9100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE EXCEPTION PAGE: EVERY PRINT STATEMENT WITHHELD FROM  *
      * THE MAIL BECAUSE RETURNED MAIL FLAGGED THE ADDRESS, SO   *
      * THE BILLING OFFICE CAN CHASE A CORRECTED ADDRESS.        *
      *----------------------------------------------------------*
       9200-PRINT-WITHHELD-PAGE.
           ADD 1 TO RPT-PAGE-COUNT.
           MOVE WS-RPT-DATE            TO RPT-DL-RUN-DATE.
           MOVE "EXCEPTIONS - WITHHELD, ADDRESS UNDELIVERABLE"
               TO RPT-ST-TEXT.
           WRITE STATEMENT-OUT-REC FROM RPT-TITLE-LINE.
           WRITE STATEMENT-OUT-REC FROM RPT-SUBTITLE-LINE.
           WRITE STATEMENT-OUT-REC FROM RPT-DATE-LINE.
           MOVE SPACES                 TO STATEMENT-OUT-REC.
           WRITE STATEMENT-OUT-REC.
           WRITE STATEMENT-OUT-REC FROM WS-WH-HEAD-LINE.
           MOVE SPACES                 TO STATEMENT-OUT-REC.
           WRITE STATEMENT-OUT-REC.

           PERFORM 9210-PRINT-WITHHELD-ROW
               THRU 9210-EXIT
               VARYING WS-WH-SUB FROM 1 BY 1
               UNTIL WS-WH-SUB > WS-WH-COUNT.

           MOVE RPT-PAGE-COUNT         TO RPT-F-PAGE-NO.
           WRITE STATEMENT-OUT-REC FROM RPT-FOOTER-LINE.
       9200-EXIT.
           EXIT.

      *----------------------------------------------------------*
       9210-PRINT-WITHHELD-ROW.
           MOVE WS-WH-CUSTOMER-ID(WS-WH-SUB) TO WS-WD-CUSTOMER-ID.
           MOVE WS-WH-NAME(WS-WH-SUB)  TO WS-WD-NAME.
           MOVE WS-WH-ADDRESS-LINE-1(WS-WH-SUB)
               TO WS-WD-ADDRESS-LINE-1.
           MOVE WS-WH-TOTAL(WS-WH-SUB) TO WS-WD-TOTAL.
           WRITE STATEMENT-OUT-REC FROM WS-WH-DETAIL-LINE.
       9210-EXIT.
           EXIT.
