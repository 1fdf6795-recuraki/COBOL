       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCALLOW.
       AUTHOR. D HARLOW.
       INSTALLATION. DL100 BATCH SERVICES.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 2026-10-15  DH  NEW PROGRAM.  MONTH-END BAD-DEBT         *
      *                 ALLOWANCE RUN.  AGES EVERY OPEN AND      *
      *                 CREDIT ITEM ON THE KEYED RECEIVABLES     *
      *                 FILE INTO THE SAME CURRENT/30/60/90+ AND *
      *                 DISPUTED BUCKETS AS ABCAGING, PER        *
      *                 COMPANY (CUSTOMER MAPPED THROUGH THE     *
      *                 COMPANY CONTROL FILE), APPLIES THE       *
      *                 RESERVE PERCENTAGE FOR EACH BUCKET FROM  *
      *                 THE PROGRAM'S RATE-CONTROL ROWS, AND     *
      *                 POSTS ONLY THE CHANGE FROM THE LAST      *
      *                 BOOKED ALLOWANCE (KEPT ON THE ALLOWANCE  *
      *                 HISTORY FILE) AS A BALANCED GLFEED PAIR. *
      *                 THE RESERVE REPORT SHOWS EACH BUCKET'S   *
      *                 BALANCE, PERCENTAGE, AND REQUIRED        *
      *                 RESERVE.                                 *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIVABLE-KSD
               ASSIGN TO RECVKSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RVK-ITEM-KEY
               FILE STATUS IS WS-RECVI-FILE-STATUS.

           SELECT COMPANY-CONTROL-IN
               ASSIGN TO COMPCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPCTL-FILE-STATUS.

           SELECT RATE-TAB
               ASSIGN TO RATECTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATECTL-FILE-STATUS.

           SELECT GL-MAP-TAB
               ASSIGN TO GLMAP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-FILE-STATUS.

           SELECT GL-INTERFACE-OUT
               ASSIGN TO GLFEED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.

           SELECT ALLOWANCE-HISTORY
               ASSIGN TO ALLOWHST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALLOWHST-FILE-STATUS.

           SELECT RESERVE-REPORT-OUT
               ASSIGN TO ALLOWRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RECEIVABLE-KSD.
       COPY RECVKSD.

       FD  COMPANY-CONTROL-IN
           RECORDING MODE IS F.
       01  COMPANY-CONTROL-IN-REC      PIC X(37).

       FD  RATE-TAB
           RECORDING MODE IS F.
       COPY RATECTL.

       FD  GL-MAP-TAB
           RECORDING MODE IS F.
       01  GL-MAP-TAB-REC              PIC X(32).

       FD  GL-INTERFACE-OUT
           RECORDING MODE IS F.
       01  GL-INTERFACE-OUT-REC        PIC X(64).

       FD  ALLOWANCE-HISTORY
           RECORDING MODE IS F.
       01  ALLOWANCE-HISTORY-REC       PIC X(44).

       FD  RESERVE-REPORT-OUT
           RECORDING MODE IS F.
       01  RESERVE-REPORT-OUT-REC      PIC X(132).

       WORKING-STORAGE SECTION.
       COPY RECVITEM.
       COPY COMPCTL.
       COPY ALLOWHST.
       COPY GLFEED.
       COPY GLMAP.
       COPY RUNSTAMP.
       COPY RPTHDFT.
       01  WS-RATECTL-FILE-STATUS      PIC X(02).

       01  WS-RATECTL-EOF-SW           PIC X(01) VALUE "N".
           88  WS-RATECTL-EOF                  VALUE "Y".
       01  WS-GLMAP-EOF-SW             PIC X(01) VALUE "N".
           88  WS-GLMAP-EOF                    VALUE "Y".
       01  WS-UPDATE-FAILED-SW         PIC X(01) VALUE "N".
           88  WS-UPDATE-FAILED                VALUE "Y".

      *----------------------------------------------------------*
      * THE FIVE AGING BUCKETS, IN REPORT ORDER, WITH THE        *
      * RESERVE PERCENTAGE FOR EACH.  A RATE-CONTROL ROW FOR     *
      * PROGRAM ABCALLOW WHOSE RULE CODE NAMES A BUCKET          *
      * OVERRIDES THE SHIPPED PERCENTAGE (VALUE-1 IN HUNDREDTHS  *
      * OF A PERCENT - 500 IS 5.00%).                            *
      *----------------------------------------------------------*
       01  WS-BUCKET-VALUES.
           05  FILLER                  PIC X(04) VALUE "CURR".
           05  FILLER                  PIC X(16)
               VALUE "CURRENT".
           05  FILLER                  PIC 9(03)V99 VALUE 1.00.
           05  FILLER                  PIC X(04) VALUE "D030".
           05  FILLER                  PIC X(16)
               VALUE "31-60 DAYS".
           05  FILLER                  PIC 9(03)V99 VALUE 5.00.
           05  FILLER                  PIC X(04) VALUE "D060".
           05  FILLER                  PIC X(16)
               VALUE "61-90 DAYS".
           05  FILLER                  PIC 9(03)V99 VALUE 15.00.
           05  FILLER                  PIC X(04) VALUE "D090".
           05  FILLER                  PIC X(16)
               VALUE "90+ DAYS".
           05  FILLER                  PIC 9(03)V99 VALUE 50.00.
           05  FILLER                  PIC X(04) VALUE "DISP".
           05  FILLER                  PIC X(16)
               VALUE "DISPUTED".
           05  FILLER                  PIC 9(03)V99 VALUE 25.00.
       01  WS-BUCKET-TABLE REDEFINES WS-BUCKET-VALUES.
           05  WS-BUCKET               OCCURS 5 TIMES.
               10  WS-BK-RULE-CODE     PIC X(04).
               10  WS-BK-LABEL         PIC X(16).
               10  WS-BK-PERCENT       PIC 9(03)V99.
       01  WS-BK-SUB                   PIC 9(02) COMP VALUE ZERO.

      *----------------------------------------------------------*
      * ONE SLOT PER COMPANY ON THE COMPANY CONTROL FILE, IN THE *
      * SAME ORDER AS THE CPT-COMPANY-ENTRY TABLE.               *
      *----------------------------------------------------------*
       01  WS-COMPANY-RESERVE-TABLE.
           05  WS-CR-ENTRY             OCCURS 10 TIMES.
               10  WS-CR-BALANCE       PIC S9(13)V99 COMP-3
                                       OCCURS 5 TIMES.
               10  WS-CR-REQUIRED      PIC S9(13)V99 COMP-3.
               10  WS-CR-PRIOR         PIC S9(13)V99 COMP-3.
               10  WS-CR-PRIOR-PERIOD  PIC X(06).
               10  WS-CR-ITEM-COUNT    PIC 9(08) COMP.
       01  WS-CO-SUB                   PIC 9(02) COMP VALUE ZERO.

       01  WS-LAST-CUSTOMER            PIC X(06) VALUE SPACES.
       01  WS-LAST-CO-SUB              PIC 9(03) COMP VALUE ZERO.

       01  WS-ITEM-COUNT               PIC 9(08) COMP VALUE ZERO.
       01  WS-AGED-COUNT               PIC 9(08) COMP VALUE ZERO.
       01  WS-SLOT-ITEM-TOTAL          PIC 9(08) COMP VALUE ZERO.
       01  WS-POSTED-COUNT             PIC 9(08) COMP VALUE ZERO.
       01  WS-HISTORY-COUNT            PIC 9(08) COMP VALUE ZERO.

       01  WS-AGED-TOTAL               PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-BUCKET-GRAND-TOTAL       PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-BUCKET-RESERVE           PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-ALLOWANCE-CHANGE         PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-REQUIRED-TOTAL           PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-CHANGE-TOTAL             PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-GL-POST-AMOUNT           PIC S9(11)V99 COMP-3
                                       VALUE ZERO.

       01  WS-TODAY-INTEGER            PIC 9(09) COMP VALUE ZERO.
       01  WS-STMT-INTEGER             PIC 9(09) COMP VALUE ZERO.
       01  WS-DAYS-OLD                 PIC S9(05) COMP-3 VALUE ZERO.
       01  WS-DATE-NUM                 PIC 9(08).

       01  WS-GL-TRANS-CLASS           PIC X(04) VALUE SPACES.
       01  WS-GL-REFERENCE.
           05  WS-GR-PREFIX            PIC X(03) VALUE "BDA".
           05  WS-GR-STAMP             PIC X(07).
           05  WS-GR-SEQ               PIC 9(04) VALUE ZERO.

       01  WS-RPT-DATE                 PIC X(10).
       01  WS-REPORT-LINE              PIC X(132).

       01  WS-COMPANY-LINE.
           05  FILLER                  PIC X(09) VALUE "COMPANY: ".
           05  WS-C-COMPANY-CODE       PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-C-COMPANY-NAME       PIC X(20).

       01  WS-HEADER-LINE.
           05  FILLER                  PIC X(16) VALUE "AGING BUCKET".
           05  FILLER                  PIC X(16) VALUE
               "  BUCKET BALANCE".
           05  FILLER                  PIC X(10) VALUE
               " RESERVE %".
           05  FILLER                  PIC X(17) VALUE
               " REQUIRED RESERVE".

       01  WS-BUCKET-LINE.
           05  WS-B-LABEL              PIC X(16).
           05  WS-B-BALANCE            PIC -(12)9.99.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-B-PERCENT            PIC ZZ9.99.
           05  WS-B-RESERVE            PIC -(13)9.99.

       01  WS-SUMMARY-LINE.
           05  WS-S-LABEL              PIC X(42).
           05  WS-S-AMOUNT             PIC -(13)9.99.

       01  WS-PRIOR-LABEL.
           05  FILLER                  PIC X(32)
               VALUE "PRIOR BOOKED ALLOWANCE - PERIOD ".
           05  WS-PL-PERIOD            PIC X(06).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-AGE-ITEM
               THRU 2000-EXIT
               UNTIL WS-RECVI-EOF.

           PERFORM 3000-RESERVE-COMPANY
               THRU 3000-EXIT
               VARYING WS-CO-SUB FROM 1 BY 1
               UNTIL WS-CO-SUB > CPT-COMPANY-COUNT.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           GOBACK.

      *----------------------------------------------------------*
      * THE HISTORY FILE IS READ FOR THE LAST BOOKED ALLOWANCE   *
      * BEFORE IT IS REOPENED TO TAKE THIS RUN'S ROWS.           *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT RESERVE-REPORT-OUT.

           MOVE FUNCTION CURRENT-DATE TO WS-RUNSTAMP-CURRENT-DATE.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:14) TO WS-RUN-ID.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:8)  TO WS-RUN-DATE.
           MOVE WS-RUN-ID(8:7)         TO WS-GR-STAMP.

           MOVE WS-RUN-DATE            TO WS-DATE-NUM.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

           MOVE "BAD-DEBT ALLOWANCE RESERVE" TO RPT-ST-TEXT.
           STRING WS-RUN-DATE(5:2) "/" WS-RUN-DATE(7:2) "/"
               WS-RUN-DATE(1:4)
               DELIMITED BY SIZE INTO WS-RPT-DATE.

           INITIALIZE WS-COMPANY-RESERVE-TABLE.

           PERFORM 1200-LOAD-RESERVE-RATES
               THRU 1200-EXIT.

           PERFORM 1300-LOAD-COMPANY-CONTROL
               THRU 1300-EXIT.

           PERFORM 1400-LOAD-GL-MAP
               THRU 1400-EXIT.

           PERFORM 1500-LOAD-ALLOWANCE-HISTORY
               THRU 1500-EXIT.

           OPEN EXTEND ALLOWANCE-HISTORY.
           IF WS-ALLOWHST-FILE-STATUS = "35"
               OPEN OUTPUT ALLOWANCE-HISTORY
           END-IF.

           PERFORM 1100-WRITE-PAGE-HEADERS
               THRU 1100-EXIT.

           OPEN INPUT RECEIVABLE-KSD.
           IF WS-RECVI-FILE-STATUS = "35"
               SET WS-RECVI-EOF TO TRUE
           ELSE
               PERFORM 2100-READ-ITEM
                   THRU 2100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1100-WRITE-PAGE-HEADERS.
           ADD 1 TO RPT-PAGE-COUNT.
           MOVE WS-RPT-DATE            TO RPT-DL-RUN-DATE.

           WRITE RESERVE-REPORT-OUT-REC FROM RPT-TITLE-LINE.
           WRITE RESERVE-REPORT-OUT-REC FROM RPT-SUBTITLE-LINE.
           WRITE RESERVE-REPORT-OUT-REC FROM RPT-DATE-LINE.
           MOVE SPACES                 TO RESERVE-REPORT-OUT-REC.
           WRITE RESERVE-REPORT-OUT-REC.
           WRITE RESERVE-REPORT-OUT-REC FROM WS-HEADER-LINE.
           MOVE SPACES                 TO RESERVE-REPORT-OUT-REC.
           WRITE RESERVE-REPORT-OUT-REC.

           MOVE 6                      TO RPT-LINE-COUNT.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * PICKS UP THE RESERVE PERCENTAGES IN FORCE ON THE RUN     *
      * DATE.  A BUCKET WITH NO ROW KEEPS ITS SHIPPED DEFAULT.   *
      *----------------------------------------------------------*
       1200-LOAD-RESERVE-RATES.
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
                   IF RC-PROGRAM-ID = "ABCALLOW"
                       AND (RC-EFF-FROM-DATE = SPACES
                           OR RC-EFF-FROM-DATE <= WS-RUN-DATE)
                       AND (RC-EFF-TO-DATE = SPACES
                           OR RC-EFF-TO-DATE >= WS-RUN-DATE)
                       AND RC-VALUE-1 NOT > 10000
                       PERFORM 1220-SET-BUCKET-RATE
                           THRU 1220-EXIT
                           VARYING WS-BK-SUB FROM 1 BY 1
                           UNTIL WS-BK-SUB > 5
                   END-IF
           END-READ.
       1210-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1220-SET-BUCKET-RATE.
           IF WS-BK-RULE-CODE(WS-BK-SUB) = RC-RULE-CODE
               COMPUTE WS-BK-PERCENT(WS-BK-SUB) =
                   RC-VALUE-1 / 100
           END-IF.
       1220-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LOADS THE COMPANIES AND THE CUSTOMER-RANGE MAPPING ROWS. *
      * WITHOUT A COMPANY CONTROL FILE EVERY CUSTOMER BELONGS TO *
      * ONE UNNAMED ENTITY, WHICH POSTS TO THE COMPANY ON ITS    *
      * GL MAPPING ROWS.                                         *
      *----------------------------------------------------------*
       1300-LOAD-COMPANY-CONTROL.
           OPEN INPUT COMPANY-CONTROL-IN.
           IF WS-COMPCTL-FILE-STATUS = "35"
               SET WS-COMPCTL-EOF TO TRUE
           ELSE
               PERFORM 1310-LOAD-CONTROL-ROW
                   THRU 1310-EXIT
                   UNTIL WS-COMPCTL-EOF
               CLOSE COMPANY-CONTROL-IN
           END-IF.

           IF CPT-COMPANY-COUNT = ZERO
               MOVE 1                  TO CPT-COMPANY-COUNT
               MOVE SPACES             TO CPT-COMPANY-CODE(1)
               MOVE "ALL CUSTOMERS"    TO CPT-COMPANY-NAME(1)
           END-IF.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1310-LOAD-CONTROL-ROW.
           READ COMPANY-CONTROL-IN INTO COMPANY-CONTROL-RECORD
               AT END
                   SET WS-COMPCTL-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN CP-COMPANY-ROW
                           AND CPT-COMPANY-COUNT < 10
                           ADD 1 TO CPT-COMPANY-COUNT
                           MOVE CP-COMPANY-CODE TO
                             CPT-COMPANY-CODE(CPT-COMPANY-COUNT)
                           MOVE CP-COMPANY-NAME TO
                             CPT-COMPANY-NAME(CPT-COMPANY-COUNT)
                       WHEN CP-MAPPING-ROW
                           AND CPT-MAPPING-COUNT < 100
                           ADD 1 TO CPT-MAPPING-COUNT
                           MOVE CP-CUST-FROM TO
                             CPT-CUST-FROM(CPT-MAPPING-COUNT)
                           MOVE CP-CUST-TO TO
                             CPT-CUST-TO(CPT-MAPPING-COUNT)
                           MOVE CP-COMPANY-CODE TO
                             CPT-MAP-COMPANY(CPT-MAPPING-COUNT)
                   END-EVALUATE
           END-READ.
       1310-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1400-LOAD-GL-MAP.
           OPEN INPUT GL-MAP-TAB.
           IF WS-GLMAP-FILE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM 1410-LOAD-GL-MAP-ROW
                   THRU 1410-EXIT
                   UNTIL WS-GLMAP-EOF
               CLOSE GL-MAP-TAB
           END-IF.
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1410-LOAD-GL-MAP-ROW.
           READ GL-MAP-TAB INTO GL-MAP-RECORD
               AT END
                   SET WS-GLMAP-EOF TO TRUE
               NOT AT END
                   IF GM-SOURCE-PROGRAM = "ABCALLOW"
                       AND GLM-ENTRY-COUNT < 20
                       ADD 1 TO GLM-ENTRY-COUNT
                       MOVE GM-TRANS-CLASS
                           TO GLM-TRANS-CLASS(GLM-ENTRY-COUNT)
                       MOVE GM-COMPANY-CODE
                           TO GLM-COMPANY-CODE(GLM-ENTRY-COUNT)
                       MOVE GM-COST-CENTER
                           TO GLM-COST-CENTER(GLM-ENTRY-COUNT)
                       MOVE GM-ACCOUNT-NUMBER
                           TO GLM-ACCOUNT-NUMBER(GLM-ENTRY-COUNT)
                   END-IF
           END-READ.
       1410-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE HISTORY IS IN RUN ORDER, SO THE LAST ROW READ FOR A  *
      * COMPANY IS THE ALLOWANCE THE LEDGER NOW HOLDS FOR IT.    *
      *----------------------------------------------------------*
       1500-LOAD-ALLOWANCE-HISTORY.
           OPEN INPUT ALLOWANCE-HISTORY.
           IF WS-ALLOWHST-FILE-STATUS = "35"
               GO TO 1500-EXIT
           END-IF.
           PERFORM 1510-READ-HISTORY-ROW
               THRU 1510-EXIT
               UNTIL WS-ALLOWHST-EOF.
           CLOSE ALLOWANCE-HISTORY.
       1500-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1510-READ-HISTORY-ROW.
           READ ALLOWANCE-HISTORY INTO ALLOWANCE-HISTORY-RECORD
               AT END
                   SET WS-ALLOWHST-EOF TO TRUE
           END-READ.
           IF WS-ALLOWHST-EOF
               GO TO 1510-EXIT
           END-IF.

           MOVE ZERO                   TO CPT-MATCH-SUB.
           PERFORM 1520-SCAN-HISTORY-COMPANY
               THRU 1520-EXIT
               VARYING CPT-LOOKUP-SUB FROM 1 BY 1
               UNTIL CPT-LOOKUP-SUB > CPT-COMPANY-COUNT
               OR CPT-MATCH-SUB > ZERO.

           IF CPT-MATCH-SUB > ZERO
               MOVE AH-ALLOWANCE       TO WS-CR-PRIOR(CPT-MATCH-SUB)
               MOVE AH-PERIOD
                   TO WS-CR-PRIOR-PERIOD(CPT-MATCH-SUB)
           END-IF.
       1510-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1520-SCAN-HISTORY-COMPANY.
           IF CPT-COMPANY-CODE(CPT-LOOKUP-SUB) = AH-COMPANY-CODE
               MOVE CPT-LOOKUP-SUB     TO CPT-MATCH-SUB
           END-IF.
       1520-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * AGES ONE ITEM INTO ITS COMPANY'S BUCKETS THE WAY         *
      * ABCAGING DOES: DISPUTED ITEMS APART, CREDITS AGAINST     *
      * CURRENT, EVERYTHING ELSE BY DAYS SINCE THE STATEMENT.    *
      * A CLOSED ITEM CARRIES NOTHING AND IS PASSED BY.          *
      *----------------------------------------------------------*
       2000-AGE-ITEM.
           ADD 1 TO WS-ITEM-COUNT.
           IF RV-ITEM-PAID
               OR RV-OPEN-AMOUNT = ZERO
               GO TO 2000-READ-NEXT
           END-IF.

           ADD 1 TO WS-AGED-COUNT.
           ADD RV-OPEN-AMOUNT          TO WS-AGED-TOTAL.

           IF RV-CUSTOMER-ID NOT = WS-LAST-CUSTOMER
               MOVE RV-CUSTOMER-ID     TO WS-LAST-CUSTOMER
               PERFORM 2300-MAP-CUSTOMER-COMPANY
                   THRU 2300-EXIT
               MOVE CPT-MATCH-SUB      TO WS-LAST-CO-SUB
           END-IF.

           MOVE RV-STMT-DATE           TO WS-DATE-NUM.
           COMPUTE WS-STMT-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           COMPUTE WS-DAYS-OLD =
               WS-TODAY-INTEGER - WS-STMT-INTEGER.

           EVALUATE TRUE
               WHEN RV-ITEM-DISPUTED
                   MOVE 5              TO WS-BK-SUB
               WHEN RV-ITEM-CREDIT
                   MOVE 1              TO WS-BK-SUB
               WHEN WS-DAYS-OLD > 90
                   MOVE 4              TO WS-BK-SUB
               WHEN WS-DAYS-OLD > 60
                   MOVE 3              TO WS-BK-SUB
               WHEN WS-DAYS-OLD > 30
                   MOVE 2              TO WS-BK-SUB
               WHEN OTHER
                   MOVE 1              TO WS-BK-SUB
           END-EVALUATE.

           ADD RV-OPEN-AMOUNT
               TO WS-CR-BALANCE(WS-LAST-CO-SUB, WS-BK-SUB).
           ADD 1 TO WS-CR-ITEM-COUNT(WS-LAST-CO-SUB).

       2000-READ-NEXT.
           PERFORM 2100-READ-ITEM
               THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2100-READ-ITEM.
           READ RECEIVABLE-KSD NEXT RECORD
               INTO RECEIVABLE-ITEM-RECORD
               AT END
                   SET WS-RECVI-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE CUSTOMER'S COMPANY COMES FROM THE FIRST MAPPING ROW  *
      * WHOSE RANGE HOLDS IT; AN UNMAPPED CUSTOMER BELONGS TO    *
      * THE PRIMARY ENTITY (THE FIRST COMPANY ROW).              *
      *----------------------------------------------------------*
       2300-MAP-CUSTOMER-COMPANY.
           MOVE ZERO                   TO CPT-MATCH-SUB.
           PERFORM 2310-SCAN-MAPPING-ROW
               THRU 2310-EXIT
               VARYING CPT-LOOKUP-SUB FROM 1 BY 1
               UNTIL CPT-LOOKUP-SUB > CPT-MAPPING-COUNT
               OR CPT-MATCH-SUB > ZERO.

           IF CPT-MATCH-SUB = ZERO
               MOVE 1 TO CPT-MATCH-SUB
           END-IF.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2310-SCAN-MAPPING-ROW.
           IF RV-CUSTOMER-ID >= CPT-CUST-FROM(CPT-LOOKUP-SUB)
               AND RV-CUSTOMER-ID <= CPT-CUST-TO(CPT-LOOKUP-SUB)
               PERFORM 2330-SCAN-COMPANY-CODE
                   THRU 2330-EXIT
                   VARYING WS-CO-SUB FROM 1 BY 1
                   UNTIL WS-CO-SUB > CPT-COMPANY-COUNT
                   OR CPT-MATCH-SUB > ZERO
           END-IF.
       2310-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2330-SCAN-COMPANY-CODE.
           IF CPT-COMPANY-CODE(WS-CO-SUB) =
               CPT-MAP-COMPANY(CPT-LOOKUP-SUB)
               MOVE WS-CO-SUB          TO CPT-MATCH-SUB
           END-IF.
       2330-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE COMPANY: THE RESERVE PER BUCKET, THE REQUIRED        *
      * ALLOWANCE, AND THE CHANGE FROM THE LAST BOOKED           *
      * ALLOWANCE, WHICH ALONE IS POSTED.  THE NEW ALLOWANCE IS  *
      * RECORDED ON THE HISTORY FILE EVEN WHEN NOTHING MOVED, SO *
      * EVERY MONTH-END LEAVES A ROW.                            *
      *----------------------------------------------------------*
       3000-RESERVE-COMPANY.
           IF RPT-LINE-COUNT + 11 > RPT-MAX-LINES-PER-PAGE
               AND RPT-LINE-COUNT > 6
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE RESERVE-REPORT-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 1100-WRITE-PAGE-HEADERS
                   THRU 1100-EXIT
           END-IF.

           MOVE CPT-COMPANY-CODE(WS-CO-SUB) TO WS-C-COMPANY-CODE.
           MOVE CPT-COMPANY-NAME(WS-CO-SUB) TO WS-C-COMPANY-NAME.
           MOVE WS-COMPANY-LINE        TO WS-REPORT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE
               THRU 7000-EXIT.

           MOVE ZERO                   TO WS-CR-REQUIRED(WS-CO-SUB).
           PERFORM 3100-RESERVE-BUCKET
               THRU 3100-EXIT
               VARYING WS-BK-SUB FROM 1 BY 1
               UNTIL WS-BK-SUB > 5.

           ADD WS-CR-ITEM-COUNT(WS-CO-SUB) TO WS-SLOT-ITEM-TOTAL.
           ADD WS-CR-REQUIRED(WS-CO-SUB)   TO WS-REQUIRED-TOTAL.
           COMPUTE WS-ALLOWANCE-CHANGE =
               WS-CR-REQUIRED(WS-CO-SUB) - WS-CR-PRIOR(WS-CO-SUB).
           ADD WS-ALLOWANCE-CHANGE     TO WS-CHANGE-TOTAL.

           MOVE "REQUIRED ALLOWANCE"   TO WS-S-LABEL.
           MOVE WS-CR-REQUIRED(WS-CO-SUB) TO WS-S-AMOUNT.
           MOVE WS-SUMMARY-LINE        TO WS-REPORT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE
               THRU 7000-EXIT.

           IF WS-CR-PRIOR-PERIOD(WS-CO-SUB) = SPACES
               MOVE "NONE"             TO WS-PL-PERIOD
           ELSE
               MOVE WS-CR-PRIOR-PERIOD(WS-CO-SUB) TO WS-PL-PERIOD
           END-IF.
           MOVE WS-PRIOR-LABEL         TO WS-S-LABEL.
           MOVE WS-CR-PRIOR(WS-CO-SUB) TO WS-S-AMOUNT.
           MOVE WS-SUMMARY-LINE        TO WS-REPORT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE
               THRU 7000-EXIT.

           MOVE "CHANGE POSTED THIS RUN" TO WS-S-LABEL.
           MOVE WS-ALLOWANCE-CHANGE    TO WS-S-AMOUNT.
           MOVE WS-SUMMARY-LINE        TO WS-REPORT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE
               THRU 7000-EXIT.

           MOVE SPACES                 TO WS-REPORT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE
               THRU 7000-EXIT.

           IF WS-ALLOWANCE-CHANGE NOT = ZERO
               PERFORM 4600-POST-ALLOWANCE-GL
                   THRU 4600-EXIT
           END-IF.

           PERFORM 4800-WRITE-HISTORY-ROW
               THRU 4800-EXIT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A BUCKET'S RESERVE IS ITS PERCENTAGE OF THE BUCKET       *
      * BALANCE.  A BUCKET NETTED TO A CREDIT NEEDS NO RESERVE.  *
      *----------------------------------------------------------*
       3100-RESERVE-BUCKET.
           IF WS-CR-BALANCE(WS-CO-SUB, WS-BK-SUB) > ZERO
               COMPUTE WS-BUCKET-RESERVE ROUNDED =
                   WS-CR-BALANCE(WS-CO-SUB, WS-BK-SUB)
                   * WS-BK-PERCENT(WS-BK-SUB) / 100
           ELSE
               MOVE ZERO               TO WS-BUCKET-RESERVE
           END-IF.
           ADD WS-BUCKET-RESERVE       TO WS-CR-REQUIRED(WS-CO-SUB).
           ADD WS-CR-BALANCE(WS-CO-SUB, WS-BK-SUB)
               TO WS-BUCKET-GRAND-TOTAL.

           MOVE WS-BK-LABEL(WS-BK-SUB) TO WS-B-LABEL.
           MOVE WS-CR-BALANCE(WS-CO-SUB, WS-BK-SUB) TO WS-B-BALANCE.
           MOVE WS-BK-PERCENT(WS-BK-SUB) TO WS-B-PERCENT.
           MOVE WS-BUCKET-RESERVE      TO WS-B-RESERVE.
           MOVE WS-BUCKET-LINE         TO WS-REPORT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE
               THRU 7000-EXIT.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * AN INCREASE DEBITS BAD-DEBT EXPENSE (BDEX) AND CREDITS   *
      * THE ALLOWANCE (ALLW); A DECREASE RELEASES THE ALLOWANCE  *
      * THE OTHER WAY ROUND.  EACH LINE CARRIES ITS OWN          *
      * BDA-PREFIXED REFERENCE, SO THE BALANCING GATE SEES A     *
      * PAIR.                                                    *
      *----------------------------------------------------------*
       4600-POST-ALLOWANCE-GL.
           ADD 1 TO WS-POSTED-COUNT.
           IF WS-ALLOWANCE-CHANGE > ZERO
               MOVE WS-ALLOWANCE-CHANGE TO WS-GL-POST-AMOUNT
               MOVE "BDEX"             TO WS-GL-TRANS-CLASS
               MOVE "D"                TO GL-DEBIT-CREDIT-IND
               PERFORM 4700-WRITE-GL-LINE
                   THRU 4700-EXIT
               MOVE "ALLW"             TO WS-GL-TRANS-CLASS
               MOVE "C"                TO GL-DEBIT-CREDIT-IND
               PERFORM 4700-WRITE-GL-LINE
                   THRU 4700-EXIT
           ELSE
               COMPUTE WS-GL-POST-AMOUNT = ZERO - WS-ALLOWANCE-CHANGE
               MOVE "ALLW"             TO WS-GL-TRANS-CLASS
               MOVE "D"                TO GL-DEBIT-CREDIT-IND
               PERFORM 4700-WRITE-GL-LINE
                   THRU 4700-EXIT
               MOVE "BDEX"             TO WS-GL-TRANS-CLASS
               MOVE "C"                TO GL-DEBIT-CREDIT-IND
               PERFORM 4700-WRITE-GL-LINE
                   THRU 4700-EXIT
           END-IF.
       4600-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE MAPPING ROW GIVES THE COST CENTER AND ACCOUNT; THE   *
      * COMPANY IS THE ONE WHOSE ALLOWANCE IS BEING POSTED.      *
      *----------------------------------------------------------*
       4700-WRITE-GL-LINE.
           SET GLM-CLASS-NOT-FOUND TO TRUE.
           PERFORM 4710-CHECK-GL-MAP-ENTRY
               THRU 4710-EXIT
               VARYING GLM-LOOKUP-SUB FROM 1 BY 1
               UNTIL GLM-LOOKUP-SUB > GLM-ENTRY-COUNT.

           IF GLM-CLASS-NOT-FOUND
               DISPLAY "ABCALLOW **** NO GL ACCOUNT MAPPING FOR "
                   "CLASS " WS-GL-TRANS-CLASS " ****"
           END-IF.

           IF CPT-COMPANY-CODE(WS-CO-SUB) NOT = SPACES
               MOVE CPT-COMPANY-CODE(WS-CO-SUB) TO GL-COMPANY-CODE
           END-IF.
           MOVE WS-GL-POST-AMOUNT      TO GL-AMOUNT.
           MOVE WS-RUN-DATE            TO GL-TRANS-DATE.
           MOVE "ABCALLOW"             TO GL-SOURCE-PROGRAM.
           ADD 1 TO WS-GR-SEQ.
           MOVE WS-GL-REFERENCE        TO GL-REFERENCE.

           OPEN EXTEND GL-INTERFACE-OUT.
           IF WS-GL-FILE-STATUS = "35"
               OPEN OUTPUT GL-INTERFACE-OUT
           END-IF.
           WRITE GL-INTERFACE-OUT-REC FROM GL-INTERFACE-LINE.
           CLOSE GL-INTERFACE-OUT.
       4700-EXIT.
           EXIT.

      *----------------------------------------------------------*
       4710-CHECK-GL-MAP-ENTRY.
           IF GLM-TRANS-CLASS(GLM-LOOKUP-SUB) = WS-GL-TRANS-CLASS
               MOVE GLM-COMPANY-CODE(GLM-LOOKUP-SUB)
                   TO GL-COMPANY-CODE
               MOVE GLM-COST-CENTER(GLM-LOOKUP-SUB)
                   TO GL-COST-CENTER
               MOVE GLM-ACCOUNT-NUMBER(GLM-LOOKUP-SUB)
                   TO GL-ACCOUNT-NUMBER
               SET GLM-CLASS-FOUND TO TRUE
           END-IF.
       4710-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A HISTORY ROW THAT CANNOT BE WRITTEN WOULD MAKE THE NEXT *
      * RUN POST THIS MONTH'S CHANGE A SECOND TIME, SO THE RUN   *
      * IS FLAGGED.                                              *
      *----------------------------------------------------------*
       4800-WRITE-HISTORY-ROW.
           MOVE CPT-COMPANY-CODE(WS-CO-SUB) TO AH-COMPANY-CODE.
           MOVE WS-RUN-DATE(1:6)       TO AH-PERIOD.
           MOVE WS-RUN-DATE            TO AH-RUN-DATE.
           MOVE WS-CR-REQUIRED(WS-CO-SUB) TO AH-ALLOWANCE.
           MOVE WS-ALLOWANCE-CHANGE    TO AH-CHANGE.
           WRITE ALLOWANCE-HISTORY-REC FROM ALLOWANCE-HISTORY-RECORD.
           IF WS-ALLOWHST-FILE-STATUS = "00"
               ADD 1 TO WS-HISTORY-COUNT
           ELSE
               SET WS-UPDATE-FAILED    TO TRUE
               DISPLAY "ABCALLOW **** ALLOWANCE HISTORY NOT WRITTEN "
                   "FOR COMPANY " AH-COMPANY-CODE " STATUS "
                   WS-ALLOWHST-FILE-STATUS " ****"
           END-IF.
       4800-EXIT.
           EXIT.

      *----------------------------------------------------------*
       7000-WRITE-REPORT-LINE.
           IF RPT-LINE-COUNT >= RPT-MAX-LINES-PER-PAGE
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE RESERVE-REPORT-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 1100-WRITE-PAGE-HEADERS
                   THRU 1100-EXIT
           END-IF.

           WRITE RESERVE-REPORT-OUT-REC FROM WS-REPORT-LINE.
           ADD 1 TO RPT-LINE-COUNT.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE BUCKETS MUST CROSS-FOOT TO THE OPEN AMOUNT OF THE    *
      * ITEMS AGED, AND EVERY AGED ITEM MUST HAVE LANDED IN A    *
      * COMPANY.                                                 *
      *----------------------------------------------------------*
       9000-TERMINATE.
           MOVE RPT-PAGE-COUNT         TO RPT-F-PAGE-NO.
           WRITE RESERVE-REPORT-OUT-REC FROM RPT-FOOTER-LINE.

           MOVE "ITEMS READ............." TO RPT-FN-LABEL.
           MOVE WS-ITEM-COUNT          TO RPT-FN-COUNT.
           WRITE RESERVE-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "ITEMS AGED............." TO RPT-FN-LABEL.
           MOVE WS-AGED-COUNT          TO RPT-FN-COUNT.
           WRITE RESERVE-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "COMPANIES RESERVED....." TO RPT-FN-LABEL.
           MOVE CPT-COMPANY-COUNT      TO RPT-FN-COUNT.
           WRITE RESERVE-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "CHANGES POSTED........." TO RPT-FN-LABEL.
           MOVE WS-POSTED-COUNT        TO RPT-FN-COUNT.
           WRITE RESERVE-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "HISTORY ROWS WRITTEN..." TO RPT-FN-LABEL.
           MOVE WS-HISTORY-COUNT       TO RPT-FN-COUNT.
           WRITE RESERVE-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           IF WS-RECVI-FILE-STATUS NOT = "35"
               CLOSE RECEIVABLE-KSD
           END-IF.
           CLOSE ALLOWANCE-HISTORY
                 RESERVE-REPORT-OUT.

           DISPLAY "ABCALLOW CONTROL TOTAL - ITEMS=" WS-ITEM-COUNT
               " AGED=" WS-AGED-COUNT
               " COMPANIES=" CPT-COMPANY-COUNT
               " POSTED=" WS-POSTED-COUNT
               " REQUIRED=" WS-REQUIRED-TOTAL
               " CHANGE=" WS-CHANGE-TOTAL.

           IF WS-BUCKET-GRAND-TOTAL NOT = WS-AGED-TOTAL
               OR WS-SLOT-ITEM-TOTAL NOT = WS-AGED-COUNT
               OR WS-UPDATE-FAILED
               DISPLAY
                 "ABCALLOW **** CONTROL TOTALS OUT OF BALANCE ****"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
