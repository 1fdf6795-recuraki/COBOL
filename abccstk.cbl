      *                 THE NEXT N DAYS (AT TODAY'S DEMAND) GOES *
      *                 NEGATIVE, OR FALLS UNDER ITS MINIMUM,    *
      *                 GETS A REORDER LINE.                     *
      * 2026-10-15  DH  THE PLANNED-LOADS RECORD NOW ENDS WITH   *
      *                 THE DELIVERY REFERENCE ABC153A CARRIES   *
      *                 FROM THE ORDER; THE LEDGER DOES NOT USE  *
      *                 IT.                                      *
      * 2026-10-15  DH  CONTAINER ISSUES AND RETURNS PER         *
      *                 CUSTOMER (CONTMOVE), CARRY-FORWARD       *
      *                 CUSTODY REGISTER, NIGHTLY DEMURRAGE TO   *
      *                 STMTEXT AND OVERDUE REPORT (DEMRPT)      *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO CSTKRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONT-MOVE-IN
               ASSIGN TO CONTMOVE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTMOVE-FILE-STATUS.

           SELECT CUSTODY-IN
               ASSIGN TO CONTCUSI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTODY-FILE-STATUS.

           SELECT CUSTODY-OUT
               ASSIGN TO CONTCUSO
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STMT-EXTRACT-OUT
               ASSIGN TO STMTEXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-FILE-STATUS.

           SELECT DEMURRAGE-REPORT-OUT
               ASSIGN TO DEMRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONT-STOCK-IN
       01  PLAN-LOAD-RECORD.
           05  PL-CONTAINER-TYPE       PIC X(04).
           05  PL-PLAN-COUNT           PIC 9(06).
           05  PL-DELIVERY-REF         PIC X(08).

       FD  RECEIPT-IN
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  STOCK-REPORT-OUT-REC        PIC X(132).

       FD  CONT-MOVE-IN
           RECORDING MODE IS F.
       01  CONT-MOVE-IN-REC            PIC X(25).

       FD  CUSTODY-IN
           RECORDING MODE IS F.
       01  CUSTODY-IN-REC              PIC X(32).

       FD  CUSTODY-OUT
           RECORDING MODE IS F.
       01  CUSTODY-OUT-REC             PIC X(32).

       FD  STMT-EXTRACT-OUT
           RECORDING MODE IS F.
       01  STMT-EXTRACT-OUT-REC        PIC X(65).

       FD  DEMURRAGE-REPORT-OUT
           RECORDING MODE IS F.
       01  DEMURRAGE-REPORT-OUT-REC    PIC X(132).

       WORKING-STORAGE SECTION.
       COPY RUNSTAMP.
       COPY CONTCUST.
       COPY STMTREC.
       COPY RPTHDFT.
       01  WS-STKI-FILE-STATUS         PIC X(02).
       01  WS-PLAN-FILE-STATUS         PIC X(02).
           88  WS-RCPT-EOF                     VALUE "Y".
       01  WS-RATECTL-EOF-SW           PIC X(01) VALUE "N".
           88  WS-RATECTL-EOF                  VALUE "Y".
       01  WS-CONTMOVE-EOF-SW          PIC X(01) VALUE "N".
           88  WS-CONTMOVE-EOF                 VALUE "Y".
       01  WS-CUSTODY-EOF-SW           PIC X(01) VALUE "N".
           88  WS-CUSTODY-EOF                  VALUE "Y".

       01  CONT-STOCK-RECORD.
           05  CS-CONTAINER-TYPE       PIC X(04).
               10  WS-SK-RECEIVED      PIC S9(08) COMP-3.
               10  WS-SK-MIN-STOCK     PIC 9(08) COMP-3.
               10  WS-SK-HORIZON       PIC 9(03) COMP-3.
               10  WS-SK-TERMS-SW      PIC X(01).
                   88  WS-SK-HAS-TERMS         VALUE "Y".
               10  WS-SK-FREE-DAYS     PIC 9(03) COMP-3.
               10  WS-SK-DAILY-RATE    PIC 9(06)V99 COMP-3.

       01  WS-STK-SUB                  PIC 9(02) COMP VALUE ZERO.
       01  WS-STK-MATCH                PIC 9(02) COMP VALUE ZERO.
       01  WS-PLAN-SHORT-COUNT         PIC 9(08) COMP VALUE ZERO.
       01  WS-REORDER-COUNT            PIC 9(08) COMP VALUE ZERO.

      *----------------------------------------------------------*
      * CONTAINERS OUT WITH CUSTOMERS, ONE SLOT PER CUSTOMER,    *
      * TYPE AND ISSUE DATE, KEPT IN THAT ORDER SO RETURNS CLOSE *
      * THE OLDEST ISSUE FIRST AND THE OVERDUE REPORT COMES OUT  *
      * BY CUSTOMER.  A SLOT WHOSE CONTAINERS ARE ALL BACK HAS   *
      * A ZERO QUANTITY AND IS NOT CARRIED FORWARD.              *
      *----------------------------------------------------------*
       01  WS-CUSTODY-TABLE.
           05  WS-CUS-COUNT            PIC 9(04) COMP VALUE ZERO.
           05  WS-CUS-ENTRY            OCCURS 2000 TIMES.
               10  WS-CU-CUSTOMER-ID   PIC X(06).
               10  WS-CU-TYPE          PIC X(04).
               10  WS-CU-ISSUE-DATE    PIC X(08).
               10  WS-CU-QUANTITY      PIC 9(06) COMP-3.
               10  WS-CU-BILLED-THRU   PIC X(08).
               10  WS-CU-CHARGED-TODAY PIC S9(09)V99 COMP-3.

       01  WS-CUS-SUB                  PIC 9(04) COMP VALUE ZERO.
       01  WS-CUS-INS-SUB              PIC 9(04) COMP VALUE ZERO.
       01  WS-CUS-SHIFT-SUB            PIC 9(04) COMP VALUE ZERO.

       01  WS-MOVE-COUNT               PIC 9(08) COMP VALUE ZERO.
       01  WS-MOVE-REJECT-COUNT        PIC 9(08) COMP VALUE ZERO.
       01  WS-ISSUED-COUNT             PIC 9(08) COMP VALUE ZERO.
       01  WS-RETURNED-COUNT           PIC 9(08) COMP VALUE ZERO.
       01  WS-UNMATCHED-RETURN-COUNT   PIC 9(08) COMP VALUE ZERO.
       01  WS-CONTAINERS-OUT           PIC 9(08) COMP VALUE ZERO.
       01  WS-CONTAINERS-OVERDUE       PIC 9(08) COMP VALUE ZERO.
       01  WS-CUSTOMERS-OVERDUE        PIC 9(08) COMP VALUE ZERO.
       01  WS-DEMURRAGE-LINES          PIC 9(08) COMP VALUE ZERO.
       01  WS-DEMURRAGE-TOTAL          PIC S9(11)V99 COMP-3
                                       VALUE ZERO.

      *----------------------------------------------------------*
      * DEMURRAGE WORK FIELDS.  DAYS ARE COUNTED AS INTEGER      *
      * DATES: A CONTAINER IS FREE THROUGH ITS ISSUE DATE PLUS   *
      * THE TYPE'S FREE DAYS AND IS CHARGED FOR EVERY DAY AFTER, *
      * EACH DAY ONCE - THE NIGHTLY RUN CHARGES THROUGH THE RUN  *
      * DATE, A RETURN THROUGH THE DAY IT CAME BACK.             *
      *----------------------------------------------------------*
       01  WS-DATE-NUM                 PIC 9(08) VALUE ZERO.
       01  WS-RUN-DATE-INT             PIC 9(08) COMP VALUE ZERO.
       01  WS-DUE-DATE-INT             PIC 9(08) COMP VALUE ZERO.
       01  WS-CHARGE-FROM-INT          PIC 9(08) COMP VALUE ZERO.
       01  WS-CHARGE-END-INT           PIC 9(08) COMP VALUE ZERO.
       01  WS-BILLED-THRU-INT          PIC 9(08) COMP VALUE ZERO.
       01  WS-CHARGE-DAYS              PIC S9(05) COMP-3 VALUE ZERO.
       01  WS-CHARGE-QTY               PIC 9(06) COMP-3 VALUE ZERO.
       01  WS-CONTAINER-DAYS           PIC 9(09) COMP-3 VALUE ZERO.
       01  WS-DEMURRAGE-AMOUNT         PIC S9(09)V99 COMP-3
                                       VALUE ZERO.
       01  WS-RETURN-LEFT              PIC 9(06) COMP-3 VALUE ZERO.
       01  WS-DAYS-OVERDUE             PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-DUE-DATE                 PIC 9(08) VALUE ZERO.

       01  WS-PREV-CUSTOMER            PIC X(06) VALUE SPACES.
       01  WS-CUST-OVERDUE-QTY         PIC 9(08) COMP VALUE ZERO.
       01  WS-CUST-CHARGED             PIC S9(09)V99 COMP-3
                                       VALUE ZERO.

       01  WS-DEM-DESC.
           05  FILLER                  PIC X(10) VALUE "DEMURRAGE ".
           05  WS-DD-TYPE              PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DD-CONTAINER-DAYS    PIC ZZZ9.
           05  FILLER                  PIC X(01) VALUE "D".

       01  WS-RPT-DATE                 PIC X(10).

       01  WS-HEADER-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-FINDING            PIC X(32).

       01  WS-OVERDUE-HEAD-LINE.
           05  FILLER                  PIC X(10) VALUE "CUSTOMER".
           05  FILLER                  PIC X(06) VALUE "TYPE".
           05  FILLER                  PIC X(10) VALUE "ISSUED".
           05  FILLER                  PIC X(10) VALUE "DUE BACK".
           05  FILLER                  PIC X(08) VALUE "     QTY".
           05  FILLER                  PIC X(11) VALUE "  DAYS OVER".
           05  FILLER                  PIC X(16)
               VALUE "   CHARGED TODAY".
           05  FILLER                  PIC X(13)
               VALUE "  BILLED THRU".

       01  WS-OVERDUE-LINE.
           05  WS-O-CUSTOMER-ID        PIC X(06).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-O-TYPE               PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-O-ISSUE-DATE         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-O-DUE-DATE           PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-O-QUANTITY           PIC ZZZZZZZ9.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  WS-O-DAYS-OVER          PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-O-CHARGED            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-O-BILLED-THRU        PIC X(08).

       01  WS-CUSTOMER-TOTAL-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE "CUSTOMER TOTAL ".
           05  WS-CT-CUSTOMER-ID       PIC X(06).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  WS-CT-QUANTITY          PIC ZZZZZZZ9.
           05  FILLER                  PIC X(13) VALUE SPACES.
           05  WS-CT-CHARGED           PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-MONEY-FINAL-LINE.
           05  WS-MF-LABEL             PIC X(24).
           05  WS-MF-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(94) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 5000-LOAD-THRESHOLDS
               THRU 5000-EXIT.

           PERFORM 5500-LOAD-CUSTODY
               THRU 5500-EXIT
               UNTIL WS-CUSTODY-EOF.

           PERFORM 5600-APPLY-MOVEMENT
               THRU 5600-EXIT
               UNTIL WS-CONTMOVE-EOF.

           PERFORM 6000-CLOSE-ONE-TYPE
               THRU 6000-EXIT
               VARYING WS-STK-SUB FROM 1 BY 1
               UNTIL WS-STK-SUB > WS-STK-COUNT.

           PERFORM 6500-CHARGE-OPEN-CUSTODY
               THRU 6500-EXIT
               VARYING WS-CUS-SUB FROM 1 BY 1
               UNTIL WS-CUS-SUB > WS-CUS-COUNT.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

      *----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT CONT-STOCK-OUT
                OUTPUT STOCK-REPORT-OUT
                OUTPUT CUSTODY-OUT
                OUTPUT DEMURRAGE-REPORT-OUT.

           MOVE FUNCTION CURRENT-DATE TO WS-RUNSTAMP-CURRENT-DATE.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:14) TO WS-RUN-ID.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:8)  TO WS-RUN-DATE.
           MOVE WS-RUN-DATE            TO WS-DATE-NUM.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

           MOVE "CONTAINER STOCK LEDGER AND REORDER"
               TO RPT-ST-TEXT.
               PERFORM 4100-READ-RECEIPT
                   THRU 4100-EXIT
           END-IF.

           OPEN INPUT CUSTODY-IN.
           IF WS-CUSTODY-FILE-STATUS = "35"
               SET WS-CUSTODY-EOF TO TRUE
           ELSE
               PERFORM 5510-READ-CUSTODY
                   THRU 5510-EXIT
           END-IF.

           OPEN INPUT CONT-MOVE-IN.
           IF WS-CONTMOVE-FILE-STATUS = "35"
               SET WS-CONTMOVE-EOF TO TRUE
           ELSE
               PERFORM 5610-READ-MOVEMENT
                   THRU 5610-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1150-WRITE-OVERDUE-HEADERS.
           ADD 1 TO RPT-PAGE-COUNT.
           MOVE WS-RPT-DATE            TO RPT-DL-RUN-DATE.

           WRITE DEMURRAGE-REPORT-OUT-REC FROM RPT-TITLE-LINE.
           WRITE DEMURRAGE-REPORT-OUT-REC FROM RPT-SUBTITLE-LINE.
           WRITE DEMURRAGE-REPORT-OUT-REC FROM RPT-DATE-LINE.
           MOVE SPACES                 TO DEMURRAGE-REPORT-OUT-REC.
           WRITE DEMURRAGE-REPORT-OUT-REC.
           WRITE DEMURRAGE-REPORT-OUT-REC FROM WS-OVERDUE-HEAD-LINE.
           MOVE SPACES                 TO DEMURRAGE-REPORT-OUT-REC.
           WRITE DEMURRAGE-REPORT-OUT-REC.

           MOVE 6                      TO RPT-LINE-COUNT.
       1150-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1200-FIND-TYPE-SLOT.
           MOVE ZERO                   TO WS-STK-MATCH.
                               WS-SK-PLANNED(WS-STK-COUNT)
                               WS-SK-RECEIVED(WS-STK-COUNT)
                               WS-SK-MIN-STOCK(WS-STK-COUNT)
                               WS-SK-FREE-DAYS(WS-STK-COUNT)
                               WS-SK-DAILY-RATE(WS-STK-COUNT)
                   MOVE 1 TO WS-SK-HORIZON(WS-STK-COUNT)
                   MOVE "N" TO WS-SK-TERMS-SW(WS-STK-COUNT)
                   MOVE WS-STK-COUNT   TO WS-STK-MATCH
               ELSE
                   DISPLAY "ABCCSTK  **** STOCK TABLE FULL ****"
      * PER-TYPE THRESHOLDS: THE TYPE'S OWN ROW (RULE CODE =     *
      * CONTAINER TYPE) IN FORCE ON THE RUN DATE - VALUE-1 IS    *
      * THE MINIMUM STOCK, VALUE-2 THE PROJECTION DAYS.          *
      * RENTAL TERMS RIDE ON THE TYPE'S ABC153A ROW: VALUE-2 IS  *
      * THE FREE DAYS AND VALUE-3 THE DAILY DEMURRAGE IN CENTS.  *
      * A TYPE WITH NO DAILY RATE IS NEVER CHARGED.              *
      *----------------------------------------------------------*
       5000-LOAD-THRESHOLDS.
           OPEN INPUT RATE-TAB.
                           END-IF
                       END-IF
                   END-IF
                   IF RC-PROGRAM-ID = "ABC153A "
                       AND RC-VALUE-3 > ZERO
                       AND (RC-EFF-FROM-DATE = SPACES
                           OR RC-EFF-FROM-DATE <= WS-RUN-DATE)
                       AND (RC-EFF-TO-DATE = SPACES
                           OR RC-EFF-TO-DATE >= WS-RUN-DATE)
                       MOVE RC-RULE-CODE TO WS-WORK-TYPE
                       PERFORM 1200-FIND-TYPE-SLOT
                           THRU 1200-EXIT
                       IF WS-STK-MATCH > ZERO
                           MOVE "Y" TO WS-SK-TERMS-SW(WS-STK-MATCH)
                           MOVE RC-VALUE-2 TO
                               WS-SK-FREE-DAYS(WS-STK-MATCH)
                           COMPUTE WS-SK-DAILY-RATE(WS-STK-MATCH) =
                               RC-VALUE-3 / 100
                       END-IF
                   END-IF
           END-READ.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CARRIED-FORWARD REGISTER OF CONTAINERS OUT.  IT WAS      *
      * WRITTEN IN CUSTOMER/TYPE/ISSUE-DATE ORDER, SO IT LOADS   *
      * STRAIGHT INTO THE TABLE.                                 *
      *----------------------------------------------------------*
       5500-LOAD-CUSTODY.
           IF WS-CUS-COUNT < 2000
               ADD 1 TO WS-CUS-COUNT
               MOVE CC-CUSTOMER-ID
                   TO WS-CU-CUSTOMER-ID(WS-CUS-COUNT)
               MOVE CC-CONTAINER-TYPE
                   TO WS-CU-TYPE(WS-CUS-COUNT)
               MOVE CC-ISSUE-DATE
                   TO WS-CU-ISSUE-DATE(WS-CUS-COUNT)
               MOVE CC-QUANTITY
                   TO WS-CU-QUANTITY(WS-CUS-COUNT)
               MOVE CC-BILLED-THRU-DATE
                   TO WS-CU-BILLED-THRU(WS-CUS-COUNT)
               MOVE ZERO
                   TO WS-CU-CHARGED-TODAY(WS-CUS-COUNT)
           ELSE
               DISPLAY "ABCCSTK  **** CUSTODY TABLE FULL ****"
               MOVE 8 TO RETURN-CODE
               SET WS-CUSTODY-EOF TO TRUE
               GO TO 5500-EXIT
           END-IF.

           PERFORM 5510-READ-CUSTODY
               THRU 5510-EXIT.
       5500-EXIT.
           EXIT.

      *----------------------------------------------------------*
       5510-READ-CUSTODY.
           READ CUSTODY-IN INTO CONTAINER-CUSTODY-RECORD
               AT END
                   SET WS-CUSTODY-EOF TO TRUE
           END-READ.
       5510-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE CONTAINER ISSUE OR RETURN KEYED BY THE YARD.  AN     *
      * ISSUE OPENS (OR ADDS TO) THE CUSTOMER'S ROW FOR THAT     *
      * TYPE AND DATE; A RETURN GOES BACK INTO YARD STOCK AND    *
      * CLOSES THE CUSTOMER'S OLDEST ISSUES OF THE TYPE FIRST,   *
      * CHARGING ANY DAYS THEY RAN OVER THEIR FREE TIME.         *
      *----------------------------------------------------------*
       5600-APPLY-MOVEMENT.
           ADD 1 TO WS-MOVE-COUNT.

           IF CM-CUSTOMER-ID = SPACES
               OR CM-CONTAINER-TYPE = SPACES
               OR NOT (CM-ISSUE OR CM-RETURN)
               OR CM-QUANTITY NOT NUMERIC
               OR CM-MOVE-DATE-N NOT NUMERIC
               DISPLAY "ABCCSTK  MOVEMENT REJECTED - "
                   CONTAINER-MOVE-RECORD
               ADD 1 TO WS-MOVE-REJECT-COUNT
               GO TO 5600-READ-NEXT
           END-IF.

           MOVE CM-MOVE-DATE-N         TO WS-DATE-NUM.
           COMPUTE WS-CHARGE-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           IF CM-QUANTITY = ZERO
               OR WS-CHARGE-END-INT = ZERO
               OR WS-CHARGE-END-INT > WS-RUN-DATE-INT
               DISPLAY "ABCCSTK  MOVEMENT REJECTED - "
                   CONTAINER-MOVE-RECORD
               ADD 1 TO WS-MOVE-REJECT-COUNT
               GO TO 5600-READ-NEXT
           END-IF.

           IF CM-ISSUE
               PERFORM 5620-ISSUE-CONTAINERS
                   THRU 5620-EXIT
           ELSE
               PERFORM 5630-RETURN-CONTAINERS
                   THRU 5630-EXIT
           END-IF.

       5600-READ-NEXT.
           PERFORM 5610-READ-MOVEMENT
               THRU 5610-EXIT.
       5600-EXIT.
           EXIT.

      *----------------------------------------------------------*
       5610-READ-MOVEMENT.
           READ CONT-MOVE-IN INTO CONTAINER-MOVE-RECORD
               AT END
                   SET WS-CONTMOVE-EOF TO TRUE
           END-READ.
       5610-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * FINDS WHERE THE ISSUE BELONGS IN CUSTOMER/TYPE/DATE      *
      * ORDER; A SECOND ISSUE ON THE SAME DAY ADDS TO THE ROW,   *
      * OTHERWISE THE ROWS BELOW ARE SHIFTED DOWN ONE TO MAKE    *
      * ROOM.                                                    *
      *----------------------------------------------------------*
       5620-ISSUE-CONTAINERS.
           MOVE ZERO                   TO WS-CUS-INS-SUB.
           PERFORM 5625-FIND-INSERT-SLOT
               THRU 5625-EXIT
               VARYING WS-CUS-SUB FROM 1 BY 1
               UNTIL WS-CUS-SUB > WS-CUS-COUNT
               OR WS-CUS-INS-SUB > ZERO.

           IF WS-CUS-INS-SUB > ZERO
               IF WS-CU-CUSTOMER-ID(WS-CUS-INS-SUB) = CM-CUSTOMER-ID
                   AND WS-CU-TYPE(WS-CUS-INS-SUB) = CM-CONTAINER-TYPE
                   AND WS-CU-ISSUE-DATE(WS-CUS-INS-SUB) = CM-MOVE-DATE
                   ADD CM-QUANTITY TO WS-CU-QUANTITY(WS-CUS-INS-SUB)
                   ADD CM-QUANTITY TO WS-ISSUED-COUNT
                   GO TO 5620-EXIT
               END-IF
           ELSE
               COMPUTE WS-CUS-INS-SUB = WS-CUS-COUNT + 1
           END-IF.

           IF WS-CUS-COUNT NOT < 2000
               DISPLAY "ABCCSTK  **** CUSTODY TABLE FULL ****"
               MOVE 8 TO RETURN-CODE
               GO TO 5620-EXIT
           END-IF.

           PERFORM 5626-SHIFT-CUSTODY-DOWN
               THRU 5626-EXIT
               VARYING WS-CUS-SHIFT-SUB FROM WS-CUS-COUNT BY -1
               UNTIL WS-CUS-SHIFT-SUB < WS-CUS-INS-SUB.
           ADD 1 TO WS-CUS-COUNT.

           MOVE CM-CUSTOMER-ID
               TO WS-CU-CUSTOMER-ID(WS-CUS-INS-SUB).
           MOVE CM-CONTAINER-TYPE      TO WS-CU-TYPE(WS-CUS-INS-SUB).
           MOVE CM-MOVE-DATE
               TO WS-CU-ISSUE-DATE(WS-CUS-INS-SUB).
           MOVE CM-QUANTITY
               TO WS-CU-QUANTITY(WS-CUS-INS-SUB).
           MOVE SPACES
               TO WS-CU-BILLED-THRU(WS-CUS-INS-SUB).
           MOVE ZERO
               TO WS-CU-CHARGED-TODAY(WS-CUS-INS-SUB).
           ADD CM-QUANTITY TO WS-ISSUED-COUNT.
       5620-EXIT.
           EXIT.

      *----------------------------------------------------------*
       5625-FIND-INSERT-SLOT.
           IF WS-CU-CUSTOMER-ID(WS-CUS-SUB) > CM-CUSTOMER-ID
               OR (WS-CU-CUSTOMER-ID(WS-CUS-SUB) = CM-CUSTOMER-ID
                   AND WS-CU-TYPE(WS-CUS-SUB) > CM-CONTAINER-TYPE)
               OR (WS-CU-CUSTOMER-ID(WS-CUS-SUB) = CM-CUSTOMER-ID
                   AND WS-CU-TYPE(WS-CUS-SUB) = CM-CONTAINER-TYPE
                   AND WS-CU-ISSUE-DATE(WS-CUS-SUB) >= CM-MOVE-DATE)
               MOVE WS-CUS-SUB         TO WS-CUS-INS-SUB
           END-IF.
       5625-EXIT.
           EXIT.

      *----------------------------------------------------------*
       5626-SHIFT-CUSTODY-DOWN.
           MOVE WS-CUS-ENTRY(WS-CUS-SHIFT-SUB)
               TO WS-CUS-ENTRY(WS-CUS-SHIFT-SUB + 1).
       5626-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A RETURN IS STOCK BACK IN THE YARD WHETHER OR NOT THE    *
      * ISSUE CAN BE FOUND; WHAT CANNOT BE MATCHED TO AN OPEN    *
      * ISSUE IS REPORTED FOR THE YARD TO SORT OUT.              *
      *----------------------------------------------------------*
       5630-RETURN-CONTAINERS.
           MOVE CM-CONTAINER-TYPE      TO WS-WORK-TYPE.
           PERFORM 1200-FIND-TYPE-SLOT
               THRU 1200-EXIT.
           IF WS-STK-MATCH > ZERO
               ADD CM-QUANTITY TO WS-SK-RECEIVED(WS-STK-MATCH)
           END-IF.

           MOVE CM-QUANTITY            TO WS-RETURN-LEFT.
           PERFORM 5635-CLOSE-OLDEST-ISSUE
               THRU 5635-EXIT
               VARYING WS-CUS-SUB FROM 1 BY 1
               UNTIL WS-CUS-SUB > WS-CUS-COUNT
               OR WS-RETURN-LEFT = ZERO.

           COMPUTE WS-RETURNED-COUNT =
               WS-RETURNED-COUNT + CM-QUANTITY - WS-RETURN-LEFT.
           IF WS-RETURN-LEFT > ZERO
               DISPLAY "ABCCSTK  RETURN NOT ON ISSUE - "
                   CM-CUSTOMER-ID " " CM-CONTAINER-TYPE
                   " QTY=" WS-RETURN-LEFT
               ADD WS-RETURN-LEFT TO WS-UNMATCHED-RETURN-COUNT
           END-IF.
       5630-EXIT.
           EXIT.

      *----------------------------------------------------------*
       5635-CLOSE-OLDEST-ISSUE.
           IF WS-CU-CUSTOMER-ID(WS-CUS-SUB) NOT = CM-CUSTOMER-ID
               OR WS-CU-TYPE(WS-CUS-SUB) NOT = CM-CONTAINER-TYPE
               OR WS-CU-QUANTITY(WS-CUS-SUB) = ZERO
               OR WS-CU-ISSUE-DATE(WS-CUS-SUB) > CM-MOVE-DATE
               GO TO 5635-EXIT
           END-IF.

           IF WS-CU-QUANTITY(WS-CUS-SUB) > WS-RETURN-LEFT
               MOVE WS-RETURN-LEFT     TO WS-CHARGE-QTY
           ELSE
               MOVE WS-CU-QUANTITY(WS-CUS-SUB) TO WS-CHARGE-QTY
           END-IF.

           PERFORM 6600-CHARGE-DEMURRAGE
               THRU 6600-EXIT.

           SUBTRACT WS-CHARGE-QTY FROM WS-CU-QUANTITY(WS-CUS-SUB).
           SUBTRACT WS-CHARGE-QTY FROM WS-RETURN-LEFT.
       5635-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CLOSES ONE TYPE: NEW ON-HAND, FILLABILITY OF TODAY'S     *
      * PLAN, AND THE N-DAY PROJECTION AT TODAY'S DEMAND.        *
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * NIGHTLY DEMURRAGE: EVERY ROW STILL OUT IS CHARGED FOR    *
      * THE DAYS PAST ITS FREE TIME NOT YET BILLED, THROUGH THE  *
      * RUN DATE, THEN CARRIED FORWARD TO TOMORROW'S REGISTER.   *
      *----------------------------------------------------------*
       6500-CHARGE-OPEN-CUSTODY.
           IF WS-CU-QUANTITY(WS-CUS-SUB) = ZERO
               GO TO 6500-EXIT
           END-IF.

           MOVE WS-RUN-DATE-INT        TO WS-CHARGE-END-INT.
           MOVE WS-CU-QUANTITY(WS-CUS-SUB) TO WS-CHARGE-QTY.
           PERFORM 6600-CHARGE-DEMURRAGE
               THRU 6600-EXIT.
           IF WS-CHARGE-DAYS > ZERO
               MOVE WS-RUN-DATE TO WS-CU-BILLED-THRU(WS-CUS-SUB)
           END-IF.

           MOVE WS-CU-CUSTOMER-ID(WS-CUS-SUB) TO CC-CUSTOMER-ID.
           MOVE WS-CU-TYPE(WS-CUS-SUB)        TO CC-CONTAINER-TYPE.
           MOVE WS-CU-ISSUE-DATE(WS-CUS-SUB)  TO CC-ISSUE-DATE.
           MOVE WS-CU-QUANTITY(WS-CUS-SUB)    TO CC-QUANTITY.
           MOVE WS-CU-BILLED-THRU(WS-CUS-SUB)
               TO CC-BILLED-THRU-DATE.
           WRITE CUSTODY-OUT-REC FROM CONTAINER-CUSTODY-RECORD.
           ADD WS-CU-QUANTITY(WS-CUS-SUB) TO WS-CONTAINERS-OUT.
       6500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CHARGES WS-CHARGE-QTY CONTAINERS OF THE CURRENT CUSTODY  *
      * ROW FROM THE LATER OF THEIR DUE DATE AND THE ROW'S       *
      * BILLED-THRU DATE UP TO WS-CHARGE-END-INT, AS ONE         *
      * STATEMENT LINE.  WS-CHARGE-DAYS COMES BACK ZERO WHEN     *
      * THERE WAS NOTHING TO CHARGE.                             *
      *----------------------------------------------------------*
       6600-CHARGE-DEMURRAGE.
           MOVE ZERO                   TO WS-CHARGE-DAYS.
           MOVE WS-CU-TYPE(WS-CUS-SUB) TO WS-WORK-TYPE.
           MOVE ZERO                   TO WS-STK-MATCH.
           PERFORM 1210-SCAN-TYPE-SLOT
               THRU 1210-EXIT
               VARYING WS-STK-SUB FROM 1 BY 1
               UNTIL WS-STK-SUB > WS-STK-COUNT
               OR WS-STK-MATCH > ZERO.
           IF WS-STK-MATCH = ZERO
               GO TO 6600-EXIT
           END-IF.
           IF NOT WS-SK-HAS-TERMS(WS-STK-MATCH)
               GO TO 6600-EXIT
           END-IF.

           MOVE WS-CU-ISSUE-DATE(WS-CUS-SUB) TO WS-DATE-NUM.
           COMPUTE WS-DUE-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               + WS-SK-FREE-DAYS(WS-STK-MATCH).
           COMPUTE WS-CHARGE-FROM-INT = WS-DUE-DATE-INT.
           IF WS-CU-BILLED-THRU(WS-CUS-SUB) NOT = SPACES
               MOVE WS-CU-BILLED-THRU(WS-CUS-SUB) TO WS-DATE-NUM
               COMPUTE WS-BILLED-THRU-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               IF WS-BILLED-THRU-INT > WS-CHARGE-FROM-INT
                   MOVE WS-BILLED-THRU-INT TO WS-CHARGE-FROM-INT
               END-IF
           END-IF.

           COMPUTE WS-CHARGE-DAYS =
               WS-CHARGE-END-INT - WS-CHARGE-FROM-INT.
           IF WS-CHARGE-DAYS NOT > ZERO
               MOVE ZERO               TO WS-CHARGE-DAYS
               GO TO 6600-EXIT
           END-IF.

           COMPUTE WS-CONTAINER-DAYS =
               WS-CHARGE-DAYS * WS-CHARGE-QTY.
           COMPUTE WS-DEMURRAGE-AMOUNT ROUNDED =
               WS-CONTAINER-DAYS * WS-SK-DAILY-RATE(WS-STK-MATCH).

           MOVE WS-CU-TYPE(WS-CUS-SUB) TO WS-DD-TYPE.
           MOVE WS-CONTAINER-DAYS      TO WS-DD-CONTAINER-DAYS.
           MOVE WS-CU-CUSTOMER-ID(WS-CUS-SUB) TO SX-CUSTOMER-ID.
           MOVE "ABCCSTK"              TO SX-SOURCE-PROGRAM.
           MOVE WS-DEM-DESC            TO SX-CHARGE-DESC.
           MOVE WS-DEMURRAGE-AMOUNT    TO SX-AMOUNT.
           MOVE WS-RUN-DATE            TO SX-RUN-DATE.
           MOVE SPACES                 TO SX-TRACE-ID.
           PERFORM 8300-WRITE-STMT-EXTRACT
               THRU 8300-EXIT.

           ADD WS-DEMURRAGE-AMOUNT TO WS-CU-CHARGED-TODAY(WS-CUS-SUB)
                                      WS-DEMURRAGE-TOTAL.
           ADD 1 TO WS-DEMURRAGE-LINES.
       6600-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * OVERDUE CONTAINERS BY CUSTOMER, FOR THE YARD TO CHASE -  *
      * EVERY ROW STILL OUT PAST ITS FREE TIME, WITH WHAT WAS    *
      * CHARGED ON IT TONIGHT, AND A TOTAL PER CUSTOMER.         *
      *----------------------------------------------------------*
       7000-PRINT-OVERDUE-REPORT.
           MOVE ZERO                   TO RPT-PAGE-COUNT.
           MOVE SPACES                 TO RPT-ST-TEXT.
           MOVE "OVERDUE CONTAINERS BY CUSTOMER" TO RPT-ST-TEXT.
           PERFORM 1150-WRITE-OVERDUE-HEADERS
               THRU 1150-EXIT.

           MOVE SPACES                 TO WS-PREV-CUSTOMER.
           PERFORM 7100-PRINT-OVERDUE-ROW
               THRU 7100-EXIT
               VARYING WS-CUS-SUB FROM 1 BY 1
               UNTIL WS-CUS-SUB > WS-CUS-COUNT.
           IF WS-PREV-CUSTOMER NOT = SPACES
               PERFORM 7200-PRINT-CUSTOMER-TOTAL
                   THRU 7200-EXIT
           END-IF.

           MOVE RPT-PAGE-COUNT         TO RPT-F-PAGE-NO.
           WRITE DEMURRAGE-REPORT-OUT-REC FROM RPT-FOOTER-LINE.

           MOVE "CONTAINERS OUT........." TO RPT-FN-LABEL.
           MOVE WS-CONTAINERS-OUT      TO RPT-FN-COUNT.
           WRITE DEMURRAGE-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "CONTAINERS OVERDUE....." TO RPT-FN-LABEL.
           MOVE WS-CONTAINERS-OVERDUE  TO RPT-FN-COUNT.
           WRITE DEMURRAGE-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "CUSTOMERS OVERDUE......" TO RPT-FN-LABEL.
           MOVE WS-CUSTOMERS-OVERDUE   TO RPT-FN-COUNT.
           WRITE DEMURRAGE-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "CONTAINERS ISSUED......" TO RPT-FN-LABEL.
           MOVE WS-ISSUED-COUNT        TO RPT-FN-COUNT.
           WRITE DEMURRAGE-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "RETURNS MATCHED........" TO RPT-FN-LABEL.
           MOVE WS-RETURNED-COUNT      TO RPT-FN-COUNT.
           WRITE DEMURRAGE-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "RETURNS NOT ON ISSUE..." TO RPT-FN-LABEL.
           MOVE WS-UNMATCHED-RETURN-COUNT TO RPT-FN-COUNT.
           WRITE DEMURRAGE-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "MOVEMENTS REJECTED....." TO RPT-FN-LABEL.
           MOVE WS-MOVE-REJECT-COUNT   TO RPT-FN-COUNT.
           WRITE DEMURRAGE-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "DEMURRAGE LINES........" TO RPT-FN-LABEL.
           MOVE WS-DEMURRAGE-LINES     TO RPT-FN-COUNT.
           WRITE DEMURRAGE-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "DEMURRAGE BILLED......." TO WS-MF-LABEL.
           MOVE WS-DEMURRAGE-TOTAL     TO WS-MF-AMOUNT.
           WRITE DEMURRAGE-REPORT-OUT-REC FROM WS-MONEY-FINAL-LINE.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       7100-PRINT-OVERDUE-ROW.
           IF WS-CU-QUANTITY(WS-CUS-SUB) = ZERO
               GO TO 7100-EXIT
           END-IF.
           MOVE WS-CU-TYPE(WS-CUS-SUB) TO WS-WORK-TYPE.
           MOVE ZERO                   TO WS-STK-MATCH.
           PERFORM 1210-SCAN-TYPE-SLOT
               THRU 1210-EXIT
               VARYING WS-STK-SUB FROM 1 BY 1
               UNTIL WS-STK-SUB > WS-STK-COUNT
               OR WS-STK-MATCH > ZERO.
           IF WS-STK-MATCH = ZERO
               GO TO 7100-EXIT
           END-IF.
           IF NOT WS-SK-HAS-TERMS(WS-STK-MATCH)
               GO TO 7100-EXIT
           END-IF.

           MOVE WS-CU-ISSUE-DATE(WS-CUS-SUB) TO WS-DATE-NUM.
           COMPUTE WS-DUE-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               + WS-SK-FREE-DAYS(WS-STK-MATCH).
           IF WS-RUN-DATE-INT NOT > WS-DUE-DATE-INT
               GO TO 7100-EXIT
           END-IF.
           COMPUTE WS-DAYS-OVERDUE =
               WS-RUN-DATE-INT - WS-DUE-DATE-INT.
           COMPUTE WS-DUE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DUE-DATE-INT).

           IF WS-CU-CUSTOMER-ID(WS-CUS-SUB) NOT = WS-PREV-CUSTOMER
               IF WS-PREV-CUSTOMER NOT = SPACES
                   PERFORM 7200-PRINT-CUSTOMER-TOTAL
                       THRU 7200-EXIT
               END-IF
               MOVE WS-CU-CUSTOMER-ID(WS-CUS-SUB) TO WS-PREV-CUSTOMER
               MOVE ZERO TO WS-CUST-OVERDUE-QTY
                            WS-CUST-CHARGED
               ADD 1 TO WS-CUSTOMERS-OVERDUE
           END-IF.

           MOVE WS-CU-CUSTOMER-ID(WS-CUS-SUB) TO WS-O-CUSTOMER-ID.
           MOVE WS-CU-TYPE(WS-CUS-SUB)        TO WS-O-TYPE.
           MOVE WS-CU-ISSUE-DATE(WS-CUS-SUB)  TO WS-O-ISSUE-DATE.
           MOVE WS-DUE-DATE                   TO WS-O-DUE-DATE.
           MOVE WS-CU-QUANTITY(WS-CUS-SUB)    TO WS-O-QUANTITY.
           MOVE WS-DAYS-OVERDUE               TO WS-O-DAYS-OVER.
           MOVE WS-CU-CHARGED-TODAY(WS-CUS-SUB) TO WS-O-CHARGED.
           MOVE WS-CU-BILLED-THRU(WS-CUS-SUB) TO WS-O-BILLED-THRU.
           PERFORM 7900-WRITE-OVERDUE-LINE
               THRU 7900-EXIT.

           ADD WS-CU-QUANTITY(WS-CUS-SUB) TO WS-CUST-OVERDUE-QTY
                                             WS-CONTAINERS-OVERDUE.
           ADD WS-CU-CHARGED-TODAY(WS-CUS-SUB) TO WS-CUST-CHARGED.
       7100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       7200-PRINT-CUSTOMER-TOTAL.
           MOVE WS-PREV-CUSTOMER       TO WS-CT-CUSTOMER-ID.
           MOVE WS-CUST-OVERDUE-QTY    TO WS-CT-QUANTITY.
           MOVE WS-CUST-CHARGED        TO WS-CT-CHARGED.
           MOVE WS-CUSTOMER-TOTAL-LINE TO WS-OVERDUE-LINE.
           PERFORM 7900-WRITE-OVERDUE-LINE
               THRU 7900-EXIT.
           MOVE SPACES                 TO WS-OVERDUE-LINE.
           PERFORM 7900-WRITE-OVERDUE-LINE
               THRU 7900-EXIT.
       7200-EXIT.
           EXIT.

      *----------------------------------------------------------*
       7900-WRITE-OVERDUE-LINE.
           IF RPT-LINE-COUNT >= RPT-MAX-LINES-PER-PAGE
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE DEMURRAGE-REPORT-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 1150-WRITE-OVERDUE-HEADERS
                   THRU 1150-EXIT
           END-IF.
           WRITE DEMURRAGE-REPORT-OUT-REC FROM WS-OVERDUE-LINE.
           ADD 1 TO RPT-LINE-COUNT.
       7900-EXIT.
           EXIT.

      *----------------------------------------------------------*
       8300-WRITE-STMT-EXTRACT.
           OPEN EXTEND STMT-EXTRACT-OUT.
           IF WS-STMT-FILE-STATUS = "35"
               OPEN OUTPUT STMT-EXTRACT-OUT
           END-IF.
           WRITE STMT-EXTRACT-OUT-REC FROM STMT-EXTRACT-RECORD.
           CLOSE STMT-EXTRACT-OUT.
       8300-EXIT.
           EXIT.

      *----------------------------------------------------------*
       9000-TERMINATE.
           MOVE RPT-PAGE-COUNT         TO RPT-F-PAGE-NO.
           MOVE WS-REORDER-COUNT       TO RPT-FN-COUNT.
           WRITE STOCK-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           PERFORM 7000-PRINT-OVERDUE-REPORT
               THRU 7000-EXIT.

           IF WS-STKI-FILE-STATUS NOT = "35"
               CLOSE CONT-STOCK-IN
           END-IF.
           IF WS-RCPT-FILE-STATUS NOT = "35"
               CLOSE RECEIPT-IN
           END-IF.
           IF WS-CUSTODY-FILE-STATUS NOT = "35"
               CLOSE CUSTODY-IN
           END-IF.
           IF WS-CONTMOVE-FILE-STATUS NOT = "35"
               CLOSE CONT-MOVE-IN
           END-IF.
           CLOSE CONT-STOCK-OUT
                 STOCK-REPORT-OUT
                 CUSTODY-OUT
                 DEMURRAGE-REPORT-OUT.

           DISPLAY "ABCCSTK  CONTROL TOTAL - TYPES="
               WS-STK-COUNT
               " PLANSHORT=" WS-PLAN-SHORT-COUNT
               " REORDERS=" WS-REORDER-COUNT.
           DISPLAY "ABCCSTK  CONTROL TOTAL - MOVES="
               WS-MOVE-COUNT
               " REJECTED=" WS-MOVE-REJECT-COUNT
               " UNMATCHED=" WS-UNMATCHED-RETURN-COUNT
               " DEMURRAGE=" WS-DEMURRAGE-LINES.

           IF RETURN-CODE < 4
               IF WS-PLAN-SHORT-COUNT > ZERO
                   OR WS-REORDER-COUNT > ZERO
                   OR WS-MOVE-REJECT-COUNT > ZERO
                   OR WS-UNMATCHED-RETURN-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       9000-EXIT.
           EXIT.
