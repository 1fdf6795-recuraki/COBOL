       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCARREC.
       AUTHOR. D HARLOW.
       INSTALLATION. DL100 BATCH SERVICES.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 2026-10-15  DH  NEW PROGRAM.  MONTH-END RECEIVABLES      *
      *                 SUBLEDGER-TO-GL CONTROL ACCOUNT          *
      *                 RECONCILIATION.  SUMS THE OPEN AND       *
      *                 CREDIT ITEMS ON THE KEYED RECEIVABLES    *
      *                 FILE PER COMPANY (CUSTOMER MAPPED        *
      *                 THROUGH THE COMPANY CONTROL FILE) AND    *
      *                 COMPARES THEM WITH THE CUMULATIVE        *
      *                 RELEASED POSTINGS TO THE RECEIVABLES     *
      *                 CONTROL ACCOUNT (KEPT NIGHTLY BY         *
      *                 ABCARGLA; THE ACCOUNT IS THE COMPANY'S   *
      *                 ABCARREC RCTL ROW ON THE GL MAPPING).    *
      *                 THE DIFFERENCE IS ITEMIZED LINE BY LINE  *
      *                 BY LIKELY CAUSE - EXTRACT LINES STILL ON *
      *                 THE UNRELEASED GL FEED, RELEASED LINES   *
      *                 STILL UNACKNOWLEDGED ON THE LEDGER-ACK   *
      *                 OUTSTANDING FILE, AND WRITE-OFFS BOOKED  *
      *                 TO THE CONTROL ACCOUNT - AND WHATEVER    *
      *                 THOSE DO NOT EXPLAIN IS SHOWN AS         *
      *                 UNEXPLAINED WITH RETURN-CODE 4.          *
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

           SELECT GL-MAP-TAB
               ASSIGN TO GLMAP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-FILE-STATUS.

           SELECT AR-CONTROL-POSTINGS
               ASSIGN TO ARGLHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARGLHIST-FILE-STATUS.

           SELECT GL-FEED-IN
               ASSIGN TO GLFEED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.

           SELECT OUTSTANDING-IN
               ASSIGN TO GLOUTSTI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTSTI-FILE-STATUS.

           SELECT RECON-REPORT-OUT
               ASSIGN TO ARRECRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RECEIVABLE-KSD.
       COPY RECVKSD.

       FD  COMPANY-CONTROL-IN
           RECORDING MODE IS F.
       01  COMPANY-CONTROL-IN-REC      PIC X(37).

       FD  GL-MAP-TAB
           RECORDING MODE IS F.
       01  GL-MAP-TAB-REC              PIC X(32).

       FD  AR-CONTROL-POSTINGS
           RECORDING MODE IS F.
       01  AR-CONTROL-POSTINGS-REC     PIC X(64).

       FD  GL-FEED-IN
           RECORDING MODE IS F.
       01  GL-FEED-IN-REC              PIC X(64).

       FD  OUTSTANDING-IN
           RECORDING MODE IS F.
       01  OUTSTANDING-IN-REC          PIC X(43).

       FD  RECON-REPORT-OUT
           RECORDING MODE IS F.
       01  RECON-REPORT-OUT-REC        PIC X(132).

       WORKING-STORAGE SECTION.
       COPY RECVITEM.
       COPY COMPCTL.
       COPY GLFEED.
       COPY GLMAP.
       COPY RUNSTAMP.
       COPY RPTHDFT.
       01  WS-ARGLHIST-FILE-STATUS     PIC X(02).
       01  WS-OUTSTI-FILE-STATUS       PIC X(02).

       01  WS-GLMAP-EOF-SW             PIC X(01) VALUE "N".
           88  WS-GLMAP-EOF                    VALUE "Y".
       01  WS-ARGLHIST-EOF-SW          PIC X(01) VALUE "N".
           88  WS-ARGLHIST-EOF                 VALUE "Y".
       01  WS-FEED-EOF-SW              PIC X(01) VALUE "N".
           88  WS-FEED-EOF                     VALUE "Y".
       01  WS-OUTSTI-EOF-SW            PIC X(01) VALUE "N".
           88  WS-OUTSTI-EOF                   VALUE "Y".
       01  WS-TABLE-FULL-SW            PIC X(01) VALUE "N".
           88  WS-TABLE-FULL                   VALUE "Y".
       01  WS-UNEXPLAINED-SW           PIC X(01) VALUE "N".
           88  WS-UNEXPLAINED-FOUND            VALUE "Y".

      *----------------------------------------------------------*
      * ONE OUTSTANDING ITEM, AS THE LEDGER-ACK MATCH CARRIES IT *
      * FORWARD: A GLFEED LINE SENT BUT NOT YET ACKNOWLEDGED AS  *
      * POSTED BY THE LEDGER.                                    *
      *----------------------------------------------------------*
       01  OUTSTANDING-ITEM.
           05  OS-SOURCE-PROGRAM       PIC X(08).
           05  OS-REFERENCE            PIC X(14).
           05  OS-AMOUNT               PIC S9(11)V99.
           05  OS-FIRST-DATE           PIC X(08).

       01  WS-OUTSTANDING-TABLE.
           05  WS-OT-COUNT             PIC 9(04) COMP VALUE ZERO.
           05  WS-OT-ENTRY             OCCURS 500 TIMES.
               10  WS-OT-SOURCE-PGM    PIC X(08).
               10  WS-OT-REFERENCE     PIC X(14).
               10  WS-OT-AMOUNT        PIC S9(11)V99 COMP-3.
               10  WS-OT-FIRST-DATE    PIC X(08).
       01  WS-OT-SUB                   PIC 9(04) COMP VALUE ZERO.
       01  WS-OT-MATCH-SUB             PIC 9(04) COMP VALUE ZERO.

      *----------------------------------------------------------*
      * ONE SLOT PER COMPANY ON THE COMPANY CONTROL FILE, IN THE *
      * SAME ORDER AS THE CPT-COMPANY-ENTRY TABLE.  EVERY        *
      * RECONCILING AMOUNT IS HELD AS WHAT IT ADDS TO THE        *
      * SUBLEDGER'S EXCESS OVER THE LEDGER, SO THE CAUSES AND    *
      * THE UNEXPLAINED REMAINDER FOOT TO THE DIFFERENCE.        *
      *----------------------------------------------------------*
       01  WS-COMPANY-RECON-TABLE.
           05  WS-CR-ENTRY             OCCURS 10 TIMES.
               10  WS-CR-DEBIT-COUNT   PIC 9(08) COMP.
               10  WS-CR-DEBIT-TOTAL   PIC S9(13)V99 COMP-3.
               10  WS-CR-CREDIT-COUNT  PIC 9(08) COMP.
               10  WS-CR-CREDIT-TOTAL  PIC S9(13)V99 COMP-3.
               10  WS-CR-POSTED        PIC S9(13)V99 COMP-3.
               10  WS-CR-UNACKED       PIC S9(13)V99 COMP-3.
               10  WS-CR-UNPOSTED      PIC S9(13)V99 COMP-3.
               10  WS-CR-WRITEOFF      PIC S9(13)V99 COMP-3.
       01  WS-CO-SUB                   PIC 9(02) COMP VALUE ZERO.
       01  WS-LINE-CO-SUB              PIC 9(02) COMP VALUE ZERO.

       01  WS-LAST-CUSTOMER            PIC X(06) VALUE SPACES.
       01  WS-LAST-CO-SUB              PIC 9(03) COMP VALUE ZERO.

       01  WS-ITEM-COUNT               PIC 9(08) COMP VALUE ZERO.
       01  WS-OPEN-ITEM-COUNT          PIC 9(08) COMP VALUE ZERO.
       01  WS-POSTING-COUNT            PIC 9(08) COMP VALUE ZERO.
       01  WS-FEED-COUNT               PIC 9(08) COMP VALUE ZERO.
       01  WS-RECON-ITEM-COUNT         PIC 9(08) COMP VALUE ZERO.
       01  WS-OT-OVERFLOW-COUNT        PIC 9(08) COMP VALUE ZERO.

       01  WS-LINE-EFFECT              PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
       01  WS-RECON-AMOUNT             PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
       01  WS-SUBLEDGER-BALANCE        PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-LEDGER-BALANCE           PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-DIFFERENCE               PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-UNEXPLAINED              PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-DIFFERENCE-TOTAL         PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-UNEXPLAINED-TOTAL        PIC S9(13)V99 COMP-3
                                       VALUE ZERO.

       01  WS-TODAY-INTEGER            PIC 9(09) COMP VALUE ZERO.
       01  WS-FIRST-INTEGER            PIC 9(09) COMP VALUE ZERO.
       01  WS-DAYS-OPEN                PIC S9(05) COMP-3 VALUE ZERO.
       01  WS-DATE-NUM                 PIC 9(08).

       01  WS-RPT-DATE                 PIC X(10).
       01  WS-REPORT-LINE              PIC X(132).

       01  WS-HEADER-LINE              PIC X(132).

       01  WS-DETAIL-HEADER.
           05  FILLER                  PIC X(06) VALUE "CO".
           05  FILLER                  PIC X(26) VALUE "LIKELY CAUSE".
           05  FILLER                  PIC X(10) VALUE "PROGRAM".
           05  FILLER                  PIC X(16) VALUE "REFERENCE".
           05  FILLER                  PIC X(10) VALUE "DATE".
           05  FILLER                  PIC X(16) VALUE
               "  RECON AMOUNT".
           05  FILLER                  PIC X(10) VALUE " DAYS OPEN".

       01  WS-SUMMARY-HEADER.
           05  FILLER                  PIC X(42) VALUE
               "CONTROL ACCOUNT RECONCILIATION".
           05  FILLER                  PIC X(17) VALUE
               "           AMOUNT".

       01  WS-DETAIL-LINE.
           05  WS-D-COMPANY            PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-CAUSE              PIC X(26).
           05  WS-D-SOURCE-PGM         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-REFERENCE          PIC X(14).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-TRANS-DATE         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-AMOUNT             PIC -(11)9.99.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  WS-D-DAYS-OPEN          PIC ZZZZ9.
           05  WS-D-DAYS-BLANK REDEFINES WS-D-DAYS-OPEN
                                       PIC X(05).

       01  WS-COMPANY-LINE.
           05  FILLER                  PIC X(09) VALUE "COMPANY: ".
           05  WS-C-COMPANY-CODE       PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-C-COMPANY-NAME       PIC X(20).

       01  WS-SUMMARY-LINE.
           05  WS-S-LABEL              PIC X(42).
           05  WS-S-AMOUNT             PIC -(13)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-S-COUNT              PIC ZZZZZZZ9.
           05  WS-S-COUNT-BLANK REDEFINES WS-S-COUNT
                                       PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-S-COUNT-TEXT         PIC X(05) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-SUM-SUBLEDGER-ITEM
               THRU 2000-EXIT
               UNTIL WS-RECVI-EOF.

           PERFORM 3000-PROCESS-CONTROL-POSTING
               THRU 3000-EXIT
               UNTIL WS-ARGLHIST-EOF.

           PERFORM 3900-OPEN-UNRELEASED-FEED
               THRU 3900-EXIT.

           PERFORM 4000-PROCESS-UNRELEASED-LINE
               THRU 4000-EXIT
               UNTIL WS-FEED-EOF.

           PERFORM 5000-BEGIN-SUMMARY
               THRU 5000-EXIT.

           PERFORM 5100-RECONCILE-COMPANY
               THRU 5100-EXIT
               VARYING WS-CO-SUB FROM 1 BY 1
               UNTIL WS-CO-SUB > CPT-COMPANY-COUNT.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           GOBACK.

      *----------------------------------------------------------*
      * THE OUTSTANDING FILE IS LOADED FIRST SO EACH RELEASED    *
      * CONTROL POSTING CAN BE LOOKED UP IN IT AS IT IS READ.    *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT RECON-REPORT-OUT.

           MOVE FUNCTION CURRENT-DATE TO WS-RUNSTAMP-CURRENT-DATE.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:14) TO WS-RUN-ID.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:8)  TO WS-RUN-DATE.

           MOVE WS-RUN-DATE            TO WS-DATE-NUM.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

           MOVE "RECEIVABLES TO GL CONTROL RECONCILIATION"
               TO RPT-ST-TEXT.
           STRING WS-RUN-DATE(5:2) "/" WS-RUN-DATE(7:2) "/"
               WS-RUN-DATE(1:4)
               DELIMITED BY SIZE INTO WS-RPT-DATE.

           INITIALIZE WS-COMPANY-RECON-TABLE.

           PERFORM 1300-LOAD-COMPANY-CONTROL
               THRU 1300-EXIT.

           PERFORM 1400-LOAD-GL-MAP
               THRU 1400-EXIT.

           IF GLM-ENTRY-COUNT = ZERO
               DISPLAY "ABCARREC **** NO RECEIVABLES CONTROL "
                   "ACCOUNT ON THE GL MAPPING ****"
           END-IF.

           PERFORM 1500-LOAD-OUTSTANDING
               THRU 1500-EXIT.

           MOVE WS-DETAIL-HEADER       TO WS-HEADER-LINE.
           PERFORM 1100-WRITE-PAGE-HEADERS
               THRU 1100-EXIT.

           OPEN INPUT RECEIVABLE-KSD.
           IF WS-RECVI-FILE-STATUS = "35"
               SET WS-RECVI-EOF TO TRUE
           ELSE
               PERFORM 2100-READ-ITEM
                   THRU 2100-EXIT
           END-IF.

           OPEN INPUT AR-CONTROL-POSTINGS.
           IF WS-ARGLHIST-FILE-STATUS = "35"
               SET WS-ARGLHIST-EOF TO TRUE
           ELSE
               PERFORM 3100-READ-CONTROL-POSTING
                   THRU 3100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1100-WRITE-PAGE-HEADERS.
           ADD 1 TO RPT-PAGE-COUNT.
           MOVE WS-RPT-DATE            TO RPT-DL-RUN-DATE.

           WRITE RECON-REPORT-OUT-REC FROM RPT-TITLE-LINE.
           WRITE RECON-REPORT-OUT-REC FROM RPT-SUBTITLE-LINE.
           WRITE RECON-REPORT-OUT-REC FROM RPT-DATE-LINE.
           MOVE SPACES                 TO RECON-REPORT-OUT-REC.
           WRITE RECON-REPORT-OUT-REC.
           WRITE RECON-REPORT-OUT-REC FROM WS-HEADER-LINE.
           MOVE SPACES                 TO RECON-REPORT-OUT-REC.
           WRITE RECON-REPORT-OUT-REC.

           MOVE 6                      TO RPT-LINE-COUNT.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LOADS THE COMPANIES AND THE CUSTOMER-RANGE MAPPING ROWS. *
      * WITHOUT A COMPANY CONTROL FILE EVERY CUSTOMER AND EVERY  *
      * CONTROL POSTING BELONGS TO ONE UNNAMED ENTITY.           *
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
      * THE RECEIVABLES CONTROL ACCOUNT OF EACH COMPANY IS ITS   *
      * ABCARREC RCTL ROW - THE SAME ROWS ABCARGLA SELECTS THE   *
      * NIGHTLY CONTROL POSTINGS BY.                             *
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
                   IF GM-SOURCE-PROGRAM = "ABCARREC"
                       AND GM-TRANS-CLASS = "RCTL"
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
      * AN OUTSTANDING FILE TOO LARGE FOR THE TABLE WOULD LEAVE  *
      * UNACKNOWLEDGED LINES UNRECOGNIZED, SO THE OVERFLOW IS    *
      * COUNTED AND THE RUN FLAGGED.                             *
      *----------------------------------------------------------*
       1500-LOAD-OUTSTANDING.
           OPEN INPUT OUTSTANDING-IN.
           IF WS-OUTSTI-FILE-STATUS = "35"
               GO TO 1500-EXIT
           END-IF.
           PERFORM 1510-LOAD-OUTSTANDING-ROW
               THRU 1510-EXIT
               UNTIL WS-OUTSTI-EOF.
           CLOSE OUTSTANDING-IN.
       1500-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1510-LOAD-OUTSTANDING-ROW.
           READ OUTSTANDING-IN INTO OUTSTANDING-ITEM
               AT END
                   SET WS-OUTSTI-EOF TO TRUE
           END-READ.
           IF WS-OUTSTI-EOF
               GO TO 1510-EXIT
           END-IF.

           IF WS-OT-COUNT < 500
               ADD 1 TO WS-OT-COUNT
               MOVE OS-SOURCE-PROGRAM  TO WS-OT-SOURCE-PGM(WS-OT-COUNT)
               MOVE OS-REFERENCE       TO WS-OT-REFERENCE(WS-OT-COUNT)
               MOVE OS-AMOUNT          TO WS-OT-AMOUNT(WS-OT-COUNT)
               MOVE OS-FIRST-DATE      TO WS-OT-FIRST-DATE(WS-OT-COUNT)
           ELSE
               ADD 1 TO WS-OT-OVERFLOW-COUNT
               SET WS-TABLE-FULL       TO TRUE
           END-IF.
       1510-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE ITEM INTO ITS COMPANY'S SUBLEDGER TOTALS - DEBIT     *
      * (OPEN OR DISPUTED) AND CREDIT ITEMS APART.  A CLOSED     *
      * ITEM CARRIES NOTHING AND IS PASSED BY.                   *
      *----------------------------------------------------------*
       2000-SUM-SUBLEDGER-ITEM.
           ADD 1 TO WS-ITEM-COUNT.
           IF RV-ITEM-PAID
               OR RV-OPEN-AMOUNT = ZERO
               GO TO 2000-READ-NEXT
           END-IF.

           ADD 1 TO WS-OPEN-ITEM-COUNT.
           IF RV-CUSTOMER-ID NOT = WS-LAST-CUSTOMER
               MOVE RV-CUSTOMER-ID     TO WS-LAST-CUSTOMER
               PERFORM 2300-MAP-CUSTOMER-COMPANY
                   THRU 2300-EXIT
               MOVE CPT-MATCH-SUB      TO WS-LAST-CO-SUB
           END-IF.

           IF RV-OPEN-AMOUNT > ZERO
               ADD 1 TO WS-CR-DEBIT-COUNT(WS-LAST-CO-SUB)
               ADD RV-OPEN-AMOUNT
                   TO WS-CR-DEBIT-TOTAL(WS-LAST-CO-SUB)
           ELSE
               ADD 1 TO WS-CR-CREDIT-COUNT(WS-LAST-CO-SUB)
               ADD RV-OPEN-AMOUNT
                   TO WS-CR-CREDIT-TOTAL(WS-LAST-CO-SUB)
           END-IF.

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
      * ONE RELEASED CONTROL POSTING.  ITS NET EFFECT ON THE     *
      * CONTROL ACCOUNT (DEBIT PLUS, CREDIT MINUS) IS WHAT WE    *
      * SENT THE LEDGER.  A LINE STILL ON THE OUTSTANDING FILE   *
      * IS NOT YET IN THE LEDGER'S BALANCE; A WRITE-OFF (WOF     *
      * REFERENCE) IS IN THE LEDGER BUT WAS NEVER TAKEN OFF THE  *
      * SUBLEDGER.  BOTH ARE LISTED AS RECONCILING ITEMS.        *
      *----------------------------------------------------------*
       3000-PROCESS-CONTROL-POSTING.
           ADD 1 TO WS-POSTING-COUNT.
           PERFORM 3200-SET-LINE-EFFECT
               THRU 3200-EXIT.
           ADD WS-LINE-EFFECT          TO WS-CR-POSTED(WS-LINE-CO-SUB).

           MOVE ZERO                   TO WS-OT-MATCH-SUB.
           PERFORM 3300-SCAN-OUTSTANDING
               THRU 3300-EXIT
               VARYING WS-OT-SUB FROM 1 BY 1
               UNTIL WS-OT-SUB > WS-OT-COUNT
               OR WS-OT-MATCH-SUB > ZERO.

           EVALUATE TRUE
               WHEN WS-OT-MATCH-SUB > ZERO
                   ADD WS-LINE-EFFECT
                       TO WS-CR-UNACKED(WS-LINE-CO-SUB)
                   MOVE WS-LINE-EFFECT TO WS-RECON-AMOUNT
                   MOVE "UNACKNOWLEDGED FEED LINE"
                       TO WS-D-CAUSE
                   MOVE WS-OT-FIRST-DATE(WS-OT-MATCH-SUB)
                       TO WS-DATE-NUM
                   COMPUTE WS-FIRST-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                   COMPUTE WS-DAYS-OPEN =
                       WS-TODAY-INTEGER - WS-FIRST-INTEGER
                   MOVE WS-DAYS-OPEN   TO WS-D-DAYS-OPEN
                   PERFORM 6000-WRITE-RECON-ITEM
                       THRU 6000-EXIT
               WHEN GL-REFERENCE(1:3) = "WOF"
                   COMPUTE WS-RECON-AMOUNT = ZERO - WS-LINE-EFFECT
                   ADD WS-RECON-AMOUNT
                       TO WS-CR-WRITEOFF(WS-LINE-CO-SUB)
                   MOVE "WRITE-OFF"    TO WS-D-CAUSE
                   MOVE SPACES         TO WS-D-DAYS-BLANK
                   PERFORM 6000-WRITE-RECON-ITEM
                       THRU 6000-EXIT
           END-EVALUATE.

           PERFORM 3100-READ-CONTROL-POSTING
               THRU 3100-EXIT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3100-READ-CONTROL-POSTING.
           READ AR-CONTROL-POSTINGS INTO GL-INTERFACE-LINE
               AT END
                   SET WS-ARGLHIST-EOF TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE LINE'S COMPANY IS ITS GL COMPANY CODE; A CODE NOT ON *
      * THE COMPANY CONTROL FILE FALLS TO THE PRIMARY ENTITY,    *
      * AS AN UNMAPPED CUSTOMER DOES.                            *
      *----------------------------------------------------------*
       3200-SET-LINE-EFFECT.
           IF GL-DEBIT-CREDIT-IND = "C"
               COMPUTE WS-LINE-EFFECT = ZERO - GL-AMOUNT
           ELSE
               MOVE GL-AMOUNT          TO WS-LINE-EFFECT
           END-IF.

           MOVE ZERO                   TO CPT-MATCH-SUB.
           PERFORM 3210-SCAN-LINE-COMPANY
               THRU 3210-EXIT
               VARYING CPT-LOOKUP-SUB FROM 1 BY 1
               UNTIL CPT-LOOKUP-SUB > CPT-COMPANY-COUNT
               OR CPT-MATCH-SUB > ZERO.
           IF CPT-MATCH-SUB = ZERO
               MOVE 1                  TO WS-LINE-CO-SUB
           ELSE
               MOVE CPT-MATCH-SUB      TO WS-LINE-CO-SUB
           END-IF.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3210-SCAN-LINE-COMPANY.
           IF CPT-COMPANY-CODE(CPT-LOOKUP-SUB) = GL-COMPANY-CODE
               MOVE CPT-LOOKUP-SUB     TO CPT-MATCH-SUB
           END-IF.
       3210-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3300-SCAN-OUTSTANDING.
           IF WS-OT-SOURCE-PGM(WS-OT-SUB) = GL-SOURCE-PROGRAM
               AND WS-OT-REFERENCE(WS-OT-SUB) = GL-REFERENCE
               AND WS-OT-AMOUNT(WS-OT-SUB) = GL-AMOUNT
               MOVE WS-OT-SUB          TO WS-OT-MATCH-SUB
           END-IF.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE UNRELEASED FEED IS READ INTO THE SAME GLFEED LAYOUT  *
      * AS THE CONTROL POSTINGS, SO IT IS OPENED ONLY ONCE THEY  *
      * ARE DONE.                                                *
      *----------------------------------------------------------*
       3900-OPEN-UNRELEASED-FEED.
           OPEN INPUT GL-FEED-IN.
           IF WS-GL-FILE-STATUS = "35"
               SET WS-FEED-EOF TO TRUE
           ELSE
               PERFORM 4100-READ-FEED-LINE
                   THRU 4100-EXIT
           END-IF.
       3900-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE LINE ON THE GL FEED ACCUMULATOR - COMPUTED BUT NOT   *
      * YET RELEASED (A HELD NIGHT, OR A RUN SINCE THE LAST      *
      * CYCLE).  A LINE TO A CONTROL ACCOUNT IS ALREADY IN THE   *
      * SUBLEDGER BUT NOT YET IN THE LEDGER.                     *
      *----------------------------------------------------------*
       4000-PROCESS-UNRELEASED-LINE.
           ADD 1 TO WS-FEED-COUNT.

           SET GLM-CLASS-NOT-FOUND TO TRUE.
           PERFORM 4200-CHECK-CONTROL-ACCOUNT
               THRU 4200-EXIT
               VARYING GLM-LOOKUP-SUB FROM 1 BY 1
               UNTIL GLM-LOOKUP-SUB > GLM-ENTRY-COUNT
               OR GLM-CLASS-FOUND.

           IF GLM-CLASS-FOUND
               PERFORM 3200-SET-LINE-EFFECT
                   THRU 3200-EXIT
               ADD WS-LINE-EFFECT
                   TO WS-CR-UNPOSTED(WS-LINE-CO-SUB)
               MOVE WS-LINE-EFFECT     TO WS-RECON-AMOUNT
               MOVE "UNPOSTED EXTRACT LINE" TO WS-D-CAUSE
               MOVE SPACES             TO WS-D-DAYS-BLANK
               PERFORM 6000-WRITE-RECON-ITEM
                   THRU 6000-EXIT
           END-IF.

           PERFORM 4100-READ-FEED-LINE
               THRU 4100-EXIT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       4100-READ-FEED-LINE.
           READ GL-FEED-IN INTO GL-INTERFACE-LINE
               AT END
                   SET WS-FEED-EOF TO TRUE
           END-READ.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       4200-CHECK-CONTROL-ACCOUNT.
           IF GLM-COMPANY-CODE(GLM-LOOKUP-SUB) = GL-COMPANY-CODE
               AND GLM-ACCOUNT-NUMBER(GLM-LOOKUP-SUB) =
                   GL-ACCOUNT-NUMBER
               SET GLM-CLASS-FOUND TO TRUE
           END-IF.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE COMPANY SUMMARIES START ON A FRESH PAGE UNDER THEIR  *
      * OWN COLUMN HEADINGS.                                     *
      *----------------------------------------------------------*
       5000-BEGIN-SUMMARY.
           IF WS-RECON-ITEM-COUNT = ZERO
               MOVE "NO RECONCILING ITEMS FOUND" TO WS-REPORT-LINE
               PERFORM 7000-WRITE-REPORT-LINE
                   THRU 7000-EXIT
           END-IF.

           MOVE RPT-PAGE-COUNT         TO RPT-F-PAGE-NO.
           WRITE RECON-REPORT-OUT-REC FROM RPT-FOOTER-LINE.
           MOVE WS-SUMMARY-HEADER      TO WS-HEADER-LINE.
           PERFORM 1100-WRITE-PAGE-HEADERS
               THRU 1100-EXIT.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE COMPANY: SUBLEDGER BALANCE, LEDGER BALANCE (WHAT WE  *
      * RELEASED LESS WHAT THE LEDGER HAS NOT YET ACKNOWLEDGED), *
      * THE DIFFERENCE, AND THE DIFFERENCE BY LIKELY CAUSE.      *
      *----------------------------------------------------------*
       5100-RECONCILE-COMPANY.
           IF RPT-LINE-COUNT + 16 > RPT-MAX-LINES-PER-PAGE
               AND RPT-LINE-COUNT > 6
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE RECON-REPORT-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 1100-WRITE-PAGE-HEADERS
                   THRU 1100-EXIT
           END-IF.

           COMPUTE WS-SUBLEDGER-BALANCE =
               WS-CR-DEBIT-TOTAL(WS-CO-SUB)
               + WS-CR-CREDIT-TOTAL(WS-CO-SUB).
           COMPUTE WS-LEDGER-BALANCE =
               WS-CR-POSTED(WS-CO-SUB) - WS-CR-UNACKED(WS-CO-SUB).
           COMPUTE WS-DIFFERENCE =
               WS-SUBLEDGER-BALANCE - WS-LEDGER-BALANCE.
           COMPUTE WS-UNEXPLAINED =
               WS-DIFFERENCE
               - WS-CR-UNPOSTED(WS-CO-SUB)
               - WS-CR-UNACKED(WS-CO-SUB)
               - WS-CR-WRITEOFF(WS-CO-SUB).
           ADD WS-DIFFERENCE           TO WS-DIFFERENCE-TOTAL.
           ADD WS-UNEXPLAINED          TO WS-UNEXPLAINED-TOTAL.
           IF WS-UNEXPLAINED NOT = ZERO
               SET WS-UNEXPLAINED-FOUND TO TRUE
           END-IF.

           MOVE CPT-COMPANY-CODE(WS-CO-SUB) TO WS-C-COMPANY-CODE.
           MOVE CPT-COMPANY-NAME(WS-CO-SUB) TO WS-C-COMPANY-NAME.
           MOVE WS-COMPANY-LINE        TO WS-REPORT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE
               THRU 7000-EXIT.

           MOVE "  OPEN DEBIT ITEMS"   TO WS-S-LABEL.
           MOVE WS-CR-DEBIT-TOTAL(WS-CO-SUB) TO WS-S-AMOUNT.
           MOVE WS-CR-DEBIT-COUNT(WS-CO-SUB) TO WS-S-COUNT.
           MOVE "ITEMS"                TO WS-S-COUNT-TEXT.
           PERFORM 5200-WRITE-SUMMARY-LINE
               THRU 5200-EXIT.

           MOVE "  CREDIT ITEMS"       TO WS-S-LABEL.
           MOVE WS-CR-CREDIT-TOTAL(WS-CO-SUB) TO WS-S-AMOUNT.
           MOVE WS-CR-CREDIT-COUNT(WS-CO-SUB) TO WS-S-COUNT.
           MOVE "ITEMS"                TO WS-S-COUNT-TEXT.
           PERFORM 5200-WRITE-SUMMARY-LINE
               THRU 5200-EXIT.

           MOVE "SUBLEDGER BALANCE"    TO WS-S-LABEL.
           MOVE WS-SUBLEDGER-BALANCE   TO WS-S-AMOUNT.
           PERFORM 5200-WRITE-SUMMARY-LINE
               THRU 5200-EXIT.

           MOVE "  RELEASED TO CONTROL ACCOUNT" TO WS-S-LABEL.
           MOVE WS-CR-POSTED(WS-CO-SUB) TO WS-S-AMOUNT.
           PERFORM 5200-WRITE-SUMMARY-LINE
               THRU 5200-EXIT.

           MOVE "  LESS NOT YET ACKNOWLEDGED BY LEDGER"
               TO WS-S-LABEL.
           MOVE WS-CR-UNACKED(WS-CO-SUB) TO WS-S-AMOUNT.
           PERFORM 5200-WRITE-SUMMARY-LINE
               THRU 5200-EXIT.

           MOVE "LEDGER CONTROL ACCOUNT BALANCE" TO WS-S-LABEL.
           MOVE WS-LEDGER-BALANCE      TO WS-S-AMOUNT.
           PERFORM 5200-WRITE-SUMMARY-LINE
               THRU 5200-EXIT.

           MOVE "DIFFERENCE (SUBLEDGER LESS LEDGER)" TO WS-S-LABEL.
           MOVE WS-DIFFERENCE          TO WS-S-AMOUNT.
           PERFORM 5200-WRITE-SUMMARY-LINE
               THRU 5200-EXIT.

           MOVE "  UNPOSTED EXTRACT LINES" TO WS-S-LABEL.
           MOVE WS-CR-UNPOSTED(WS-CO-SUB) TO WS-S-AMOUNT.
           PERFORM 5200-WRITE-SUMMARY-LINE
               THRU 5200-EXIT.

           MOVE "  UNACKNOWLEDGED FEED LINES" TO WS-S-LABEL.
           MOVE WS-CR-UNACKED(WS-CO-SUB) TO WS-S-AMOUNT.
           PERFORM 5200-WRITE-SUMMARY-LINE
               THRU 5200-EXIT.

           MOVE "  WRITE-OFFS NOT CLEARED FROM SUBLEDGER"
               TO WS-S-LABEL.
           MOVE WS-CR-WRITEOFF(WS-CO-SUB) TO WS-S-AMOUNT.
           PERFORM 5200-WRITE-SUMMARY-LINE
               THRU 5200-EXIT.

           MOVE "  UNEXPLAINED - INVESTIGATE" TO WS-S-LABEL.
           MOVE WS-UNEXPLAINED         TO WS-S-AMOUNT.
           PERFORM 5200-WRITE-SUMMARY-LINE
               THRU 5200-EXIT.

           MOVE SPACES                 TO WS-REPORT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE
               THRU 7000-EXIT.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       5200-WRITE-SUMMARY-LINE.
           IF WS-S-COUNT-TEXT = SPACES
               MOVE SPACES             TO WS-S-COUNT-BLANK
           END-IF.
           MOVE WS-SUMMARY-LINE        TO WS-REPORT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE
               THRU 7000-EXIT.
           MOVE SPACES                 TO WS-S-COUNT-TEXT.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE RECONCILING ITEM ON THE DETAIL SECTION, WITH THE     *
      * AMOUNT IT ADDS TO THE SUBLEDGER'S EXCESS OVER THE        *
      * LEDGER.                                                  *
      *----------------------------------------------------------*
       6000-WRITE-RECON-ITEM.
           ADD 1 TO WS-RECON-ITEM-COUNT.
           MOVE CPT-COMPANY-CODE(WS-LINE-CO-SUB) TO WS-D-COMPANY.
           MOVE GL-SOURCE-PROGRAM      TO WS-D-SOURCE-PGM.
           MOVE GL-REFERENCE           TO WS-D-REFERENCE.
           MOVE GL-TRANS-DATE          TO WS-D-TRANS-DATE.
           MOVE WS-RECON-AMOUNT        TO WS-D-AMOUNT.
           MOVE WS-DETAIL-LINE         TO WS-REPORT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE
               THRU 7000-EXIT.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       7000-WRITE-REPORT-LINE.
           IF RPT-LINE-COUNT >= RPT-MAX-LINES-PER-PAGE
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE RECON-REPORT-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 1100-WRITE-PAGE-HEADERS
                   THRU 1100-EXIT
           END-IF.

           WRITE RECON-REPORT-OUT-REC FROM WS-REPORT-LINE.
           ADD 1 TO RPT-LINE-COUNT.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * AN UNEXPLAINED DIFFERENCE IN ANY COMPANY ENDS THE RUN    *
      * WITH RETURN-CODE 4; AN OUTSTANDING FILE TOO LARGE TO     *
      * MATCH MAKES THE WHOLE ANALYSIS SUSPECT AND ENDS IT WITH  *
      * RETURN-CODE 8.                                           *
      *----------------------------------------------------------*
       9000-TERMINATE.
           MOVE RPT-PAGE-COUNT         TO RPT-F-PAGE-NO.
           WRITE RECON-REPORT-OUT-REC FROM RPT-FOOTER-LINE.

           MOVE "ITEMS READ............." TO RPT-FN-LABEL.
           MOVE WS-ITEM-COUNT          TO RPT-FN-COUNT.
           WRITE RECON-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "OPEN AND CREDIT ITEMS.." TO RPT-FN-LABEL.
           MOVE WS-OPEN-ITEM-COUNT     TO RPT-FN-COUNT.
           WRITE RECON-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "CONTROL POSTINGS READ.." TO RPT-FN-LABEL.
           MOVE WS-POSTING-COUNT       TO RPT-FN-COUNT.
           WRITE RECON-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "UNRELEASED LINES READ.." TO RPT-FN-LABEL.
           MOVE WS-FEED-COUNT          TO RPT-FN-COUNT.
           WRITE RECON-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "RECONCILING ITEMS......" TO RPT-FN-LABEL.
           MOVE WS-RECON-ITEM-COUNT    TO RPT-FN-COUNT.
           WRITE RECON-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           IF WS-TABLE-FULL
               MOVE "OUTSTANDING NOT LOADED." TO RPT-FN-LABEL
               MOVE WS-OT-OVERFLOW-COUNT TO RPT-FN-COUNT
               WRITE RECON-REPORT-OUT-REC FROM RPT-FINAL-LINE
           END-IF.

           IF WS-RECVI-FILE-STATUS NOT = "35"
               CLOSE RECEIVABLE-KSD
           END-IF.
           IF WS-ARGLHIST-FILE-STATUS NOT = "35"
               CLOSE AR-CONTROL-POSTINGS
           END-IF.
           IF WS-GL-FILE-STATUS NOT = "35"
               CLOSE GL-FEED-IN
           END-IF.
           CLOSE RECON-REPORT-OUT.

           DISPLAY "ABCARREC CONTROL TOTAL - ITEMS=" WS-ITEM-COUNT
               " POSTINGS=" WS-POSTING-COUNT
               " RECONCILING=" WS-RECON-ITEM-COUNT.
           DISPLAY "ABCARREC DIFFERENCE=" WS-DIFFERENCE-TOTAL
               " UNEXPLAINED=" WS-UNEXPLAINED-TOTAL.

           EVALUATE TRUE
               WHEN WS-TABLE-FULL
                   DISPLAY "ABCARREC **** OUTSTANDING FILE EXCEEDS "
                       "THE 500-ENTRY TABLE - UNACKNOWLEDGED LINES "
                       "MAY BE UNRECOGNIZED ****"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-UNEXPLAINED-FOUND
                   DISPLAY "ABCARREC **** UNEXPLAINED DIFFERENCE - "
                       "SEE RECONCILIATION REPORT ****"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       9000-EXIT.
           EXIT.
