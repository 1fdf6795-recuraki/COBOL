       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCTAXRT.
       AUTHOR. D HARLOW.
       INSTALLATION. DL100 BATCH SERVICES.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 2026-10-15  DH  NEW PROGRAM.  MONTHLY SALES-TAX RETURN   *
      *                 WORKSHEET.  READS THE SALES-TAX DETAIL   *
      *                 ABC127A APPENDS FOR EVERY FEE (PRESORTED *
      *                 ON JURISDICTION, TAX STATUS, CERTIFICATE *
      *                 AND CUSTOMER), SELECTS THE RETURN MONTH  *
      *                 BY POSTING DATE, AND PRINTS PER          *
      *                 JURISDICTION THE GROSS FEES, EXEMPT FEES *
      *                 BY CERTIFICATE, FEES LEFT UNTAXED FOR    *
      *                 WANT OF A RATE, TAXABLE FEES, AND TAX    *
      *                 COLLECTED.  THE WORKSHEET CLOSES WITH A  *
      *                 PROOF OF TAX COLLECTED AGAINST THE       *
      *                 MONTH'S POSTINGS TO THE TAX LIABILITY    *
      *                 ACCOUNT - RELEASED POSTINGS KEPT NIGHTLY *
      *                 BY ABCARGLA PLUS LINES STILL AWAITING    *
      *                 RELEASE ON THE GL FEED.  A PROOF THAT    *
      *                 DOES NOT AGREE, OR ANY UNTAXED FEE, ENDS *
      *                 THE STEP WITH RETURN-CODE 4.             *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-DETAIL-IN
               ASSIGN TO TAXDTLI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXDTL-FILE-STATUS.

           SELECT RETURN-CARD-IN
               ASSIGN TO TAXCARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.

           SELECT GL-MAP-TAB
               ASSIGN TO GLMAP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-FILE-STATUS.

           SELECT TAX-LIABILITY-POSTINGS
               ASSIGN TO TAXGLHST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXGLHST-FILE-STATUS.

           SELECT GL-FEED-IN
               ASSIGN TO GLFEED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.

           SELECT TAX-RETURN-REPORT-OUT
               ASSIGN TO TAXRTRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TAX-DETAIL-IN
           RECORDING MODE IS F.
       01  TAX-DETAIL-IN-REC           PIC X(100).

       FD  RETURN-CARD-IN
           RECORDING MODE IS F.
       01  RETURN-CARD-RECORD.
           05  RC-RETURN-MONTH         PIC X(06).
           05  FILLER                  PIC X(74).

       FD  GL-MAP-TAB
           RECORDING MODE IS F.
       01  GL-MAP-TAB-REC              PIC X(32).

       FD  TAX-LIABILITY-POSTINGS
           RECORDING MODE IS F.
       01  TAX-LIABILITY-POSTINGS-REC  PIC X(64).

       FD  GL-FEED-IN
           RECORDING MODE IS F.
       01  GL-FEED-IN-REC              PIC X(64).

       FD  TAX-RETURN-REPORT-OUT
           RECORDING MODE IS F.
       01  TAX-RETURN-REPORT-OUT-REC   PIC X(132).

       WORKING-STORAGE SECTION.
       COPY TAXDTL.
       COPY GLFEED.
       COPY GLMAP.
       COPY RUNSTAMP.
       COPY RPTHDFT.
       01  WS-CARD-FILE-STATUS         PIC X(02).
       01  WS-TAXGLHST-FILE-STATUS     PIC X(02).
       01  WS-GLMAP-EOF-SW             PIC X(01) VALUE "N".
           88  WS-GLMAP-EOF                    VALUE "Y".
       01  WS-POSTING-EOF-SW           PIC X(01) VALUE "N".
           88  WS-POSTING-EOF                  VALUE "Y".

       01  WS-CARD-BAD-SW              PIC X(01) VALUE "N".
           88  WS-CARD-BAD                     VALUE "Y".

       01  WS-RETURN-MONTH             PIC X(06) VALUE SPACES.
       01  WS-RETURN-MONTH-NUM         PIC 9(06) VALUE ZERO.
       01  WS-RTN-MONTH-PARTS REDEFINES WS-RETURN-MONTH-NUM.
           05  WS-RM-YEAR              PIC 9(04).
           05  WS-RM-MONTH             PIC 9(02).

       01  WS-DETAIL-COUNT             PIC 9(08) COMP VALUE ZERO.
       01  WS-SELECTED-COUNT           PIC 9(08) COMP VALUE ZERO.
       01  WS-JURISDICTION-COUNT       PIC 9(08) COMP VALUE ZERO.
       01  WS-EXEMPT-COUNT             PIC 9(08) COMP VALUE ZERO.
       01  WS-NORATE-COUNT             PIC 9(08) COMP VALUE ZERO.
       01  WS-RELEASED-LINES           PIC 9(08) COMP VALUE ZERO.
       01  WS-PENDING-LINES            PIC 9(08) COMP VALUE ZERO.

      *----------------------------------------------------------*
      * ACCUMULATORS - THE JURISDICTION IN HAND, THE EXEMPTION   *
      * CERTIFICATE IN HAND WITHIN IT, AND THE WHOLE RETURN.     *
      *----------------------------------------------------------*
       01  WS-JURISDICTION-ROW.
           05  WS-JR-JURISDICTION      PIC X(04) VALUE SPACES.
           05  WS-JR-GROSS             PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
           05  WS-JR-EXEMPT            PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
           05  WS-JR-NORATE            PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
           05  WS-JR-TAXABLE           PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
           05  WS-JR-TAX               PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-CERTIFICATE-ROW.
           05  WS-CT-CERT-NUMBER       PIC X(12) VALUE SPACES.
           05  WS-CT-CUSTOMER-ID       PIC X(06) VALUE SPACES.
           05  WS-CT-FEE-COUNT         PIC 9(05) COMP VALUE ZERO.
           05  WS-CT-AMOUNT            PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-RETURN-TOTALS.
           05  WS-RT-GROSS             PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
           05  WS-RT-EXEMPT            PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
           05  WS-RT-NORATE            PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
           05  WS-RT-TAXABLE           PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
           05  WS-RT-TAX               PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-RELEASED-TAX             PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-PENDING-TAX              PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-POSTED-TAX               PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-PROOF-DIFFERENCE         PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-SIGNED-AMOUNT            PIC S9(11)V99 COMP-3
                                       VALUE ZERO.

       01  WS-RPT-DATE                 PIC X(10).
       01  WS-HOLD-LINE                PIC X(132).

       01  WS-HEADER-LINE.
           05  FILLER                  PIC X(48) VALUE
               "RETURN LINE".
           05  FILLER                  PIC X(17) VALUE
               "           AMOUNT".

       01  WS-JURISDICTION-LINE.
           05  FILLER                  PIC X(13) VALUE
               "JURISDICTION ".
           05  WS-J-JURISDICTION       PIC X(04).

       01  WS-AMOUNT-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-A-LABEL              PIC X(44).
           05  WS-A-AMOUNT             PIC -(13)9.99.

       01  WS-CERT-LINE.
           05  FILLER                  PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE "CERT ".
           05  WS-C-CERT-NUMBER        PIC X(12).
           05  FILLER                  PIC X(11) VALUE
               "  CUSTOMER ".
           05  WS-C-CUSTOMER-ID        PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-C-FEE-COUNT          PIC ZZZZ9.
           05  FILLER                  PIC X(06) VALUE
               " FEES ".
           05  WS-C-AMOUNT             PIC -(13)9.99.

       01  WS-TEXT-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-X-TEXT               PIC X(60).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-PROCESS-DETAIL
               THRU 2000-EXIT
               UNTIL WS-TAXDTL-EOF.

           PERFORM 3000-CLOSE-JURISDICTION
               THRU 3000-EXIT.

           PERFORM 5000-PROVE-POSTINGS
               THRU 5000-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           GOBACK.

      *----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT TAX-RETURN-REPORT-OUT.

           MOVE FUNCTION CURRENT-DATE TO WS-RUNSTAMP-CURRENT-DATE.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:14) TO WS-RUN-ID.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:8)  TO WS-RUN-DATE.
           MOVE WS-RUN-DATE(1:6)       TO WS-RETURN-MONTH.

           PERFORM 1200-READ-RETURN-CARD
               THRU 1200-EXIT.

           MOVE SPACES                 TO RPT-ST-TEXT.
           STRING "SALES-TAX RETURN WORKSHEET - MONTH "
               WS-RETURN-MONTH
               DELIMITED BY SIZE INTO RPT-ST-TEXT.
           STRING WS-RUN-DATE(5:2) "/" WS-RUN-DATE(7:2) "/"
               WS-RUN-DATE(1:4)
               DELIMITED BY SIZE INTO WS-RPT-DATE.

           PERFORM 1100-WRITE-PAGE-HEADERS
               THRU 1100-EXIT.

           IF WS-CARD-BAD
               SET WS-TAXDTL-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF.

           PERFORM 1400-LOAD-GL-MAP
               THRU 1400-EXIT.

           OPEN INPUT TAX-DETAIL-IN.
           IF WS-TAXDTL-FILE-STATUS = "35"
               SET WS-TAXDTL-EOF TO TRUE
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

           WRITE TAX-RETURN-REPORT-OUT-REC FROM RPT-TITLE-LINE.
           WRITE TAX-RETURN-REPORT-OUT-REC FROM RPT-SUBTITLE-LINE.
           WRITE TAX-RETURN-REPORT-OUT-REC FROM RPT-DATE-LINE.
           MOVE SPACES                 TO TAX-RETURN-REPORT-OUT-REC.
           WRITE TAX-RETURN-REPORT-OUT-REC.
           WRITE TAX-RETURN-REPORT-OUT-REC FROM WS-HEADER-LINE.
           MOVE SPACES                 TO TAX-RETURN-REPORT-OUT-REC.
           WRITE TAX-RETURN-REPORT-OUT-REC.

           MOVE 6                      TO RPT-LINE-COUNT.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * AN OPTIONAL RETURN CARD NAMES THE MONTH BEING FILED      *
      * (YYYYMM), SO THE RETURN CAN BE PREPARED AFTER THE        *
      * CALENDAR HAS TURNED.  A CARD THAT IS NOT A VALID MONTH   *
      * FAILS THE STEP WITHOUT PREPARING ANYTHING.               *
      *----------------------------------------------------------*
       1200-READ-RETURN-CARD.
           OPEN INPUT RETURN-CARD-IN.
           IF WS-CARD-FILE-STATUS = "35"
               GO TO 1200-EXIT
           END-IF.
           READ RETURN-CARD-IN
               AT END
                   CONTINUE
               NOT AT END
                   IF RC-RETURN-MONTH NOT = SPACES
                       MOVE RC-RETURN-MONTH TO WS-RETURN-MONTH
                   END-IF
           END-READ.
           CLOSE RETURN-CARD-IN.

           IF WS-RETURN-MONTH IS NOT NUMERIC
               SET WS-CARD-BAD TO TRUE
               GO TO 1200-EXIT
           END-IF.
           MOVE WS-RETURN-MONTH        TO WS-RETURN-MONTH-NUM.
           IF WS-RM-MONTH < 1 OR WS-RM-MONTH > 12
               SET WS-CARD-BAD TO TRUE
           END-IF.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE TAX LIABILITY ACCOUNTS ARE THE ABCTAXRT TLIA ROWS,   *
      * ONE PER COMPANY - THE SAME ROWS ABCARGLA KEEPS BY.       *
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
                   IF GM-SOURCE-PROGRAM = "ABCTAXRT"
                       AND GM-TRANS-CLASS = "TLIA"
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
      * ONE DETAIL ROW.  ROWS POSTED OUTSIDE THE RETURN MONTH    *
      * ARE PASSED BY.  A NEW JURISDICTION CLOSES THE ONE IN     *
      * HAND; WITHIN IT, EXEMPT ROWS ARE GROUPED BY CERTIFICATE  *
      * AND CUSTOMER.                                            *
      *----------------------------------------------------------*
       2000-PROCESS-DETAIL.
           ADD 1 TO WS-DETAIL-COUNT.

           IF TD-POST-DATE(1:6) NOT = WS-RETURN-MONTH
               GO TO 2000-READ-NEXT
           END-IF.
           ADD 1 TO WS-SELECTED-COUNT.

           IF TD-JURISDICTION NOT = WS-JR-JURISDICTION
               PERFORM 3000-CLOSE-JURISDICTION
                   THRU 3000-EXIT
               PERFORM 2200-START-JURISDICTION
                   THRU 2200-EXIT
           END-IF.

           ADD TD-GROSS-FEE            TO WS-JR-GROSS.
           ADD TD-TAX-AMOUNT           TO WS-JR-TAX.

           EVALUATE TRUE
               WHEN TD-EXEMPT
                   ADD 1 TO WS-EXEMPT-COUNT
                   ADD TD-GROSS-FEE    TO WS-JR-EXEMPT
                   PERFORM 2300-ADD-EXEMPT-FEE
                       THRU 2300-EXIT
               WHEN TD-NO-RATE
                   ADD 1 TO WS-NORATE-COUNT
                   ADD TD-GROSS-FEE    TO WS-JR-NORATE
               WHEN OTHER
                   ADD TD-TAXABLE-FEE  TO WS-JR-TAXABLE
           END-EVALUATE.

       2000-READ-NEXT.
           PERFORM 2100-READ-DETAIL
               THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2100-READ-DETAIL.
           READ TAX-DETAIL-IN INTO TAX-DETAIL-RECORD
               AT END
                   SET WS-TAXDTL-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2200-START-JURISDICTION.
           ADD 1 TO WS-JURISDICTION-COUNT.
           MOVE TD-JURISDICTION        TO WS-JR-JURISDICTION.
           MOVE ZERO                   TO WS-JR-GROSS
                                          WS-JR-EXEMPT
                                          WS-JR-NORATE
                                          WS-JR-TAXABLE
                                          WS-JR-TAX.
           MOVE SPACES                 TO WS-CT-CERT-NUMBER
                                          WS-CT-CUSTOMER-ID.

           IF RPT-LINE-COUNT + 9 > RPT-MAX-LINES-PER-PAGE
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE TAX-RETURN-REPORT-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 1100-WRITE-PAGE-HEADERS
                   THRU 1100-EXIT
           END-IF.
           MOVE TD-JURISDICTION        TO WS-J-JURISDICTION.
           MOVE WS-JURISDICTION-LINE   TO TAX-RETURN-REPORT-OUT-REC.
           PERFORM 4000-WRITE-REPORT-LINE
               THRU 4000-EXIT.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE FIRST EXEMPT ROW OF A JURISDICTION PRINTS THE        *
      * SUBHEADING; EACH CHANGE OF CERTIFICATE OR CUSTOMER       *
      * PRINTS THE ONE BEFORE IT.                                *
      *----------------------------------------------------------*
       2300-ADD-EXEMPT-FEE.
           IF WS-CT-CERT-NUMBER = SPACES
               AND WS-CT-CUSTOMER-ID = SPACES
               MOVE "EXEMPT FEES BY CERTIFICATE" TO WS-X-TEXT
               MOVE WS-TEXT-LINE       TO TAX-RETURN-REPORT-OUT-REC
               PERFORM 4000-WRITE-REPORT-LINE
                   THRU 4000-EXIT
           ELSE
               IF TD-CERT-NUMBER NOT = WS-CT-CERT-NUMBER
                   OR TD-CUSTOMER-ID NOT = WS-CT-CUSTOMER-ID
                   PERFORM 2400-PRINT-CERTIFICATE
                       THRU 2400-EXIT
               ELSE
                   GO TO 2300-ACCUMULATE
               END-IF
           END-IF.

           MOVE TD-CERT-NUMBER         TO WS-CT-CERT-NUMBER.
           MOVE TD-CUSTOMER-ID         TO WS-CT-CUSTOMER-ID.
           MOVE ZERO                   TO WS-CT-FEE-COUNT
                                          WS-CT-AMOUNT.

       2300-ACCUMULATE.
           ADD 1                       TO WS-CT-FEE-COUNT.
           ADD TD-GROSS-FEE            TO WS-CT-AMOUNT.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2400-PRINT-CERTIFICATE.
           MOVE WS-CT-CERT-NUMBER      TO WS-C-CERT-NUMBER.
           MOVE WS-CT-CUSTOMER-ID      TO WS-C-CUSTOMER-ID.
           MOVE WS-CT-FEE-COUNT        TO WS-C-FEE-COUNT.
           MOVE WS-CT-AMOUNT           TO WS-C-AMOUNT.
           MOVE WS-CERT-LINE           TO TAX-RETURN-REPORT-OUT-REC.
           PERFORM 4000-WRITE-REPORT-LINE
               THRU 4000-EXIT.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CLOSES THE JURISDICTION IN HAND WITH ITS RETURN LINES.   *
      * GROSS FEES ARE EXEMPT PLUS UNTAXED PLUS TAXABLE.         *
      *----------------------------------------------------------*
       3000-CLOSE-JURISDICTION.
           IF WS-JR-JURISDICTION = SPACES
               GO TO 3000-EXIT
           END-IF.

           IF WS-CT-CERT-NUMBER NOT = SPACES
               OR WS-CT-CUSTOMER-ID NOT = SPACES
               PERFORM 2400-PRINT-CERTIFICATE
                   THRU 2400-EXIT
           END-IF.

           MOVE "GROSS FEES"           TO WS-A-LABEL.
           MOVE WS-JR-GROSS            TO WS-A-AMOUNT.
           PERFORM 4100-WRITE-AMOUNT-LINE
               THRU 4100-EXIT.
           MOVE "LESS EXEMPT FEES"     TO WS-A-LABEL.
           MOVE WS-JR-EXEMPT           TO WS-A-AMOUNT.
           PERFORM 4100-WRITE-AMOUNT-LINE
               THRU 4100-EXIT.
           IF WS-JR-NORATE NOT = ZERO
               MOVE "LESS FEES UNTAXED - NO RATE IN FORCE"
                   TO WS-A-LABEL
               MOVE WS-JR-NORATE       TO WS-A-AMOUNT
               PERFORM 4100-WRITE-AMOUNT-LINE
                   THRU 4100-EXIT
           END-IF.
           MOVE "TAXABLE FEES"         TO WS-A-LABEL.
           MOVE WS-JR-TAXABLE          TO WS-A-AMOUNT.
           PERFORM 4100-WRITE-AMOUNT-LINE
               THRU 4100-EXIT.
           MOVE "TAX COLLECTED"        TO WS-A-LABEL.
           MOVE WS-JR-TAX              TO WS-A-AMOUNT.
           PERFORM 4100-WRITE-AMOUNT-LINE
               THRU 4100-EXIT.
           MOVE SPACES                 TO TAX-RETURN-REPORT-OUT-REC.
           PERFORM 4000-WRITE-REPORT-LINE
               THRU 4000-EXIT.

           ADD WS-JR-GROSS             TO WS-RT-GROSS.
           ADD WS-JR-EXEMPT            TO WS-RT-EXEMPT.
           ADD WS-JR-NORATE            TO WS-RT-NORATE.
           ADD WS-JR-TAXABLE           TO WS-RT-TAXABLE.
           ADD WS-JR-TAX               TO WS-RT-TAX.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * PROVES TAX COLLECTED AGAINST THE MONTH'S POSTINGS TO THE *
      * TAX LIABILITY ACCOUNTS: RELEASED POSTINGS FROM THE       *
      * NIGHTLY HISTORY PLUS LINES STILL ON THE UNRELEASED FEED. *
      * A CREDIT RAISES THE LIABILITY AND A DEBIT LOWERS IT.     *
      *----------------------------------------------------------*
       5000-PROVE-POSTINGS.
           IF WS-CARD-BAD
               GO TO 5000-EXIT
           END-IF.
           IF GLM-ENTRY-COUNT = ZERO
               DISPLAY "ABCTAXRT **** NO TAX LIABILITY ACCOUNT ON "
                   "THE GL MAPPING - POSTINGS NOT PROVED ****"
           END-IF.

           OPEN INPUT TAX-LIABILITY-POSTINGS.
           IF WS-TAXGLHST-FILE-STATUS NOT = "35"
               MOVE "N"                TO WS-POSTING-EOF-SW
               PERFORM 5100-READ-RELEASED-LINE
                   THRU 5100-EXIT
                   UNTIL WS-POSTING-EOF
               CLOSE TAX-LIABILITY-POSTINGS
           END-IF.

           OPEN INPUT GL-FEED-IN.
           IF WS-GL-FILE-STATUS NOT = "35"
               MOVE "N"                TO WS-POSTING-EOF-SW
               PERFORM 5200-READ-PENDING-LINE
                   THRU 5200-EXIT
                   UNTIL WS-POSTING-EOF
               CLOSE GL-FEED-IN
           END-IF.

           COMPUTE WS-POSTED-TAX = WS-RELEASED-TAX + WS-PENDING-TAX.
           COMPUTE WS-PROOF-DIFFERENCE = WS-RT-TAX - WS-POSTED-TAX.

           IF RPT-LINE-COUNT + 16 > RPT-MAX-LINES-PER-PAGE
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE TAX-RETURN-REPORT-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 1100-WRITE-PAGE-HEADERS
                   THRU 1100-EXIT
           END-IF.

           MOVE SPACES                 TO TAX-RETURN-REPORT-OUT-REC.
           STRING "RETURN TOTAL - ALL JURISDICTIONS"
               DELIMITED BY SIZE INTO TAX-RETURN-REPORT-OUT-REC.
           PERFORM 4000-WRITE-REPORT-LINE
               THRU 4000-EXIT.
           MOVE "GROSS FEES"           TO WS-A-LABEL.
           MOVE WS-RT-GROSS            TO WS-A-AMOUNT.
           PERFORM 4100-WRITE-AMOUNT-LINE
               THRU 4100-EXIT.
           MOVE "LESS EXEMPT FEES"     TO WS-A-LABEL.
           MOVE WS-RT-EXEMPT           TO WS-A-AMOUNT.
           PERFORM 4100-WRITE-AMOUNT-LINE
               THRU 4100-EXIT.
           MOVE "LESS FEES UNTAXED - NO RATE IN FORCE"
               TO WS-A-LABEL.
           MOVE WS-RT-NORATE           TO WS-A-AMOUNT.
           PERFORM 4100-WRITE-AMOUNT-LINE
               THRU 4100-EXIT.
           MOVE "TAXABLE FEES"         TO WS-A-LABEL.
           MOVE WS-RT-TAXABLE          TO WS-A-AMOUNT.
           PERFORM 4100-WRITE-AMOUNT-LINE
               THRU 4100-EXIT.
           MOVE "TAX COLLECTED"        TO WS-A-LABEL.
           MOVE WS-RT-TAX              TO WS-A-AMOUNT.
           PERFORM 4100-WRITE-AMOUNT-LINE
               THRU 4100-EXIT.
           MOVE SPACES                 TO TAX-RETURN-REPORT-OUT-REC.
           PERFORM 4000-WRITE-REPORT-LINE
               THRU 4000-EXIT.

           MOVE SPACES                 TO TAX-RETURN-REPORT-OUT-REC.
           STRING "PROOF TO TAX LIABILITY ACCOUNT POSTINGS"
               DELIMITED BY SIZE INTO TAX-RETURN-REPORT-OUT-REC.
           PERFORM 4000-WRITE-REPORT-LINE
               THRU 4000-EXIT.
           MOVE "TAX COLLECTED PER DETAIL" TO WS-A-LABEL.
           MOVE WS-RT-TAX              TO WS-A-AMOUNT.
           PERFORM 4100-WRITE-AMOUNT-LINE
               THRU 4100-EXIT.
           MOVE "POSTED TO LIABILITY - RELEASED" TO WS-A-LABEL.
           MOVE WS-RELEASED-TAX        TO WS-A-AMOUNT.
           PERFORM 4100-WRITE-AMOUNT-LINE
               THRU 4100-EXIT.
           MOVE "POSTED TO LIABILITY - AWAITING RELEASE"
               TO WS-A-LABEL.
           MOVE WS-PENDING-TAX         TO WS-A-AMOUNT.
           PERFORM 4100-WRITE-AMOUNT-LINE
               THRU 4100-EXIT.
           MOVE "DIFFERENCE"           TO WS-A-LABEL.
           MOVE WS-PROOF-DIFFERENCE    TO WS-A-AMOUNT.
           PERFORM 4100-WRITE-AMOUNT-LINE
               THRU 4100-EXIT.
           IF WS-PROOF-DIFFERENCE = ZERO
               MOVE "TAX COLLECTED AGREES WITH THE MONTH'S POSTINGS"
                   TO WS-X-TEXT
           ELSE
               MOVE "**** TAX COLLECTED DOES NOT AGREE WITH POSTINGS"
                   TO WS-X-TEXT
           END-IF.
           MOVE WS-TEXT-LINE           TO TAX-RETURN-REPORT-OUT-REC.
           PERFORM 4000-WRITE-REPORT-LINE
               THRU 4000-EXIT.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       5100-READ-RELEASED-LINE.
           READ TAX-LIABILITY-POSTINGS INTO GL-INTERFACE-LINE
               AT END
                   SET WS-POSTING-EOF TO TRUE
               NOT AT END
                   PERFORM 5300-CHECK-POSTING
                       THRU 5300-EXIT
                   IF GLM-CLASS-FOUND
                       ADD 1 TO WS-RELEASED-LINES
                       ADD WS-SIGNED-AMOUNT TO WS-RELEASED-TAX
                   END-IF
           END-READ.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       5200-READ-PENDING-LINE.
           READ GL-FEED-IN INTO GL-INTERFACE-LINE
               AT END
                   SET WS-POSTING-EOF TO TRUE
               NOT AT END
                   PERFORM 5300-CHECK-POSTING
                       THRU 5300-EXIT
                   IF GLM-CLASS-FOUND
                       ADD 1 TO WS-PENDING-LINES
                       ADD WS-SIGNED-AMOUNT TO WS-PENDING-TAX
                   END-IF
           END-READ.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A LINE COUNTS WHEN IT IS DATED IN THE RETURN MONTH AND   *
      * POSTS TO A TAX LIABILITY ACCOUNT, WHATEVER ITS COST      *
      * CENTER.                                                  *
      *----------------------------------------------------------*
       5300-CHECK-POSTING.
           SET GLM-CLASS-NOT-FOUND TO TRUE.
           IF GL-TRANS-DATE(1:6) NOT = WS-RETURN-MONTH
               GO TO 5300-EXIT
           END-IF.
           PERFORM 5310-CHECK-LIABILITY-ACCOUNT
               THRU 5310-EXIT
               VARYING GLM-LOOKUP-SUB FROM 1 BY 1
               UNTIL GLM-LOOKUP-SUB > GLM-ENTRY-COUNT
               OR GLM-CLASS-FOUND.
           IF GL-DEBIT-CREDIT-IND = "D"
               COMPUTE WS-SIGNED-AMOUNT = ZERO - GL-AMOUNT
           ELSE
               MOVE GL-AMOUNT          TO WS-SIGNED-AMOUNT
           END-IF.
       5300-EXIT.
           EXIT.

      *----------------------------------------------------------*
       5310-CHECK-LIABILITY-ACCOUNT.
           IF GLM-COMPANY-CODE(GLM-LOOKUP-SUB) = GL-COMPANY-CODE
               AND GLM-ACCOUNT-NUMBER(GLM-LOOKUP-SUB) =
                   GL-ACCOUNT-NUMBER
               SET GLM-CLASS-FOUND TO TRUE
           END-IF.
       5310-EXIT.
           EXIT.

      *----------------------------------------------------------*
       4000-WRITE-REPORT-LINE.
           IF RPT-LINE-COUNT >= RPT-MAX-LINES-PER-PAGE
               MOVE TAX-RETURN-REPORT-OUT-REC TO WS-HOLD-LINE
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE TAX-RETURN-REPORT-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 1100-WRITE-PAGE-HEADERS
                   THRU 1100-EXIT
               MOVE WS-HOLD-LINE       TO TAX-RETURN-REPORT-OUT-REC
           END-IF.

           WRITE TAX-RETURN-REPORT-OUT-REC.
           ADD 1 TO RPT-LINE-COUNT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       4100-WRITE-AMOUNT-LINE.
           MOVE WS-AMOUNT-LINE         TO TAX-RETURN-REPORT-OUT-REC.
           PERFORM 4000-WRITE-REPORT-LINE
               THRU 4000-EXIT.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       9000-TERMINATE.
           MOVE RPT-PAGE-COUNT         TO RPT-F-PAGE-NO.
           WRITE TAX-RETURN-REPORT-OUT-REC FROM RPT-FOOTER-LINE.

           MOVE "DETAIL ROWS READ......." TO RPT-FN-LABEL.
           MOVE WS-DETAIL-COUNT        TO RPT-FN-COUNT.
           WRITE TAX-RETURN-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "FEES IN RETURN MONTH..." TO RPT-FN-LABEL.
           MOVE WS-SELECTED-COUNT      TO RPT-FN-COUNT.
           WRITE TAX-RETURN-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "JURISDICTIONS.........." TO RPT-FN-LABEL.
           MOVE WS-JURISDICTION-COUNT  TO RPT-FN-COUNT.
           WRITE TAX-RETURN-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "EXEMPT FEES............" TO RPT-FN-LABEL.
           MOVE WS-EXEMPT-COUNT        TO RPT-FN-COUNT.
           WRITE TAX-RETURN-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "UNTAXED - NO RATE......" TO RPT-FN-LABEL.
           MOVE WS-NORATE-COUNT        TO RPT-FN-COUNT.
           WRITE TAX-RETURN-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "TAX LINES RELEASED....." TO RPT-FN-LABEL.
           MOVE WS-RELEASED-LINES      TO RPT-FN-COUNT.
           WRITE TAX-RETURN-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "TAX LINES AWAITING REL." TO RPT-FN-LABEL.
           MOVE WS-PENDING-LINES       TO RPT-FN-COUNT.
           WRITE TAX-RETURN-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           IF WS-TAXDTL-FILE-STATUS NOT = "35"
               AND NOT WS-CARD-BAD
               CLOSE TAX-DETAIL-IN
           END-IF.
           CLOSE TAX-RETURN-REPORT-OUT.

           DISPLAY "ABCTAXRT CONTROL TOTAL - MONTH=" WS-RETURN-MONTH
               " FEES=" WS-SELECTED-COUNT
               " TAX=" WS-RT-TAX
               " POSTED=" WS-POSTED-TAX
               " DIFFERENCE=" WS-PROOF-DIFFERENCE.

           IF WS-CARD-BAD
               DISPLAY "ABCTAXRT **** RETURN CARD MONTH "
                   WS-RETURN-MONTH " IS NOT A VALID YYYYMM ****"
               MOVE 8 TO RETURN-CODE
               GO TO 9000-EXIT
           END-IF.
           IF WS-PROOF-DIFFERENCE NOT = ZERO
               DISPLAY "ABCTAXRT **** TAX COLLECTED DOES NOT AGREE "
                   "WITH TAX LIABILITY POSTINGS ****"
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-NORATE-COUNT > ZERO
               DISPLAY "ABCTAXRT **** FEES LEFT UNTAXED - NO RATE "
                   "IN FORCE ****"
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
