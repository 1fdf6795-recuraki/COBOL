       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCRETN.
       AUTHOR. D HARLOW.
       INSTALLATION. DL100 BATCH SERVICES.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 2026-10-15  DH  NEW PROGRAM.  PARCEL RETURNS INTAKE.     *
      *                 EACH RETURNED PARCEL IS MATCHED TO ITS   *
      *                 ORIGINAL LINE ON THE ZONE MANIFESTS      *
      *                 (EVERY GENERATION KEPT) AND GIVEN A      *
      *                 REASON CODE FROM THE RETURN REASON       *
      *                 TABLE.  A CARRIER-FAULT RETURN CREDITS   *
      *                 THE CUSTOMER THE SHIPPING CHARGE ON THE  *
      *                 STATEMENT EXTRACT; A RESTOCKABLE RETURN  *
      *                 IS WRITTEN AS A STOCK RECEIPT CARD FOR   *
      *                 ABCITRCV.  THE REPORT LISTS THE DAY'S    *
      *                 RETURNS AND SUMMARIZES THEM BY REASON    *
      *                 AND ZONE.                                *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-CARD-IN
               ASSIGN TO RETNIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.

           SELECT REASON-TAB
               ASSIGN TO RETNRSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REASON-FILE-STATUS.

           SELECT ZONE-MANIFEST-IN
               ASSIGN TO ZONEMAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZONEMAN-FILE-STATUS.

           SELECT RETURN-HISTORY-FILE
               ASSIGN TO RETNHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETNHIST-FILE-STATUS.

           SELECT STMT-EXTRACT-OUT
               ASSIGN TO STMTEXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-FILE-STATUS.

           SELECT RESTOCK-RECEIPT-OUT
               ASSIGN TO RETNRCPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCPT-FILE-STATUS.

           SELECT RETURN-REPORT-OUT
               ASSIGN TO RETNRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-CARD-IN
           RECORDING MODE IS F.
       01  RETURN-CARD-RECORD.
           05  RC-PARCEL-ID            PIC X(30).
           05  FILLER                  PIC X(01).
           05  RC-REASON-CODE          PIC X(02).
           05  FILLER                  PIC X(01).
           05  RC-ITEM-ID              PIC X(08).
           05  FILLER                  PIC X(01).
           05  RC-QUANTITY             PIC X(07).
           05  RC-QUANTITY-N           REDEFINES RC-QUANTITY
                                       PIC 9(07).

       FD  REASON-TAB
           RECORDING MODE IS F.
       01  REASON-TAB-REC              PIC X(24).

       FD  ZONE-MANIFEST-IN
           RECORDING MODE IS F.
       01  ZONE-MANIFEST-IN-REC        PIC X(60).

       FD  RETURN-HISTORY-FILE
           RECORDING MODE IS F.
       01  RETURN-HISTORY-FILE-REC     PIC X(71).

       FD  STMT-EXTRACT-OUT
           RECORDING MODE IS F.
       01  STMT-EXTRACT-OUT-REC        PIC X(65).

       FD  RESTOCK-RECEIPT-OUT
           RECORDING MODE IS F.
       01  RESTOCK-RECEIPT-OUT-REC     PIC X(37).

       FD  RETURN-REPORT-OUT
           RECORDING MODE IS F.
       01  RETURN-REPORT-OUT-REC       PIC X(132).

       WORKING-STORAGE SECTION.
       COPY RETNREC.
       COPY STMTREC.
       COPY RUNSTAMP.
       COPY RPTHDFT.
       01  WS-CARD-FILE-STATUS         PIC X(02).
       01  WS-REASON-FILE-STATUS       PIC X(02).
       01  WS-ZONEMAN-FILE-STATUS      PIC X(02).
       01  WS-RCPT-FILE-STATUS         PIC X(02).

       01  WS-CARD-EOF-SW              PIC X(01) VALUE "N".
           88  WS-CARD-EOF                     VALUE "Y".
       01  WS-REASON-EOF-SW            PIC X(01) VALUE "N".
           88  WS-REASON-EOF                   VALUE "Y".
       01  WS-ZONEMAN-EOF-SW           PIC X(01) VALUE "N".
           88  WS-ZONEMAN-EOF                  VALUE "Y".
       01  WS-RETNHIST-EOF-SW          PIC X(01) VALUE "N".
           88  WS-RETNHIST-EOF                 VALUE "Y".

      *----------------------------------------------------------*
      * RETURN REASON TABLE.                                     *
      *----------------------------------------------------------*
       01  WS-REASON-TABLE.
           05  WS-RSN-COUNT            PIC 9(03) COMP VALUE ZERO.
           05  WS-RSN-ENTRY            OCCURS 50 TIMES.
               10  WS-RS-CODE          PIC X(02).
               10  WS-RS-FAULT         PIC X(01).
               10  WS-RS-RESTOCK       PIC X(01).
               10  WS-RS-DESCRIPTION   PIC X(20).
       01  WS-RSN-SUB                  PIC 9(03) COMP VALUE ZERO.
       01  WS-RSN-MATCH                PIC 9(03) COMP VALUE ZERO.

      *----------------------------------------------------------*
      * EVERY PARCEL ON THE MANIFEST GENERATIONS READ, WITH THE  *
      * ZONE AND DATE OF THE MANIFEST IT WAS ON.  A PARCEL ON    *
      * MORE THAN ONE MANIFEST KEEPS ITS LATEST.                 *
      *----------------------------------------------------------*
       01  WS-MANIFEST-TABLE.
           05  WS-MAN-COUNT            PIC 9(05) COMP VALUE ZERO.
           05  WS-MAN-ENTRY            OCCURS 15000 TIMES.
               10  WS-MN-PARCEL        PIC X(30).
               10  WS-MN-ZONE          PIC X(02).
               10  WS-MN-DATE          PIC X(08).
               10  WS-MN-CARRIER       PIC X(04).
               10  WS-MN-CUSTOMER      PIC X(06).
               10  WS-MN-CHARGE        PIC 9(09)V99 COMP-3.
       01  WS-MAN-SUB                  PIC 9(05) COMP VALUE ZERO.
       01  WS-MAN-MATCH                PIC 9(05) COMP VALUE ZERO.
       01  WS-MANIFEST-ZONE            PIC X(02) VALUE SPACES.
       01  WS-MANIFEST-DATE            PIC X(08) VALUE SPACES.
       01  WS-LINE-CHARGE              PIC 9(09)V99 VALUE ZERO.

      *----------------------------------------------------------*
      * PARCELS ALREADY RETURNED, FROM THE RETURN HISTORY AND    *
      * FROM EARLIER CARDS IN THIS RUN.                          *
      *----------------------------------------------------------*
       01  WS-RETURNED-TABLE.
           05  WS-RTD-COUNT            PIC 9(05) COMP VALUE ZERO.
           05  WS-RTD-PARCEL           PIC X(30) OCCURS 20000 TIMES.
       01  WS-RTD-SUB                  PIC 9(05) COMP VALUE ZERO.
       01  WS-RTD-MATCH                PIC 9(05) COMP VALUE ZERO.

      *----------------------------------------------------------*
      * RETURNS BY REASON AND ZONE, HELD IN REASON-THEN-ZONE     *
      * ORDER FOR THE SUMMARY.                                   *
      *----------------------------------------------------------*
       01  WS-SUMMARY-TABLE.
           05  WS-SUM-COUNT            PIC 9(03) COMP VALUE ZERO.
           05  WS-SUM-ENTRY            OCCURS 500 TIMES.
               10  WS-SM-REASON        PIC X(02).
               10  WS-SM-ZONE          PIC X(02).
               10  WS-SM-RETURNS       PIC 9(07) COMP.
               10  WS-SM-RESTOCKED     PIC 9(07) COMP.
               10  WS-SM-CREDIT        PIC 9(09)V99 COMP-3.
       01  WS-SUM-SUB                  PIC 9(03) COMP VALUE ZERO.
       01  WS-SUM-MATCH                PIC 9(03) COMP VALUE ZERO.
       01  WS-SUM-KEY.
           05  WS-SK-REASON            PIC X(02).
           05  WS-SK-ZONE              PIC X(02).
       01  WS-ENTRY-KEY.
           05  WS-EK-REASON            PIC X(02).
           05  WS-EK-ZONE              PIC X(02).
       01  WS-PRIOR-REASON             PIC X(02) VALUE SPACES.

       01  WS-CREDIT-AMOUNT            PIC 9(09)V99 COMP-3 VALUE ZERO.
       01  WS-RESTOCKED-SW             PIC X(01) VALUE "N".
           88  WS-RESTOCKED                    VALUE "Y".

       01  WS-CARD-COUNT               PIC 9(08) COMP VALUE ZERO.
       01  WS-ACCEPTED-COUNT           PIC 9(08) COMP VALUE ZERO.
       01  WS-REJECT-COUNT             PIC 9(08) COMP VALUE ZERO.
       01  WS-CREDITED-COUNT           PIC 9(08) COMP VALUE ZERO.
       01  WS-RESTOCK-COUNT            PIC 9(08) COMP VALUE ZERO.
       01  WS-NO-ITEM-COUNT            PIC 9(08) COMP VALUE ZERO.
       01  WS-CREDIT-TOTAL             PIC 9(09)V99 COMP-3 VALUE ZERO.

       01  WS-RPT-DATE                 PIC X(10).
       01  WS-PRINT-LINE               PIC X(132).

       01  WS-HEADER-LINE.
           05  FILLER                  PIC X(32) VALUE "PARCEL".
           05  FILLER                  PIC X(04) VALUE "RSN".
           05  FILLER                  PIC X(04) VALUE "ZN".
           05  FILLER                  PIC X(05) VALUE "CARR".
           05  FILLER                  PIC X(10) VALUE "MANIFEST".
           05  FILLER                  PIC X(08) VALUE "CUST".
           05  FILLER                  PIC X(14) VALUE
               "        CREDIT".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE "DISPOSITION".

       01  WS-DETAIL-LINE.
           05  WS-D-PARCEL             PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-REASON             PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-ZONE               PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-CARRIER            PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-D-MANIFEST-DATE      PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-CUSTOMER           PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-CREDIT             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-DISPOSITION        PIC X(30).

       01  WS-SUMMARY-HEAD-LINE.
           05  FILLER                  PIC X(26) VALUE
               "RETURNS BY REASON AND ZONE".

       01  WS-SUMMARY-COL-LINE.
           05  FILLER                  PIC X(04) VALUE "RSN".
           05  FILLER                  PIC X(22) VALUE "DESCRIPTION".
           05  FILLER                  PIC X(06) VALUE "ZONE".
           05  FILLER                  PIC X(09) VALUE "  RETURNS".
           05  FILLER                  PIC X(11) VALUE "  RESTOCKED".
           05  FILLER                  PIC X(16) VALUE
               "          CREDIT".

       01  WS-SUMMARY-LINE.
           05  WS-S-REASON             PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-S-DESCRIPTION        PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-S-ZONE               PIC X(02).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-S-RETURNS            PIC Z(08)9.
           05  WS-S-RESTOCKED          PIC Z(10)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-S-CREDIT             PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-RESTOCK-CARD.
           05  WS-RK-ITEM-ID           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RK-QUANTITY          PIC 9(07).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RK-DESCRIPTION       PIC X(20).

       01  WS-CREDIT-DESC.
           05  FILLER                  PIC X(14) VALUE
               "RETURN CREDIT ".
           05  WS-CD-REASON            PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-CD-ZONE              PIC X(02).

       01  WS-MONEY-FINAL-LINE.
           05  WS-MF-LABEL             PIC X(24).
           05  WS-MF-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(94) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-PROCESS-RETURN
               THRU 2000-EXIT
               UNTIL WS-CARD-EOF.

           PERFORM 8000-WRITE-SUMMARY
               THRU 8000-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           GOBACK.

      *----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT RETURN-REPORT-OUT.

           MOVE FUNCTION CURRENT-DATE TO WS-RUNSTAMP-CURRENT-DATE.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:14) TO WS-RUN-ID.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:8)  TO WS-RUN-DATE.

           MOVE "PARCEL RETURNS - DAILY INTAKE"
               TO RPT-ST-TEXT.
           STRING WS-RUN-DATE(5:2) "/" WS-RUN-DATE(7:2) "/"
               WS-RUN-DATE(1:4)
               DELIMITED BY SIZE INTO WS-RPT-DATE.

           PERFORM 1100-WRITE-PAGE-HEADERS
               THRU 1100-EXIT.

           PERFORM 1200-LOAD-REASONS
               THRU 1200-EXIT.
           PERFORM 1300-LOAD-MANIFESTS
               THRU 1300-EXIT.
           PERFORM 1400-LOAD-RETURN-HISTORY
               THRU 1400-EXIT.

           OPEN INPUT RETURN-CARD-IN.
           IF WS-CARD-FILE-STATUS = "35"
               SET WS-CARD-EOF TO TRUE
           ELSE
               PERFORM 2100-READ-CARD
                   THRU 2100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1100-WRITE-PAGE-HEADERS.
           ADD 1 TO RPT-PAGE-COUNT.
           MOVE WS-RPT-DATE            TO RPT-DL-RUN-DATE.

           WRITE RETURN-REPORT-OUT-REC FROM RPT-TITLE-LINE.
           WRITE RETURN-REPORT-OUT-REC FROM RPT-SUBTITLE-LINE.
           WRITE RETURN-REPORT-OUT-REC FROM RPT-DATE-LINE.
           MOVE SPACES                 TO RETURN-REPORT-OUT-REC.
           WRITE RETURN-REPORT-OUT-REC.
           WRITE RETURN-REPORT-OUT-REC FROM WS-HEADER-LINE.
           MOVE SPACES                 TO RETURN-REPORT-OUT-REC.
           WRITE RETURN-REPORT-OUT-REC.

           MOVE 6                      TO RPT-LINE-COUNT.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1200-LOAD-REASONS.
           OPEN INPUT REASON-TAB.
           IF WS-REASON-FILE-STATUS = "35"
               DISPLAY "ABCRETN  **** NO RETURN REASON TABLE ****"
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1210-LOAD-REASON-ROW
               THRU 1210-EXIT
               UNTIL WS-REASON-EOF.
           CLOSE REASON-TAB.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1210-LOAD-REASON-ROW.
           READ REASON-TAB INTO RETURN-REASON-RECORD
               AT END
                   SET WS-REASON-EOF TO TRUE
               NOT AT END
                   IF RN-REASON-CODE NOT = SPACES
                       AND WS-RSN-COUNT < 50
                       ADD 1 TO WS-RSN-COUNT
                       MOVE RN-REASON-CODE
                           TO WS-RS-CODE(WS-RSN-COUNT)
                       MOVE RN-FAULT
                           TO WS-RS-FAULT(WS-RSN-COUNT)
                       MOVE RN-RESTOCK
                           TO WS-RS-RESTOCK(WS-RSN-COUNT)
                       MOVE RN-DESCRIPTION
                           TO WS-RS-DESCRIPTION(WS-RSN-COUNT)
                   END-IF
           END-READ.
       1210-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * EVERY DETAIL LINE OF EVERY MANIFEST ON ZONEMAN.  A ZONE  *
      * HEADER SETS THE ZONE AND MANIFEST DATE FOR THE LINES     *
      * UNDER IT; TRAILERS AND CARRIER BANNERS ARE PASSED OVER.  *
      *----------------------------------------------------------*
       1300-LOAD-MANIFESTS.
           OPEN INPUT ZONE-MANIFEST-IN.
           IF WS-ZONEMAN-FILE-STATUS = "35"
               DISPLAY "ABCRETN  **** NO ZONE MANIFEST ****"
               GO TO 1300-EXIT
           END-IF.
           PERFORM 1310-LOAD-MANIFEST-LINE
               THRU 1310-EXIT
               UNTIL WS-ZONEMAN-EOF.
           CLOSE ZONE-MANIFEST-IN.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1310-LOAD-MANIFEST-LINE.
           READ ZONE-MANIFEST-IN
               AT END
                   SET WS-ZONEMAN-EOF TO TRUE
                   GO TO 1310-EXIT
           END-READ.

           EVALUATE TRUE
               WHEN ZONE-MANIFEST-IN-REC(1:8) = "** ZONE "
                   MOVE ZONE-MANIFEST-IN-REC(15:2)
                       TO WS-MANIFEST-ZONE
                   MOVE ZONE-MANIFEST-IN-REC(31:8)
                       TO WS-MANIFEST-DATE
                   GO TO 1310-EXIT
               WHEN ZONE-MANIFEST-IN-REC(1:3) = "   "
                   GO TO 1310-EXIT
               WHEN ZONE-MANIFEST-IN-REC(1:2) = SPACES
                   AND ZONE-MANIFEST-IN-REC(3:30) NOT = SPACES
                   CONTINUE
               WHEN OTHER
                   GO TO 1310-EXIT
           END-EVALUATE.

           IF ZONE-MANIFEST-IN-REC(48:11) IS NUMERIC
               MOVE ZONE-MANIFEST-IN-REC(48:11) TO WS-LINE-CHARGE
           ELSE
               MOVE ZERO               TO WS-LINE-CHARGE
           END-IF.

           MOVE ZERO TO WS-MAN-MATCH.
           PERFORM 1320-SCAN-MANIFEST-ENTRY
               THRU 1320-EXIT
               VARYING WS-MAN-SUB FROM 1 BY 1
               UNTIL WS-MAN-SUB > WS-MAN-COUNT
               OR WS-MAN-MATCH > ZERO.
           IF WS-MAN-MATCH > ZERO
               IF WS-MANIFEST-DATE < WS-MN-DATE(WS-MAN-MATCH)
                   GO TO 1310-EXIT
               END-IF
           ELSE
               IF WS-MAN-COUNT >= 15000
                   DISPLAY "ABCRETN  **** MANIFEST TABLE FULL ****"
                   MOVE 8 TO RETURN-CODE
                   SET WS-ZONEMAN-EOF TO TRUE
                   GO TO 1310-EXIT
               END-IF
               ADD 1 TO WS-MAN-COUNT
               MOVE WS-MAN-COUNT       TO WS-MAN-MATCH
           END-IF.

           MOVE ZONE-MANIFEST-IN-REC(3:30)
               TO WS-MN-PARCEL(WS-MAN-MATCH).
           MOVE WS-MANIFEST-ZONE       TO WS-MN-ZONE(WS-MAN-MATCH).
           MOVE WS-MANIFEST-DATE       TO WS-MN-DATE(WS-MAN-MATCH).
           MOVE ZONE-MANIFEST-IN-REC(41:4)
               TO WS-MN-CARRIER(WS-MAN-MATCH).
           MOVE ZONE-MANIFEST-IN-REC(33:6)
               TO WS-MN-CUSTOMER(WS-MAN-MATCH).
           MOVE WS-LINE-CHARGE         TO WS-MN-CHARGE(WS-MAN-MATCH).
       1310-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1320-SCAN-MANIFEST-ENTRY.
           IF WS-MN-PARCEL(WS-MAN-SUB) = ZONE-MANIFEST-IN-REC(3:30)
               MOVE WS-MAN-SUB TO WS-MAN-MATCH
           END-IF.
       1320-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * PARCELS TAKEN IN ON AN EARLIER RUN.                      *
      *----------------------------------------------------------*
       1400-LOAD-RETURN-HISTORY.
           OPEN INPUT RETURN-HISTORY-FILE.
           IF WS-RETNHIST-FILE-STATUS = "35"
               GO TO 1400-EXIT
           END-IF.
           PERFORM 1410-LOAD-HISTORY-ROW
               THRU 1410-EXIT
               UNTIL WS-RETNHIST-EOF.
           CLOSE RETURN-HISTORY-FILE.
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1410-LOAD-HISTORY-ROW.
           READ RETURN-HISTORY-FILE INTO RETURN-HISTORY-RECORD
               AT END
                   SET WS-RETNHIST-EOF TO TRUE
               NOT AT END
                   IF WS-RTD-COUNT < 20000
                       ADD 1 TO WS-RTD-COUNT
                       MOVE RH-PARCEL-ID
                           TO WS-RTD-PARCEL(WS-RTD-COUNT)
                   ELSE
                       DISPLAY "ABCRETN  **** RETURNED TABLE FULL"
                           " ****"
                       MOVE 8 TO RETURN-CODE
                       SET WS-RETNHIST-EOF TO TRUE
                   END-IF
           END-READ.
       1410-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE RETURNED PARCEL.  IT MUST BE ON A MANIFEST, CARRY A  *
      * KNOWN REASON AND NOT HAVE BEEN RETURNED BEFORE.  THE     *
      * REASON DECIDES THE CREDIT AND THE RESTOCK.               *
      *----------------------------------------------------------*
       2000-PROCESS-RETURN.
           ADD 1 TO WS-CARD-COUNT.
           MOVE RC-PARCEL-ID           TO WS-D-PARCEL.
           MOVE RC-REASON-CODE         TO WS-D-REASON.
           MOVE SPACES                 TO WS-D-ZONE
                                          WS-D-CARRIER
                                          WS-D-MANIFEST-DATE
                                          WS-D-CUSTOMER.
           MOVE ZERO                   TO WS-D-CREDIT
                                          WS-CREDIT-AMOUNT.
           MOVE "N"                    TO WS-RESTOCKED-SW.

           MOVE ZERO TO WS-MAN-MATCH.
           PERFORM 2200-SCAN-MANIFEST
               THRU 2200-EXIT
               VARYING WS-MAN-SUB FROM 1 BY 1
               UNTIL WS-MAN-SUB > WS-MAN-COUNT
               OR WS-MAN-MATCH > ZERO.
           IF WS-MAN-MATCH = ZERO
               MOVE "** REJECTED - NOT MANIFESTED" TO WS-D-DISPOSITION
               GO TO 2000-REJECT
           END-IF.
           MOVE WS-MN-ZONE(WS-MAN-MATCH)     TO WS-D-ZONE.
           MOVE WS-MN-CARRIER(WS-MAN-MATCH)  TO WS-D-CARRIER.
           MOVE WS-MN-DATE(WS-MAN-MATCH)     TO WS-D-MANIFEST-DATE.
           MOVE WS-MN-CUSTOMER(WS-MAN-MATCH) TO WS-D-CUSTOMER.

           MOVE ZERO TO WS-RSN-MATCH.
           PERFORM 2300-SCAN-REASON
               THRU 2300-EXIT
               VARYING WS-RSN-SUB FROM 1 BY 1
               UNTIL WS-RSN-SUB > WS-RSN-COUNT
               OR WS-RSN-MATCH > ZERO.
           IF WS-RSN-MATCH = ZERO
               MOVE "** REJECTED - UNKNOWN REASON" TO WS-D-DISPOSITION
               GO TO 2000-REJECT
           END-IF.

           MOVE ZERO TO WS-RTD-MATCH.
           PERFORM 2400-SCAN-RETURNED
               THRU 2400-EXIT
               VARYING WS-RTD-SUB FROM 1 BY 1
               UNTIL WS-RTD-SUB > WS-RTD-COUNT
               OR WS-RTD-MATCH > ZERO.
           IF WS-RTD-MATCH > ZERO
               MOVE "** REJECTED - ALREADY RETURNED"
                   TO WS-D-DISPOSITION
               GO TO 2000-REJECT
           END-IF.
           IF WS-RTD-COUNT >= 20000
               DISPLAY "ABCRETN  **** RETURNED TABLE FULL ****"
               MOVE 8 TO RETURN-CODE
               MOVE "** REJECTED - TABLE FULL" TO WS-D-DISPOSITION
               GO TO 2000-REJECT
           END-IF.

           ADD 1 TO WS-ACCEPTED-COUNT.
           ADD 1 TO WS-RTD-COUNT.
           MOVE RC-PARCEL-ID           TO WS-RTD-PARCEL(WS-RTD-COUNT).
           MOVE WS-RS-DESCRIPTION(WS-RSN-MATCH) TO WS-D-DISPOSITION.

           IF WS-RS-FAULT(WS-RSN-MATCH) = "C"
               PERFORM 3000-CREDIT-CUSTOMER
                   THRU 3000-EXIT
           END-IF.
           IF WS-RS-RESTOCK(WS-RSN-MATCH) = "Y"
               PERFORM 4000-WRITE-RESTOCK
                   THRU 4000-EXIT
           END-IF.

           PERFORM 5000-WRITE-HISTORY
               THRU 5000-EXIT.
           PERFORM 6000-ADD-SUMMARY
               THRU 6000-EXIT.
           PERFORM 7000-WRITE-DETAIL-LINE
               THRU 7000-EXIT.
           GO TO 2000-READ-NEXT.

       2000-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           PERFORM 7000-WRITE-DETAIL-LINE
               THRU 7000-EXIT.

       2000-READ-NEXT.
           PERFORM 2100-READ-CARD
               THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2100-READ-CARD.
           READ RETURN-CARD-IN
               AT END
                   SET WS-CARD-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2200-SCAN-MANIFEST.
           IF WS-MN-PARCEL(WS-MAN-SUB) = RC-PARCEL-ID
               MOVE WS-MAN-SUB TO WS-MAN-MATCH
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2300-SCAN-REASON.
           IF WS-RS-CODE(WS-RSN-SUB) = RC-REASON-CODE
               MOVE WS-RSN-SUB TO WS-RSN-MATCH
           END-IF.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2400-SCAN-RETURNED.
           IF WS-RTD-PARCEL(WS-RTD-SUB) = RC-PARCEL-ID
               MOVE WS-RTD-SUB TO WS-RTD-MATCH
           END-IF.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A CARRIER-FAULT RETURN GIVES BACK THE SHIPPING CHARGE    *
      * THE PARCEL WAS BILLED, AS A NEGATIVE STATEMENT-EXTRACT   *
      * LINE FOR THE CUSTOMER (UNASGN WHEN IT HAD NONE).  A      *
      * PARCEL THAT WAS NEVER BILLED HAS NOTHING TO CREDIT.      *
      *----------------------------------------------------------*
       3000-CREDIT-CUSTOMER.
           IF WS-MN-CHARGE(WS-MAN-MATCH) = ZERO
               GO TO 3000-EXIT
           END-IF.

           MOVE WS-MN-CHARGE(WS-MAN-MATCH) TO WS-CREDIT-AMOUNT.
           IF WS-MN-CUSTOMER(WS-MAN-MATCH) = SPACES
               MOVE "UNASGN"           TO SX-CUSTOMER-ID
           ELSE
               MOVE WS-MN-CUSTOMER(WS-MAN-MATCH) TO SX-CUSTOMER-ID
           END-IF.
           MOVE "ABCRETN"              TO SX-SOURCE-PROGRAM.
           MOVE RC-REASON-CODE         TO WS-CD-REASON.
           MOVE WS-MN-ZONE(WS-MAN-MATCH) TO WS-CD-ZONE.
           MOVE WS-CREDIT-DESC         TO SX-CHARGE-DESC.
           COMPUTE SX-AMOUNT = ZERO - WS-CREDIT-AMOUNT.
           MOVE WS-RUN-DATE            TO SX-RUN-DATE.
           MOVE SPACES                 TO SX-TRACE-ID.

           OPEN EXTEND STMT-EXTRACT-OUT.
           IF WS-STMT-FILE-STATUS = "35"
               OPEN OUTPUT STMT-EXTRACT-OUT
           END-IF.
           WRITE STMT-EXTRACT-OUT-REC FROM STMT-EXTRACT-RECORD.
           CLOSE STMT-EXTRACT-OUT.

           ADD 1 TO WS-CREDITED-COUNT.
           ADD WS-CREDIT-AMOUNT        TO WS-CREDIT-TOTAL.
           MOVE WS-CREDIT-AMOUNT       TO WS-D-CREDIT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A RESTOCKABLE RETURN GOES BACK ON THE SHELF AS A STOCK   *
      * RECEIPT CARD IN ABCITRCV'S LAYOUT.  THE CARD MUST NAME   *
      * THE ITEM AND A QUANTITY; ONE THAT DOES NOT IS TAKEN IN   *
      * BUT LEFT FOR THE WAREHOUSE TO RECEIVE BY HAND.           *
      *----------------------------------------------------------*
       4000-WRITE-RESTOCK.
           IF RC-ITEM-ID = SPACES
               OR RC-QUANTITY-N IS NOT NUMERIC
               OR RC-QUANTITY-N = ZERO
               ADD 1 TO WS-NO-ITEM-COUNT
               MOVE "RESTOCKABLE - NO ITEM GIVEN" TO WS-D-DISPOSITION
               GO TO 4000-EXIT
           END-IF.

           MOVE RC-ITEM-ID             TO WS-RK-ITEM-ID.
           MOVE RC-QUANTITY-N          TO WS-RK-QUANTITY.
           MOVE SPACES                 TO WS-RK-DESCRIPTION.

           OPEN EXTEND RESTOCK-RECEIPT-OUT.
           IF WS-RCPT-FILE-STATUS = "35"
               OPEN OUTPUT RESTOCK-RECEIPT-OUT
           END-IF.
           WRITE RESTOCK-RECEIPT-OUT-REC FROM WS-RESTOCK-CARD.
           CLOSE RESTOCK-RECEIPT-OUT.

           ADD 1 TO WS-RESTOCK-COUNT.
           SET WS-RESTOCKED TO TRUE.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       5000-WRITE-HISTORY.
           MOVE RC-PARCEL-ID               TO RH-PARCEL-ID.
           MOVE RC-REASON-CODE             TO RH-REASON-CODE.
           MOVE WS-RUN-DATE                TO RH-RETURN-DATE.
           MOVE WS-MN-DATE(WS-MAN-MATCH)   TO RH-MANIFEST-DATE.
           MOVE WS-MN-ZONE(WS-MAN-MATCH)   TO RH-ZONE.
           MOVE WS-MN-CARRIER(WS-MAN-MATCH) TO RH-CARRIER.
           MOVE WS-MN-CUSTOMER(WS-MAN-MATCH) TO RH-CUSTOMER-ID.
           MOVE WS-CREDIT-AMOUNT           TO RH-CREDIT-AMOUNT.

           OPEN EXTEND RETURN-HISTORY-FILE.
           IF WS-RETNHIST-FILE-STATUS = "35"
               OPEN OUTPUT RETURN-HISTORY-FILE
           END-IF.
           WRITE RETURN-HISTORY-FILE-REC FROM RETURN-HISTORY-RECORD.
           CLOSE RETURN-HISTORY-FILE.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ADDS THE RETURN TO ITS REASON AND ZONE ON THE SUMMARY,   *
      * OPENING A NEW ROW IN REASON-THEN-ZONE ORDER IF NEEDED.   *
      *----------------------------------------------------------*
       6000-ADD-SUMMARY.
           MOVE RC-REASON-CODE         TO WS-SK-REASON.
           MOVE WS-MN-ZONE(WS-MAN-MATCH) TO WS-SK-ZONE.

           MOVE ZERO TO WS-SUM-MATCH.
           PERFORM 6100-SCAN-SUMMARY
               THRU 6100-EXIT
               VARYING WS-SUM-SUB FROM 1 BY 1
               UNTIL WS-SUM-SUB > WS-SUM-COUNT
               OR WS-SUM-MATCH > ZERO.

           IF WS-SUM-MATCH = ZERO
               IF WS-SUM-COUNT >= 500
                   DISPLAY "ABCRETN  **** SUMMARY TABLE FULL ****"
                   GO TO 6000-EXIT
               END-IF
               PERFORM 6200-OPEN-SUMMARY-ROW
                   THRU 6200-EXIT
           END-IF.

           ADD 1 TO WS-SM-RETURNS(WS-SUM-MATCH).
           IF WS-RESTOCKED
               ADD 1 TO WS-SM-RESTOCKED(WS-SUM-MATCH)
           END-IF.
           ADD WS-CREDIT-AMOUNT TO WS-SM-CREDIT(WS-SUM-MATCH).
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       6100-SCAN-SUMMARY.
           IF WS-SM-REASON(WS-SUM-SUB) = WS-SK-REASON
               AND WS-SM-ZONE(WS-SUM-SUB) = WS-SK-ZONE
               MOVE WS-SUM-SUB TO WS-SUM-MATCH
           END-IF.
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE NEW ROW GOES AHEAD OF THE FIRST ROW WITH A HIGHER    *
      * REASON AND ZONE; THE ROWS FROM THERE ON MOVE DOWN ONE.   *
      *----------------------------------------------------------*
       6200-OPEN-SUMMARY-ROW.
           ADD 1 TO WS-SUM-COUNT.
           MOVE WS-SUM-COUNT TO WS-SUM-MATCH.
           PERFORM 6210-SHIFT-SUMMARY-ROW
               THRU 6210-EXIT
               VARYING WS-SUM-SUB FROM WS-SUM-COUNT BY -1
               UNTIL WS-SUM-SUB < 2
               OR WS-SUM-MATCH NOT = WS-SUM-SUB.

           MOVE WS-SK-REASON           TO WS-SM-REASON(WS-SUM-MATCH).
           MOVE WS-SK-ZONE             TO WS-SM-ZONE(WS-SUM-MATCH).
           MOVE ZERO                   TO WS-SM-RETURNS(WS-SUM-MATCH)
                                          WS-SM-RESTOCKED(WS-SUM-MATCH)
                                          WS-SM-CREDIT(WS-SUM-MATCH).
       6200-EXIT.
           EXIT.

      *----------------------------------------------------------*
       6210-SHIFT-SUMMARY-ROW.
           MOVE WS-SM-REASON(WS-SUM-SUB - 1) TO WS-EK-REASON.
           MOVE WS-SM-ZONE(WS-SUM-SUB - 1)   TO WS-EK-ZONE.
           IF WS-ENTRY-KEY > WS-SUM-KEY
               MOVE WS-SUM-ENTRY(WS-SUM-SUB - 1)
                   TO WS-SUM-ENTRY(WS-SUM-SUB)
               SUBTRACT 1 FROM WS-SUM-MATCH
           END-IF.
       6210-EXIT.
           EXIT.

      *----------------------------------------------------------*
       7000-WRITE-DETAIL-LINE.
           MOVE WS-DETAIL-LINE         TO WS-PRINT-LINE.
           PERFORM 7100-WRITE-LINE
               THRU 7100-EXIT.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       7100-WRITE-LINE.
           IF RPT-LINE-COUNT >= RPT-MAX-LINES-PER-PAGE
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE RETURN-REPORT-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 1100-WRITE-PAGE-HEADERS
                   THRU 1100-EXIT
           END-IF.

           WRITE RETURN-REPORT-OUT-REC FROM WS-PRINT-LINE.
           ADD 1 TO RPT-LINE-COUNT.
       7100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE DAY'S RETURNS BY REASON AND ZONE, THE REASON'S       *
      * DESCRIPTION PRINTED ON ITS FIRST ZONE ONLY.              *
      *----------------------------------------------------------*
       8000-WRITE-SUMMARY.
           MOVE SPACES                 TO WS-PRINT-LINE.
           PERFORM 7100-WRITE-LINE
               THRU 7100-EXIT.
           MOVE WS-SUMMARY-HEAD-LINE   TO WS-PRINT-LINE.
           PERFORM 7100-WRITE-LINE
               THRU 7100-EXIT.
           MOVE WS-SUMMARY-COL-LINE    TO WS-PRINT-LINE.
           PERFORM 7100-WRITE-LINE
               THRU 7100-EXIT.

           MOVE SPACES                 TO WS-PRIOR-REASON.
           PERFORM 8100-WRITE-SUMMARY-ROW
               THRU 8100-EXIT
               VARYING WS-SUM-SUB FROM 1 BY 1
               UNTIL WS-SUM-SUB > WS-SUM-COUNT.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       8100-WRITE-SUMMARY-ROW.
           IF WS-SM-REASON(WS-SUM-SUB) = WS-PRIOR-REASON
               MOVE SPACES             TO WS-S-REASON
                                          WS-S-DESCRIPTION
           ELSE
               MOVE WS-SM-REASON(WS-SUM-SUB) TO WS-S-REASON
                                                WS-PRIOR-REASON
               MOVE SPACES             TO WS-S-DESCRIPTION
               PERFORM 8110-FIND-DESCRIPTION
                   THRU 8110-EXIT
                   VARYING WS-RSN-SUB FROM 1 BY 1
                   UNTIL WS-RSN-SUB > WS-RSN-COUNT
           END-IF.
           MOVE WS-SM-ZONE(WS-SUM-SUB)      TO WS-S-ZONE.
           MOVE WS-SM-RETURNS(WS-SUM-SUB)   TO WS-S-RETURNS.
           MOVE WS-SM-RESTOCKED(WS-SUM-SUB) TO WS-S-RESTOCKED.
           MOVE WS-SM-CREDIT(WS-SUM-SUB)    TO WS-S-CREDIT.
           MOVE WS-SUMMARY-LINE        TO WS-PRINT-LINE.
           PERFORM 7100-WRITE-LINE
               THRU 7100-EXIT.
       8100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       8110-FIND-DESCRIPTION.
           IF WS-RS-CODE(WS-RSN-SUB) = WS-SM-REASON(WS-SUM-SUB)
               MOVE WS-RS-DESCRIPTION(WS-RSN-SUB) TO WS-S-DESCRIPTION
           END-IF.
       8110-EXIT.
           EXIT.

      *----------------------------------------------------------*
       9000-TERMINATE.
           MOVE RPT-PAGE-COUNT         TO RPT-F-PAGE-NO.
           WRITE RETURN-REPORT-OUT-REC FROM RPT-FOOTER-LINE.

           MOVE "RETURNS READ..........." TO RPT-FN-LABEL.
           MOVE WS-CARD-COUNT          TO RPT-FN-COUNT.
           WRITE RETURN-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "RETURNS TAKEN IN......." TO RPT-FN-LABEL.
           MOVE WS-ACCEPTED-COUNT      TO RPT-FN-COUNT.
           WRITE RETURN-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "RETURNS REJECTED......." TO RPT-FN-LABEL.
           MOVE WS-REJECT-COUNT        TO RPT-FN-COUNT.
           WRITE RETURN-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "CUSTOMERS CREDITED....." TO RPT-FN-LABEL.
           MOVE WS-CREDITED-COUNT      TO RPT-FN-COUNT.
           WRITE RETURN-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "RETURNS RESTOCKED......" TO RPT-FN-LABEL.
           MOVE WS-RESTOCK-COUNT       TO RPT-FN-COUNT.
           WRITE RETURN-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "RESTOCKABLE - NO ITEM.." TO RPT-FN-LABEL.
           MOVE WS-NO-ITEM-COUNT       TO RPT-FN-COUNT.
           WRITE RETURN-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "RETURN CREDITS........." TO WS-MF-LABEL.
           MOVE WS-CREDIT-TOTAL        TO WS-MF-AMOUNT.
           WRITE RETURN-REPORT-OUT-REC FROM WS-MONEY-FINAL-LINE.

           IF WS-CARD-FILE-STATUS NOT = "35"
               CLOSE RETURN-CARD-IN
           END-IF.
           CLOSE RETURN-REPORT-OUT.

           DISPLAY "ABCRETN  CONTROL TOTAL - RETURNS=" WS-CARD-COUNT
               " ACCEPTED=" WS-ACCEPTED-COUNT
               " REJECTED=" WS-REJECT-COUNT
               " CREDITED=" WS-CREDITED-COUNT
               " RESTOCKED=" WS-RESTOCK-COUNT.

           IF RETURN-CODE < 4
               IF WS-REJECT-COUNT > ZERO
                   OR WS-NO-ITEM-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       9000-EXIT.
           EXIT.
