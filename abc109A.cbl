      *                 STORE BY THE RUN THAT HELD IT, SO        *
      *                 WITHOUT THIS THE RELEASE DIED AS "DUP"   *
      *                 BEFORE THE SCREEN WAS EVER REACHED.      *
      * 2026-10-15  DH  EACH ZONE HEADER ON THE MANIFEST NOW     *
      *                 CARRIES THE RUN DATE, SO THE PARCEL      *
      *                 TRACKING RUN KNOWS WHEN EACH PARCEL WAS  *
      *                 MANIFESTED.                              *
      * 2026-10-15  DH  A PARCEL MAY NOW CARRY ITS DIMENSIONS,   *
      *                 ACTUAL WEIGHT AND CUSTOMER AFTER THE     *
      *                 DESTINATION.  EACH MANIFESTED PARCEL     *
      *                 WITH A WEIGHT IS BILLED AT THE GREATER   *
      *                 OF ITS ACTUAL AND DIMENSIONAL WEIGHT     *
      *                 (VOLUME OVER THE CARRIER'S DIMF CONTROL- *
      *                 ROW FACTOR), PRICED BY ZONE FROM THE     *
      *                 CUSTOMER'S PARCEL RATE ROW OR THE HOUSE  *
      *                 TARIFF, AND WRITTEN TO THE STATEMENT     *
      *                 EXTRACT.                                 *
      * 2026-10-15  DH  CARRIER RATE SHOPPING.  EACH MANIFESTED  *
      *                 PARCEL GOES TO THE CHEAPEST CONTRACTED   *
      *                 CARRIER WITH A RATE FOR ITS ZONE AND     *
      *                 SERVICE LEVEL (NEW OPTIONAL LAST FIELD,  *
      *                 DEFAULT S).  THE MANIFEST IS WRITTEN ONE *
      *                 CARRIER AT A TIME WITH THE CARRIER ON    *
      *                 EVERY LINE, AND THE NEW SAVINGS REPORT   *
      *                 SHOWS EACH PARCEL'S COST AGAINST THE     *
      *                 DEFAULT CARRIER.                         *
      * 2026-10-15  DH  EACH ZONE TRAILER'S PARCEL COUNT IS ALSO *
      *                 APPENDED TO THE NEW DAILY ZONE VOLUME    *
      *                 HISTORY FILE (ZONEHIST) FOR THE ZONE     *
      *                 FORECAST.                                *
      * 2026-10-15  DH  EACH MANIFEST DETAIL LINE NOW ALSO       *
      *                 CARRIES THE CUSTOMER (COLUMNS 33-38) AND *
      *                 THE SHIPPING CHARGE BILLED (COLUMNS      *
      *                 48-58, ZERO WHEN NOT BILLED), SO THE     *
      *                 RETURNS INTAKE CAN CREDIT A RETURNED     *
      *                 PARCEL FROM ITS MANIFEST LINE.           *
      * 2026-10-15  DH  A RUN ENDING WITH RC 8 OR WORSE NOW      *
      *                 APPENDS A DIAGNOSTIC SET (COUNTERS,      *
      *                 CHECKPOINT KEY, FILE STATUSES AND THE    *
      *                 LAST 10 INPUT RECORDS READ) TO THE       *
      *                 DIAGLOG FILE FOR ABCALERT AND ABCDIAGP.  *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PGMTOTAL-FILE-STATUS.

           SELECT DIAG-LOG-OUT
               ASSIGN TO DIAGLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIAGLOG-FILE-STATUS.

           SELECT CHECKPOINT-FILE
               ASSIGN TO PARCCKPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-FILE-STATUS.

           SELECT RATE-TAB
               ASSIGN TO RATECTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATECTL-FILE-STATUS.

           SELECT PARCEL-RATE-IN
               ASSIGN TO PARCRATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARCRATE-FILE-STATUS.

           SELECT CARRIER-RATE-IN
               ASSIGN TO CARRATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRATE-FILE-STATUS.

           SELECT SHOP-REPORT-OUT
               ASSIGN TO SHOPRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STMT-EXTRACT-OUT
               ASSIGN TO STMTEXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-FILE-STATUS.

           SELECT ZONE-HISTORY-OUT
               ASSIGN TO ZONEHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZONEHIST-FILE-STATUS.

           SELECT DUP-STORE-FILE
               ASSIGN TO DUPKSD
               ORGANIZATION IS INDEXED
           RECORDING MODE IS F.
       01  PGM-TOTALS-OUT-REC          PIC X(100).

       FD  DIAG-LOG-OUT
           RECORDING MODE IS F.
       01  DIAG-LOG-OUT-REC            PIC X(128).

       FD  CHECKPOINT-FILE
           RECORDING MODE IS F.
       01  CHECKPOINT-FILE-REC         PIC X(100).

       FD  RATE-TAB
           RECORDING MODE IS F.
       COPY RATECTL.

       FD  PARCEL-RATE-IN
           RECORDING MODE IS F.
       01  PARCEL-RATE-IN-REC          PIC X(38).

       FD  CARRIER-RATE-IN
           RECORDING MODE IS F.
       01  CARRIER-RATE-IN-REC         PIC X(17).

       FD  SHOP-REPORT-OUT
           RECORDING MODE IS F.
       01  SHOP-REPORT-OUT-REC         PIC X(132).

       FD  STMT-EXTRACT-OUT
           RECORDING MODE IS F.
       01  STMT-EXTRACT-OUT-REC        PIC X(65).

       FD  ZONE-HISTORY-OUT
           RECORDING MODE IS F.
       01  ZONE-HISTORY-OUT-REC        PIC X(21).

       FD  DUP-STORE-FILE.
       COPY DUPKSD.

       COPY AUDITREC.
       COPY PGMTOTAL.
       COPY CHKPTREC.
       COPY DIAGREC.
       COPY DUPKSDWS.
       COPY CTLTOTAL.
       COPY RUNSTAMP.
       COPY STMTREC.
       COPY PARCRATE.
       COPY CARRATE.
       COPY ZONEHIST.
       COPY RPTHDFT.
       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01) VALUE "N".
               88  WS-END-OF-FILE              VALUE "Y".
           05  WS-MAN-ENTRY            OCCURS 1000 TIMES.
               10  WS-MN-ZONE          PIC X(02).
               10  WS-MN-PARCEL        PIC X(30).
               10  WS-MN-CARRIER       PIC X(04).
               10  WS-MN-LEVEL         PIC X(01).
               10  WS-MN-CUSTOMER      PIC X(06).
               10  WS-MN-CHARGE        PIC S9(09)V99 COMP-3.

       01  WS-ZONE-SUB                 PIC 9(04) COMP.
       01  WS-MAN-SUB                  PIC 9(04) COMP.
       01  WS-ZONE-PARCELS             PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-ZONE-DONE-SW             PIC X(01) VALUE "N".

      *----------------------------------------------------------*
      * DIMENSIONAL-WEIGHT BILLING.  A PARCEL MAY CARRY, AFTER   *
      * ITS DESTINATION, ITS LENGTH, WIDTH AND HEIGHT IN WHOLE   *
      * CENTIMETRES, ITS ACTUAL WEIGHT IN GRAMS AND THE CUSTOMER *
      * IT IS BILLED TO.  THE BILLABLE WEIGHT IS THE GREATER OF  *
      * THE ACTUAL WEIGHT AND THE VOLUME OVER THE CARRIER'S      *
      * DIMENSIONAL FACTOR (CUBIC CM PER KG, FROM THE ABC109A    *
      * DIMF RATE CONTROL ROW), EACH ROUNDED UP TO THE WHOLE KG. *
      *----------------------------------------------------------*
       01  WS-RATECTL-FILE-STATUS      PIC X(02).
       01  WS-RATECTL-EOF-SW           PIC X(01) VALUE "N".
           88  WS-RATECTL-EOF                  VALUE "Y".
       01  WS-DIM-FACTOR               PIC 9(08) COMP VALUE 5000.

       01  WS-PARCEL-TOKENS.
           05  WS-PT-SKIP              PIC X(10).
           05  WS-PT-LENGTH            PIC X(05) JUSTIFIED RIGHT.
           05  WS-PT-LENGTH-N          REDEFINES WS-PT-LENGTH
                                       PIC 9(05).
           05  WS-PT-WIDTH             PIC X(05) JUSTIFIED RIGHT.
           05  WS-PT-WIDTH-N           REDEFINES WS-PT-WIDTH
                                       PIC 9(05).
           05  WS-PT-HEIGHT            PIC X(05) JUSTIFIED RIGHT.
           05  WS-PT-HEIGHT-N          REDEFINES WS-PT-HEIGHT
                                       PIC 9(05).
           05  WS-PT-WEIGHT            PIC X(07) JUSTIFIED RIGHT.
           05  WS-PT-WEIGHT-N          REDEFINES WS-PT-WEIGHT
                                       PIC 9(07).
           05  WS-PT-CUSTOMER          PIC X(06).
           05  WS-PT-SERVICE-LEVEL     PIC X(01).

       01  WS-BILLING-FIELDS.
           05  WS-PCL-VOLUME           PIC 9(15) COMP-3 VALUE ZERO.
           05  WS-ACTUAL-KG            PIC 9(07) COMP-3 VALUE ZERO.
           05  WS-DIM-KG               PIC 9(07) COMP-3 VALUE ZERO.
           05  WS-BILLABLE-KG          PIC 9(07) COMP-3 VALUE ZERO.
           05  WS-SHIP-CHARGE          PIC S9(09)V99 COMP-3
                                       VALUE ZERO.
           05  WS-RATE-MATCH-SUB       PIC 9(03) COMP VALUE ZERO.
           05  WS-BILL-REASON          PIC X(24) VALUE SPACES.

       01  WS-BILLED-COUNT             PIC 9(08) COMP VALUE ZERO.
       01  WS-DIM-BILLED-COUNT         PIC 9(08) COMP VALUE ZERO.
       01  WS-UNBILLED-COUNT           PIC 9(08) COMP VALUE ZERO.

       01  WS-SHIP-DESC.
           05  FILLER                  PIC X(10) VALUE "SHIP ZONE ".
           05  WS-SD-ZONE              PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-SD-KG                PIC ZZZ9.
           05  FILLER                  PIC X(02) VALUE "KG".
           05  FILLER                  PIC X(01) VALUE SPACE.

      *----------------------------------------------------------*
      * CARRIER RATE SHOPPING.  EACH PARCEL GOES TO THE CHEAPEST *
      * CARRIER WITH A RATE FOR ITS ZONE AND SERVICE LEVEL (THE  *
      * DEFAULT CARRIER KEEPS A TIE), AND THE SAVINGS REPORT     *
      * SHOWS WHAT IT WOULD HAVE COST WITH THE DEFAULT CARRIER.  *
      *----------------------------------------------------------*
       01  WS-SHOP-FIELDS.
           05  WS-SHOP-LEVEL           PIC X(01) VALUE SPACE.
           05  WS-SHOP-CARRIER         PIC X(04) VALUE SPACES.
           05  WS-BEST-MATCH           PIC 9(03) COMP VALUE ZERO.
           05  WS-DEFAULT-MATCH        PIC 9(03) COMP VALUE ZERO.
           05  WS-SHOP-COST            PIC 9(07)V99 COMP-3
                                       VALUE ZERO.
           05  WS-DEFAULT-COST         PIC 9(07)V99 COMP-3
                                       VALUE ZERO.
           05  WS-SHOP-SAVING          PIC S9(07)V99 COMP-3
                                       VALUE ZERO.

       01  WS-SHOP-TOTALS.
           05  WS-SHOPPED-COUNT        PIC 9(08) COMP VALUE ZERO.
           05  WS-SWITCHED-COUNT       PIC 9(08) COMP VALUE ZERO.
           05  WS-NO-CARRIER-COUNT     PIC 9(08) COMP VALUE ZERO.
           05  WS-TOTAL-SHOP-COST      PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
           05  WS-TOTAL-DEFAULT-COST   PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
           05  WS-TOTAL-SAVING         PIC S9(11)V99 COMP-3
                                       VALUE ZERO.

       01  WS-RPT-DATE                 PIC X(10).

       01  WS-SHOP-HEADER-LINE.
           05  FILLER                  PIC X(32) VALUE "PARCEL".
           05  FILLER                  PIC X(05) VALUE "ZONE".
           05  FILLER                  PIC X(04) VALUE "LVL".
           05  FILLER                  PIC X(06) VALUE "CARR".
           05  FILLER                  PIC X(12) VALUE "        COST".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE "DFLT".
           05  FILLER                  PIC X(12) VALUE "   DFLT COST".
           05  FILLER                  PIC X(12) VALUE "      SAVING".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE "NOTE".

       01  WS-SHOP-DETAIL-LINE.
           05  WS-SL-PARCEL            PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SL-ZONE              PIC X(02).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-SL-LEVEL             PIC X(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-SL-CARRIER           PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SL-COST              PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SL-DEFAULT           PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SL-DEFAULT-COST      PIC Z,ZZZ,ZZ9.99.
           05  WS-SL-SAVING            PIC -,---,--9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SL-NOTE              PIC X(30).

       01  WS-SHOP-MONEY-LINE.
           05  WS-SM-LABEL             PIC X(24).
           05  WS-SM-AMOUNT            PIC -(10)9.99.

       01  WS-CARRIER-HEAD-LINE.
           05  FILLER                  PIC X(11)
               VALUE "** CARRIER ".
           05  WS-CH-CARRIER           PIC X(04).
           05  FILLER                  PIC X(13)
               VALUE " MANIFEST **".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CH-RUN-DATE          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CH-CARRIER-KEY       PIC X(04).

       01  WS-CARRIER-TRAIL-LINE.
           05  FILLER                  PIC X(14)
               VALUE "   ALL ZONES..".
           05  WS-CT-COUNT             PIC ZZZZ9.
           05  FILLER                  PIC X(21) VALUE SPACES.
           05  WS-CT-CARRIER           PIC X(04).

       01  WS-CURRENT-CARRIER          PIC X(04) VALUE SPACES.
       01  WS-CARRIER-PARCELS          PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-CARRIER-DONE-SW          PIC X(01) VALUE "N".
       01  WS-CARRIER-FOUND-SW         PIC X(01) VALUE "N".

       01  WS-MANIFEST-HEAD-LINE.
           05  FILLER                  PIC X(14)
               VALUE "** ZONE ".
           05  WS-MH-ZONE              PIC X(02).
           05  FILLER                  PIC X(12)
               VALUE " MANIFEST **".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-MH-RUN-DATE          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-MH-CARRIER           PIC X(04).

       01  WS-MANIFEST-DETAIL-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-MD-PARCEL            PIC X(30).
           05  WS-MD-CUSTOMER          PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-MD-CARRIER           PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-MD-LEVEL             PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-MD-CHARGE            PIC 9(09)V99.

       01  WS-MANIFEST-TRAIL-LINE.
           05  FILLER                  PIC X(14)
               VALUE "   PARCELS....".
           05  WS-MT-COUNT             PIC ZZZZ9.
           05  FILLER                  PIC X(21) VALUE SPACES.
           05  WS-MT-CARRIER           PIC X(04).

       01  WS-RESULT-LINE.
           05  WS-R-PARCEL-NO          PIC Z(06)9.
           05  WS-R-RUN-ID             PIC X(14).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-R-RUN-DATE           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-R-BILL-KG            PIC ZZZZ9 BLANK WHEN ZERO.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-R-SHIP-CHARGE        PIC ZZZ,ZZ9.99 BLANK WHEN ZERO.

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(24)
           PERFORM 1060-SET-RUN-STAMP
               THRU 1060-EXIT.

           PERFORM 1090-LOAD-DIM-FACTOR
               THRU 1090-EXIT.

           PERFORM 1095-LOAD-PARCEL-RATES
               THRU 1095-EXIT.

           PERFORM 1097-LOAD-CARRIER-RATES
               THRU 1097-EXIT.

           PERFORM 1080-START-SHOP-REPORT
               THRU 1080-EXIT.

           PERFORM 2100-READ-PARCEL
               THRU 2100-EXIT.
       1000-EXIT.
               END-IF
           END-IF.

           MOVE ZERO TO WS-BILLABLE-KG
                        WS-SHIP-CHARGE.

           IF DUP-KEY-FOUND
               ADD 1 TO WS-REJECT-COUNT
               MOVE "DUP"              TO WS-R-ANSWER
           MOVE PARCEL-IN-REC(1:20)    TO WS-R-INDATA.
           MOVE WS-RUN-ID              TO WS-R-RUN-ID.
           MOVE WS-RUN-DATE            TO WS-R-RUN-DATE.
           MOVE WS-BILLABLE-KG         TO WS-R-BILL-KG.
           MOVE WS-SHIP-CHARGE         TO WS-R-SHIP-CHARGE.
           WRITE PARCEL-OUT-REC FROM WS-RESULT-LINE.

           PERFORM 8000-WRITE-AUDIT-LOG
           READ PARCEL-IN
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   PERFORM 2110-SAVE-RECENT-INPUT
                       THRU 2110-EXIT
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * KEEPS THE LAST DG-RECENT-MAX INPUT RECORDS READ SO A RUN *
      * THAT ENDS BADLY CAN SHOW WHAT IT WAS WORKING ON.         *
      *----------------------------------------------------------*
       2110-SAVE-RECENT-INPUT.
           ADD 1 TO DG-RECENT-NEXT.
           IF DG-RECENT-NEXT > DG-RECENT-MAX
               MOVE 1                  TO DG-RECENT-NEXT
           END-IF.
           MOVE PARCEL-IN-REC
               TO DG-RECENT-RECORD(DG-RECENT-NEXT).
           IF DG-RECENT-HELD < DG-RECENT-MAX
               ADD 1 TO DG-RECENT-HELD
           END-IF.
       2110-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3000-CHECK-SPLIT.
           COMPUTE R1 = A1 * A2.
           PERFORM 4000-WRITE-ZONE-MANIFESTS
               THRU 4000-EXIT.

           PERFORM 4500-FINISH-SHOP-REPORT
               THRU 4500-EXIT.

           MOVE WS-PARCEL-COUNT        TO WS-T-TOTAL.
           MOVE WS-SPLIT-COUNT         TO WS-T-SPLIT.
           MOVE WS-REJECT-COUNT        TO WS-T-REJECT.
           PERFORM 9060-WRITE-PROGRAM-TOTALS
               THRU 9060-EXIT.

           PERFORM 9070-WRITE-DIAGNOSTICS
               THRU 9070-EXIT.

           MOVE "ABC109A"              TO CKPT-PROGRAM-ID.
           MOVE ZERO                   TO CKPT-LAST-KEY.
           MOVE FUNCTION CURRENT-DATE  TO CKPT-TIMESTAMP.
               " SKIPPED=" WS-CT-SKIP-COUNT.
           DISPLAY "ABC109A RELEASES BYPASSED SCREEN="
               WS-BYPASSED-COUNT.
           DISPLAY "ABC109A PARCELS BILLED=" WS-BILLED-COUNT
               " AT DIMENSIONAL WEIGHT=" WS-DIM-BILLED-COUNT
               " NOT BILLED=" WS-UNBILLED-COUNT.

           IF WS-CT-OUT-OF-BALANCE
               DISPLAY
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REJECT-COUNT > ZERO
                   OR WS-UNBILLED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
       9060-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A RUN ENDING WITH RC 8 OR WORSE - FAILED, OR CONTROL     *
      * TOTALS OUT OF BALANCE - APPENDS A DIAGNOSTIC SET TO THE  *
      * DIAGLOG FILE: THE COUNTERS AND CHECKPOINT KEY, EVERY     *
      * FILE STATUS THIS PROGRAM TRACKS, AND THE LAST INPUT      *
      * RECORDS READ.  IT IS WRITTEN BEFORE THE CHECKPOINT IS    *
      * RESET, SO THE KEY SHOWN IS THE ONE A RESTART WOULD HAVE  *
      * USED.                                                    *
      *----------------------------------------------------------*
       9070-WRITE-DIAGNOSTICS.
           IF RETURN-CODE < 8
               GO TO 9070-EXIT
           END-IF.

           MOVE "ABC109A"              TO DG-PROGRAM-ID.
           MOVE WS-RUN-ID              TO DG-RUN-ID.
           MOVE SPACES                 TO DG-LINE-BODY.
           SET DG-HEADER-LINE          TO TRUE.
           MOVE ZERO                   TO DG-LINE-SEQ.
           MOVE WS-RUN-DATE            TO DG-RUN-DATE.
           IF WS-CT-OUT-OF-BALANCE
               SET DG-OUT-OF-BALANCE   TO TRUE
           ELSE
               SET DG-RUN-FAILED       TO TRUE
           END-IF.
           MOVE RETURN-CODE            TO DG-RETURN-CODE.
           IF CKPT-LAST-KEY IS NUMERIC
               MOVE CKPT-LAST-KEY      TO DG-CHECKPOINT-KEY
           ELSE
               MOVE ZERO               TO DG-CHECKPOINT-KEY
           END-IF.
           MOVE WS-PARCEL-COUNT        TO DG-READ-COUNT.
           MOVE WS-CT-PROCESSED-COUNT  TO DG-PROCESSED-COUNT.
           MOVE WS-REJECT-COUNT        TO DG-REJECT-COUNT.
           MOVE WS-CT-SKIP-COUNT       TO DG-SKIP-COUNT.
           MOVE DG-RECENT-HELD         TO DG-RECENT-COUNT.

           OPEN EXTEND DIAG-LOG-OUT.
           IF WS-DIAGLOG-FILE-STATUS = "35"
               OPEN OUTPUT DIAG-LOG-OUT
           END-IF.
           WRITE DIAG-LOG-OUT-REC FROM DIAG-LOG-LINE.

           MOVE SPACES                 TO DG-LINE-BODY.
           MOVE "ZONETAB"              TO DG-DD-NAME.
           MOVE WS-ZONETAB-FILE-STATUS TO DG-FILE-STATUS.
           PERFORM 9075-WRITE-STATUS-LINE
               THRU 9075-EXIT.
           MOVE "RSTRTAB"              TO DG-DD-NAME.
           MOVE WS-RSTRTAB-FILE-STATUS TO DG-FILE-STATUS.
           PERFORM 9075-WRITE-STATUS-LINE
               THRU 9075-EXIT.
           MOVE "RELBYPAS"             TO DG-DD-NAME.
           MOVE WS-BYPASS-FILE-STATUS  TO DG-FILE-STATUS.
           PERFORM 9075-WRITE-STATUS-LINE
               THRU 9075-EXIT.
           MOVE "HELDPARC"             TO DG-DD-NAME.
           MOVE WS-HELD-FILE-STATUS    TO DG-FILE-STATUS.
           PERFORM 9075-WRITE-STATUS-LINE
               THRU 9075-EXIT.
           MOVE "AUDITLOG"             TO DG-DD-NAME.
           MOVE WS-AUDIT-FILE-STATUS   TO DG-FILE-STATUS.
           PERFORM 9075-WRITE-STATUS-LINE
               THRU 9075-EXIT.
           MOVE "PGMTOTAL"             TO DG-DD-NAME.
           MOVE WS-PGMTOTAL-FILE-STATUS TO DG-FILE-STATUS.
           PERFORM 9075-WRITE-STATUS-LINE
               THRU 9075-EXIT.
           MOVE "PARCCKPT"             TO DG-DD-NAME.
           MOVE WS-CHECKPOINT-FILE-STATUS TO DG-FILE-STATUS.
           PERFORM 9075-WRITE-STATUS-LINE
               THRU 9075-EXIT.
           MOVE "RATECTL"              TO DG-DD-NAME.
           MOVE WS-RATECTL-FILE-STATUS TO DG-FILE-STATUS.
           PERFORM 9075-WRITE-STATUS-LINE
               THRU 9075-EXIT.
           MOVE "PARCRATE"             TO DG-DD-NAME.
           MOVE WS-PARCRATE-FILE-STATUS TO DG-FILE-STATUS.
           PERFORM 9075-WRITE-STATUS-LINE
               THRU 9075-EXIT.
           MOVE "CARRATE"              TO DG-DD-NAME.
           MOVE WS-CARRATE-FILE-STATUS TO DG-FILE-STATUS.
           PERFORM 9075-WRITE-STATUS-LINE
               THRU 9075-EXIT.
           MOVE "STMTEXT"              TO DG-DD-NAME.
           MOVE WS-STMT-FILE-STATUS    TO DG-FILE-STATUS.
           PERFORM 9075-WRITE-STATUS-LINE
               THRU 9075-EXIT.
           MOVE "ZONEHIST"             TO DG-DD-NAME.
           MOVE WS-ZONEHIST-FILE-STATUS TO DG-FILE-STATUS.
           PERFORM 9075-WRITE-STATUS-LINE
               THRU 9075-EXIT.
           MOVE "DUPKSD"               TO DG-DD-NAME.
           MOVE WS-DUPKSD-FILE-STATUS  TO DG-FILE-STATUS.
           PERFORM 9075-WRITE-STATUS-LINE
               THRU 9075-EXIT.

           IF DG-RECENT-HELD < DG-RECENT-MAX
               OR DG-RECENT-NEXT = DG-RECENT-MAX
               MOVE 1                  TO DG-RECENT-FIRST
           ELSE
               COMPUTE DG-RECENT-FIRST = DG-RECENT-NEXT + 1
           END-IF.
           PERFORM 9076-WRITE-RECORD-LINE
               THRU 9076-EXIT
               VARYING DG-RECENT-SUB FROM 1 BY 1
               UNTIL DG-RECENT-SUB > DG-RECENT-HELD.

           CLOSE DIAG-LOG-OUT.

           DISPLAY "ABC109A DIAGNOSTICS CAPTURED - REF="
               DG-REFERENCE.
       9070-EXIT.
           EXIT.

      *----------------------------------------------------------*
       9075-WRITE-STATUS-LINE.
           SET DG-STATUS-LINE          TO TRUE.
           ADD 1 TO DG-LINE-SEQ.
           WRITE DIAG-LOG-OUT-REC FROM DIAG-LOG-LINE.
       9075-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * WRITES THE RECENT INPUT RECORDS OLDEST FIRST, STARTING   *
      * AT DG-RECENT-FIRST AND WRAPPING ROUND THE RING.          *
      *----------------------------------------------------------*
       9076-WRITE-RECORD-LINE.
           COMPUTE DG-RECENT-IX =
               DG-RECENT-FIRST + DG-RECENT-SUB - 1.
           IF DG-RECENT-IX > DG-RECENT-MAX
               SUBTRACT DG-RECENT-MAX FROM DG-RECENT-IX
           END-IF.
           SET DG-RECORD-LINE          TO TRUE.
           ADD 1 TO DG-LINE-SEQ.
           MOVE DG-RECENT-RECORD(DG-RECENT-IX) TO DG-RECORD-IMAGE.
           WRITE DIAG-LOG-OUT-REC FROM DIAG-LOG-LINE.
       9076-EXIT.
           EXIT.


      *----------------------------------------------------------*
      * LOADS THE DESTINATION-TO-ZONE TABLE.                     *
               GO TO 3500-EXIT
           END-IF.

           MOVE SPACES TO WS-PARCEL-TOKENS.
           UNSTRING PARCEL-IN-REC DELIMITED BY ALL SPACE
               INTO WS-PT-SKIP WS-PT-SKIP WS-PT-SKIP
                    WS-PT-LENGTH WS-PT-WIDTH WS-PT-HEIGHT
                    WS-PT-WEIGHT WS-PT-CUSTOMER
                    WS-PT-SERVICE-LEVEL.

           PERFORM 3800-SHOP-CARRIER
               THRU 3800-EXIT.

           IF WS-MAN-COUNT < 1000
               ADD 1 TO WS-MAN-COUNT
               MOVE WS-PARCEL-ZONE
                   TO WS-MN-ZONE(WS-MAN-COUNT)
               MOVE PARCEL-IN-REC(1:30)
                   TO WS-MN-PARCEL(WS-MAN-COUNT)
               MOVE WS-SHOP-CARRIER
                   TO WS-MN-CARRIER(WS-MAN-COUNT)
               MOVE WS-SHOP-LEVEL
                   TO WS-MN-LEVEL(WS-MAN-COUNT)
               MOVE WS-PT-CUSTOMER
                   TO WS-MN-CUSTOMER(WS-MAN-COUNT)
               MOVE ZERO
                   TO WS-MN-CHARGE(WS-MAN-COUNT)
               PERFORM 3700-BILL-PARCEL
                   THRU 3700-EXIT
           ELSE
               DISPLAY "ABC109A **** MANIFEST TABLE FULL - "
                   "PARCEL NOT MANIFESTED ****"
       1086-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * PICKS UP THE CARRIER'S DIMENSIONAL FACTOR FROM THE       *
      * ABC109A DIMF RATE CONTROL ROW IN FORCE ON THE RUN DATE,  *
      * DEFAULTING TO 5000 CUBIC CM PER KG WHEN NO ROW IS FOUND. *
      *----------------------------------------------------------*
       1090-LOAD-DIM-FACTOR.
           OPEN INPUT RATE-TAB.
           IF WS-RATECTL-FILE-STATUS = "35"
               GO TO 1090-EXIT
           END-IF.
           PERFORM 1091-SCAN-RATE-ROW
               THRU 1091-EXIT
               UNTIL WS-RATECTL-EOF.
           CLOSE RATE-TAB.
       1090-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1091-SCAN-RATE-ROW.
           READ RATE-TAB
               AT END
                   SET WS-RATECTL-EOF TO TRUE
               NOT AT END
                   IF RC-PROGRAM-ID = "ABC109A "
                       AND RC-RULE-CODE = "DIMF"
                       AND (RC-EFF-FROM-DATE = SPACES
                           OR RC-EFF-FROM-DATE <= WS-RUN-DATE)
                       AND (RC-EFF-TO-DATE = SPACES
                           OR RC-EFF-TO-DATE >= WS-RUN-DATE)
                       AND RC-VALUE-1 > ZERO
                       MOVE RC-VALUE-1 TO WS-DIM-FACTOR
                   END-IF
           END-READ.
       1091-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LOADS THE PARCEL RATE ROWS IN FORCE ON THE RUN DATE.     *
      *----------------------------------------------------------*
       1095-LOAD-PARCEL-RATES.
           OPEN INPUT PARCEL-RATE-IN.
           IF WS-PARCRATE-FILE-STATUS = "35"
               GO TO 1095-EXIT
           END-IF.
           PERFORM 1096-LOAD-PARCEL-RATE-ROW
               THRU 1096-EXIT
               UNTIL WS-PARCRATE-EOF.
           CLOSE PARCEL-RATE-IN.
       1095-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1096-LOAD-PARCEL-RATE-ROW.
           READ PARCEL-RATE-IN INTO PARCEL-RATE-RECORD
               AT END
                   SET WS-PARCRATE-EOF TO TRUE
               NOT AT END
                   IF (PR-EFF-FROM-DATE = SPACES
                       OR PR-EFF-FROM-DATE <= WS-RUN-DATE)
                       AND (PR-EFF-TO-DATE = SPACES
                       OR PR-EFF-TO-DATE >= WS-RUN-DATE)
                       IF PRT-ENTRY-COUNT < 500
                           ADD 1 TO PRT-ENTRY-COUNT
                           MOVE PR-CUSTOMER-ID TO
                               PRT-CUSTOMER-ID(PRT-ENTRY-COUNT)
                           MOVE PR-ZONE TO
                               PRT-ZONE(PRT-ENTRY-COUNT)
                           MOVE PR-BASE-CHARGE TO
                               PRT-BASE-CHARGE(PRT-ENTRY-COUNT)
                           MOVE PR-RATE-PER-KG TO
                               PRT-RATE-PER-KG(PRT-ENTRY-COUNT)
                       ELSE
                           DISPLAY "ABC109A **** PARCEL RATE TABLE "
                               "FULL - ROW DROPPED ****"
                       END-IF
                   END-IF
           END-READ.
       1096-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * BILLS A MANIFESTED PARCEL THAT CARRIES ITS WEIGHT.  THE  *
      * CHARGE IS THE ZONE'S BASE CHARGE PLUS ITS RATE PER KG    *
      * TIMES THE BILLABLE WEIGHT, FROM THE CUSTOMER'S OWN RATE  *
      * ROW OR, FAILING THAT, THE HOUSE TARIFF, AND GOES OUT AS  *
      * A STATEMENT-EXTRACT LINE.  A PARCEL WITH INCOMPLETE      *
      * BILLING DATA OR NO RATE FOR ITS ZONE IS MANIFESTED BUT   *
      * NOT BILLED, AND IS LISTED FOR THE BILLING OFFICE.        *
      *----------------------------------------------------------*
       3700-BILL-PARCEL.
           IF WS-PT-LENGTH = SPACES
               GO TO 3700-EXIT
           END-IF.

           INSPECT WS-PT-LENGTH REPLACING LEADING SPACE BY ZERO.
           INSPECT WS-PT-WIDTH  REPLACING LEADING SPACE BY ZERO.
           INSPECT WS-PT-HEIGHT REPLACING LEADING SPACE BY ZERO.
           INSPECT WS-PT-WEIGHT REPLACING LEADING SPACE BY ZERO.
           IF WS-PT-LENGTH-N IS NOT NUMERIC
               OR WS-PT-WIDTH-N IS NOT NUMERIC
               OR WS-PT-HEIGHT-N IS NOT NUMERIC
               OR WS-PT-WEIGHT-N IS NOT NUMERIC
               OR WS-PT-WEIGHT-N = ZERO
               MOVE "BILLING DATA INCOMPLETE" TO WS-BILL-REASON
               GO TO 3700-NOT-BILLED
           END-IF.

           COMPUTE WS-ACTUAL-KG = (WS-PT-WEIGHT-N + 999) / 1000.
           COMPUTE WS-PCL-VOLUME =
               WS-PT-LENGTH-N * WS-PT-WIDTH-N * WS-PT-HEIGHT-N.
           COMPUTE WS-DIM-KG =
               (WS-PCL-VOLUME + WS-DIM-FACTOR - 1) / WS-DIM-FACTOR.
           IF WS-DIM-KG > WS-ACTUAL-KG
               MOVE WS-DIM-KG          TO WS-BILLABLE-KG
               ADD 1 TO WS-DIM-BILLED-COUNT
           ELSE
               MOVE WS-ACTUAL-KG       TO WS-BILLABLE-KG
           END-IF.

           MOVE ZERO TO WS-RATE-MATCH-SUB.
           IF WS-PT-CUSTOMER NOT = SPACES
               PERFORM 3710-FIND-CUSTOMER-RATE
                   THRU 3710-EXIT
                   VARYING PRT-LOOKUP-SUB FROM 1 BY 1
                   UNTIL PRT-LOOKUP-SUB > PRT-ENTRY-COUNT
                       OR WS-RATE-MATCH-SUB > ZERO
           END-IF.
           IF WS-RATE-MATCH-SUB = ZERO
               PERFORM 3720-FIND-HOUSE-RATE
                   THRU 3720-EXIT
                   VARYING PRT-LOOKUP-SUB FROM 1 BY 1
                   UNTIL PRT-LOOKUP-SUB > PRT-ENTRY-COUNT
                       OR WS-RATE-MATCH-SUB > ZERO
           END-IF.
           IF WS-RATE-MATCH-SUB = ZERO
               MOVE ZERO TO WS-BILLABLE-KG
               MOVE "NO RATE FOR ZONE" TO WS-BILL-REASON
               GO TO 3700-NOT-BILLED
           END-IF.

           COMPUTE WS-SHIP-CHARGE ROUNDED =
               PRT-BASE-CHARGE(WS-RATE-MATCH-SUB)
               + PRT-RATE-PER-KG(WS-RATE-MATCH-SUB)
                   * WS-BILLABLE-KG.
           ADD 1 TO WS-BILLED-COUNT.
           MOVE WS-SHIP-CHARGE         TO WS-MN-CHARGE(WS-MAN-COUNT).

           MOVE WS-PARCEL-ZONE         TO WS-SD-ZONE.
           MOVE WS-BILLABLE-KG         TO WS-SD-KG.
           MOVE WS-SHIP-DESC           TO SX-CHARGE-DESC.
           MOVE WS-SHIP-CHARGE         TO SX-AMOUNT.
           PERFORM 8300-WRITE-STMT-EXTRACT
               THRU 8300-EXIT.
           GO TO 3700-EXIT.

       3700-NOT-BILLED.
           ADD 1 TO WS-UNBILLED-COUNT.
           DISPLAY "ABC109A **** PARCEL NOT BILLED - " WS-BILL-REASON
               " - " PARCEL-IN-REC(1:30) " ****".
       3700-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3710-FIND-CUSTOMER-RATE.
           IF PRT-CUSTOMER-ID(PRT-LOOKUP-SUB) = WS-PT-CUSTOMER
               AND PRT-ZONE(PRT-LOOKUP-SUB) = WS-PARCEL-ZONE
               MOVE PRT-LOOKUP-SUB TO WS-RATE-MATCH-SUB
           END-IF.
       3710-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3720-FIND-HOUSE-RATE.
           IF PRT-CUSTOMER-ID(PRT-LOOKUP-SUB) = SPACES
               AND PRT-ZONE(PRT-LOOKUP-SUB) = WS-PARCEL-ZONE
               MOVE PRT-LOOKUP-SUB TO WS-RATE-MATCH-SUB
           END-IF.
       3720-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * APPENDS ONE SHIPPING CHARGE TO THE STATEMENT EXTRACT SO  *
      * THE CUSTOMER IS BILLED THROUGH THE NORMAL ABCSTMT CYCLE. *
      * A PARCEL WITH NO CUSTOMER IS EXTRACTED UNDER UNASGN.     *
      *----------------------------------------------------------*
       8300-WRITE-STMT-EXTRACT.
           IF WS-PT-CUSTOMER = SPACES
               MOVE "UNASGN"           TO SX-CUSTOMER-ID
           ELSE
               MOVE WS-PT-CUSTOMER     TO SX-CUSTOMER-ID
           END-IF.
           MOVE "ABC109A"              TO SX-SOURCE-PROGRAM.
           MOVE WS-RUN-DATE            TO SX-RUN-DATE.
           IF PARCEL-IN-REC(91:1) = "T"
               MOVE PARCEL-IN-REC(91:10) TO SX-TRACE-ID
           ELSE
               MOVE SPACES             TO SX-TRACE-ID
           END-IF.

           OPEN EXTEND STMT-EXTRACT-OUT.
           IF WS-STMT-FILE-STATUS = "35"
               OPEN OUTPUT STMT-EXTRACT-OUT
           END-IF.
           WRITE STMT-EXTRACT-OUT-REC FROM STMT-EXTRACT-RECORD.
           CLOSE STMT-EXTRACT-OUT.
       8300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LOADS THE CONTRACTED CARRIER RATES AND NOTES THE DEFAULT *
      * CARRIER FROM ITS FLAGGED ROWS.                           *
      *----------------------------------------------------------*
       1097-LOAD-CARRIER-RATES.
           OPEN INPUT CARRIER-RATE-IN.
           IF WS-CARRATE-FILE-STATUS = "35"
               GO TO 1097-EXIT
           END-IF.
           PERFORM 1098-LOAD-CARRIER-RATE-ROW
               THRU 1098-EXIT
               UNTIL WS-CARRATE-EOF.
           CLOSE CARRIER-RATE-IN.
       1097-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1098-LOAD-CARRIER-RATE-ROW.
           READ CARRIER-RATE-IN INTO CARRIER-RATE-RECORD
               AT END
                   SET WS-CARRATE-EOF TO TRUE
               NOT AT END
                   IF CR-DEFAULT-CARRIER
                       MOVE CR-CARRIER-ID TO WS-DEFAULT-CARRIER
                   END-IF
                   IF CRT-ENTRY-COUNT < 300
                       ADD 1 TO CRT-ENTRY-COUNT
                       MOVE CR-CARRIER-ID TO
                           CRT-CARRIER-ID(CRT-ENTRY-COUNT)
                       MOVE CR-SERVICE-LEVEL TO
                           CRT-SERVICE-LEVEL(CRT-ENTRY-COUNT)
                       MOVE CR-ZONE TO
                           CRT-ZONE(CRT-ENTRY-COUNT)
                       MOVE CR-RATE TO
                           CRT-RATE(CRT-ENTRY-COUNT)
                   ELSE
                       DISPLAY "ABC109A **** CARRIER RATE TABLE "
                           "FULL - ROW DROPPED ****"
                   END-IF
           END-READ.
       1098-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1080-START-SHOP-REPORT.
           OPEN OUTPUT SHOP-REPORT-OUT.
           MOVE "CARRIER RATE SHOPPING - SAVINGS AGAINST DEFAULT"
               TO RPT-ST-TEXT.
           STRING WS-RUN-DATE(5:2) "/" WS-RUN-DATE(7:2) "/"
               WS-RUN-DATE(1:4)
               DELIMITED BY SIZE INTO WS-RPT-DATE.
           PERFORM 1081-WRITE-SHOP-HEADERS
               THRU 1081-EXIT.
       1080-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1081-WRITE-SHOP-HEADERS.
           ADD 1 TO RPT-PAGE-COUNT.
           MOVE WS-RPT-DATE            TO RPT-DL-RUN-DATE.

           WRITE SHOP-REPORT-OUT-REC FROM RPT-TITLE-LINE.
           WRITE SHOP-REPORT-OUT-REC FROM RPT-SUBTITLE-LINE.
           WRITE SHOP-REPORT-OUT-REC FROM RPT-DATE-LINE.
           MOVE SPACES                 TO SHOP-REPORT-OUT-REC.
           WRITE SHOP-REPORT-OUT-REC.
           WRITE SHOP-REPORT-OUT-REC FROM WS-SHOP-HEADER-LINE.
           MOVE SPACES                 TO SHOP-REPORT-OUT-REC.
           WRITE SHOP-REPORT-OUT-REC.

           MOVE 6                      TO RPT-LINE-COUNT.
       1081-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * PICKS THE CHEAPEST CARRIER WITH A RATE FOR THE PARCEL'S  *
      * ZONE AND SERVICE LEVEL.  THE DEFAULT CARRIER'S RATE IS   *
      * THE STARTING POINT, SO A TIE STAYS WITH THE DEFAULT; A   *
      * PARCEL NO CARRIER HAS A RATE FOR GOES TO THE DEFAULT     *
      * CARRIER AS BEFORE RATE SHOPPING.                         *
      *----------------------------------------------------------*
       3800-SHOP-CARRIER.
           MOVE WS-PT-SERVICE-LEVEL    TO WS-SHOP-LEVEL.
           IF WS-SHOP-LEVEL = SPACE
               MOVE "S"                TO WS-SHOP-LEVEL
           END-IF.
           MOVE SPACES                 TO WS-SL-NOTE.

           MOVE ZERO TO WS-DEFAULT-MATCH.
           PERFORM 3810-FIND-DEFAULT-RATE
               THRU 3810-EXIT
               VARYING CRT-LOOKUP-SUB FROM 1 BY 1
               UNTIL CRT-LOOKUP-SUB > CRT-ENTRY-COUNT
                   OR WS-DEFAULT-MATCH > ZERO.

           MOVE WS-DEFAULT-MATCH TO WS-BEST-MATCH.
           PERFORM 3820-CHECK-CHEAPER-RATE
               THRU 3820-EXIT
               VARYING CRT-LOOKUP-SUB FROM 1 BY 1
               UNTIL CRT-LOOKUP-SUB > CRT-ENTRY-COUNT.

           IF WS-BEST-MATCH = ZERO
               MOVE WS-DEFAULT-CARRIER TO WS-SHOP-CARRIER
               MOVE ZERO               TO WS-SHOP-COST
               ADD 1 TO WS-NO-CARRIER-COUNT
               MOVE "NO CARRIER RATE - DEFAULT USED" TO WS-SL-NOTE
           ELSE
               MOVE CRT-CARRIER-ID(WS-BEST-MATCH) TO WS-SHOP-CARRIER
               MOVE CRT-RATE(WS-BEST-MATCH)       TO WS-SHOP-COST
           END-IF.

           IF WS-DEFAULT-MATCH > ZERO
               MOVE CRT-RATE(WS-DEFAULT-MATCH) TO WS-DEFAULT-COST
               COMPUTE WS-SHOP-SAVING =
                   WS-DEFAULT-COST - WS-SHOP-COST
           ELSE
               MOVE ZERO               TO WS-DEFAULT-COST
                                          WS-SHOP-SAVING
               IF WS-BEST-MATCH > ZERO
                   MOVE "DEFAULT DOES NOT SERVICE ZONE"
                       TO WS-SL-NOTE
               END-IF
           END-IF.

           ADD 1 TO WS-SHOPPED-COUNT.
           IF WS-SHOP-CARRIER NOT = WS-DEFAULT-CARRIER
               ADD 1 TO WS-SWITCHED-COUNT
           END-IF.
      * ONLY A PARCEL PRICED BY BOTH THE CHOSEN AND THE DEFAULT
      * CARRIER GOES INTO THE COST COMPARISON TOTALS.
           IF WS-BEST-MATCH > ZERO
               AND WS-DEFAULT-MATCH > ZERO
               ADD WS-SHOP-COST        TO WS-TOTAL-SHOP-COST
               ADD WS-DEFAULT-COST     TO WS-TOTAL-DEFAULT-COST
               ADD WS-SHOP-SAVING      TO WS-TOTAL-SAVING
           END-IF.

           IF RPT-LINE-COUNT >= RPT-MAX-LINES-PER-PAGE
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE SHOP-REPORT-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 1081-WRITE-SHOP-HEADERS
                   THRU 1081-EXIT
           END-IF.

           MOVE PARCEL-IN-REC(1:30)    TO WS-SL-PARCEL.
           MOVE WS-PARCEL-ZONE         TO WS-SL-ZONE.
           MOVE WS-SHOP-LEVEL          TO WS-SL-LEVEL.
           MOVE WS-SHOP-CARRIER        TO WS-SL-CARRIER.
           MOVE WS-SHOP-COST           TO WS-SL-COST.
           MOVE WS-DEFAULT-CARRIER     TO WS-SL-DEFAULT.
           MOVE WS-DEFAULT-COST        TO WS-SL-DEFAULT-COST.
           MOVE WS-SHOP-SAVING         TO WS-SL-SAVING.
           WRITE SHOP-REPORT-OUT-REC FROM WS-SHOP-DETAIL-LINE.
           ADD 1 TO RPT-LINE-COUNT.
       3800-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3810-FIND-DEFAULT-RATE.
           IF CRT-CARRIER-ID(CRT-LOOKUP-SUB) = WS-DEFAULT-CARRIER
               AND CRT-ZONE(CRT-LOOKUP-SUB) = WS-PARCEL-ZONE
               AND CRT-SERVICE-LEVEL(CRT-LOOKUP-SUB) = WS-SHOP-LEVEL
               MOVE CRT-LOOKUP-SUB TO WS-DEFAULT-MATCH
           END-IF.
       3810-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3820-CHECK-CHEAPER-RATE.
           IF CRT-ZONE(CRT-LOOKUP-SUB) = WS-PARCEL-ZONE
               AND CRT-SERVICE-LEVEL(CRT-LOOKUP-SUB) = WS-SHOP-LEVEL
               IF WS-BEST-MATCH = ZERO
                   MOVE CRT-LOOKUP-SUB TO WS-BEST-MATCH
               ELSE
                   IF CRT-RATE(CRT-LOOKUP-SUB)
                       < CRT-RATE(WS-BEST-MATCH)
                       MOVE CRT-LOOKUP-SUB TO WS-BEST-MATCH
                   END-IF
               END-IF
           END-IF.
       3820-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CLOSES THE SAVINGS REPORT WITH THE SHOPPING TOTALS.      *
      *----------------------------------------------------------*
       4500-FINISH-SHOP-REPORT.
           MOVE RPT-PAGE-COUNT         TO RPT-F-PAGE-NO.
           WRITE SHOP-REPORT-OUT-REC FROM RPT-FOOTER-LINE.

           MOVE "PARCELS SHOPPED........" TO RPT-FN-LABEL.
           MOVE WS-SHOPPED-COUNT       TO RPT-FN-COUNT.
           WRITE SHOP-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "MOVED OFF DEFAULT......" TO RPT-FN-LABEL.
           MOVE WS-SWITCHED-COUNT      TO RPT-FN-COUNT.
           WRITE SHOP-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "NO CARRIER RATE........" TO RPT-FN-LABEL.
           MOVE WS-NO-CARRIER-COUNT    TO RPT-FN-COUNT.
           WRITE SHOP-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "COMPARED - AS SHOPPED.." TO WS-SM-LABEL.
           MOVE WS-TOTAL-SHOP-COST     TO WS-SM-AMOUNT.
           WRITE SHOP-REPORT-OUT-REC FROM WS-SHOP-MONEY-LINE.

           MOVE "COMPARED - AT DEFAULT.." TO WS-SM-LABEL.
           MOVE WS-TOTAL-DEFAULT-COST  TO WS-SM-AMOUNT.
           WRITE SHOP-REPORT-OUT-REC FROM WS-SHOP-MONEY-LINE.

           MOVE "SAVINGS................" TO WS-SM-LABEL.
           MOVE WS-TOTAL-SAVING        TO WS-SM-AMOUNT.
           WRITE SHOP-REPORT-OUT-REC FROM WS-SHOP-MONEY-LINE.

           CLOSE SHOP-REPORT-OUT.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3510-SCAN-ZONE-ENTRY.
           IF WS-ZN-DEST(WS-ZONE-SUB) = WS-DEST-CODE
      * HOLDING PARCELS, A ZONE HEADER, ITS PARCELS, AND A       *
      * TRAILER WITH THE COUNT.  EACH PARCEL IS BLANKED AS IT IS *
      * MANIFESTED SO THE SWEEP ENDS WHEN NO ZONE REMAINS.       *
      * EACH ZONE TRAILER'S COUNT IS ALSO ADDED TO THE DAILY     *
      * ZONE VOLUME HISTORY FOR THE ZONE FORECAST.               *
      *----------------------------------------------------------*
       4000-WRITE-ZONE-MANIFESTS.
           OPEN OUTPUT ZONE-MANIFEST-OUT.
           OPEN EXTEND ZONE-HISTORY-OUT.
           IF WS-ZONEHIST-FILE-STATUS = "35"
               OPEN OUTPUT ZONE-HISTORY-OUT
           END-IF.

           MOVE "N" TO WS-CARRIER-DONE-SW.
           PERFORM 4050-MANIFEST-NEXT-CARRIER
               THRU 4050-EXIT
               UNTIL WS-CARRIER-DONE-SW = "Y".

           CLOSE ZONE-MANIFEST-OUT
                 ZONE-HISTORY-OUT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE CARRIER'S MANIFEST: A CARRIER BANNER, ITS PARCELS    *
      * SPLIT BY ZONE, AND A TRAILER WITH ITS PARCEL COUNT.      *
      * EVERY LINE CARRIES THE CARRIER IN COLUMNS 41-44 SO THE   *
      * FILE CAN BE SPLIT INTO ONE DATASET PER CARRIER.          *
      *----------------------------------------------------------*
       4050-MANIFEST-NEXT-CARRIER.
           MOVE "N" TO WS-CARRIER-FOUND-SW.
           PERFORM 4060-FIND-NEXT-CARRIER
               THRU 4060-EXIT
               VARYING WS-MAN-SUB FROM 1 BY 1
               UNTIL WS-MAN-SUB > WS-MAN-COUNT
               OR WS-CARRIER-FOUND-SW = "Y".

           IF WS-CARRIER-FOUND-SW = "N"
               MOVE "Y" TO WS-CARRIER-DONE-SW
               GO TO 4050-EXIT
           END-IF.

           MOVE WS-CURRENT-CARRIER TO WS-CH-CARRIER
                                      WS-CH-CARRIER-KEY.
           MOVE WS-RUN-DATE        TO WS-CH-RUN-DATE.
           WRITE ZONE-MANIFEST-OUT-REC
               FROM WS-CARRIER-HEAD-LINE.

           MOVE ZERO TO WS-CARRIER-PARCELS.
           MOVE "N" TO WS-ZONE-DONE-SW.
           PERFORM 4100-MANIFEST-NEXT-ZONE
               THRU 4100-EXIT
               UNTIL WS-ZONE-DONE-SW = "Y".

           MOVE WS-CARRIER-PARCELS TO WS-CT-COUNT.
           MOVE WS-CURRENT-CARRIER TO WS-CT-CARRIER.
           WRITE ZONE-MANIFEST-OUT-REC
               FROM WS-CARRIER-TRAIL-LINE.
       4050-EXIT.
           EXIT.

      *----------------------------------------------------------*
       4060-FIND-NEXT-CARRIER.
           IF WS-MN-ZONE(WS-MAN-SUB) NOT = SPACES
               MOVE WS-MN-CARRIER(WS-MAN-SUB) TO WS-CURRENT-CARRIER
               MOVE "Y" TO WS-CARRIER-FOUND-SW
           END-IF.
       4060-EXIT.
           EXIT.

      *----------------------------------------------------------*
           END-IF.

           MOVE WS-CURRENT-ZONE TO WS-MH-ZONE.
           MOVE WS-RUN-DATE     TO WS-MH-RUN-DATE.
           MOVE WS-CURRENT-CARRIER TO WS-MH-CARRIER.
           WRITE ZONE-MANIFEST-OUT-REC
               FROM WS-MANIFEST-HEAD-LINE.

               UNTIL WS-MAN-SUB > WS-MAN-COUNT.

           MOVE WS-ZONE-PARCELS TO WS-MT-COUNT.
           MOVE WS-CURRENT-CARRIER TO WS-MT-CARRIER.
           WRITE ZONE-MANIFEST-OUT-REC
               FROM WS-MANIFEST-TRAIL-LINE.

           MOVE WS-RUN-DATE        TO ZH-RUN-DATE.
           MOVE WS-CURRENT-ZONE    TO ZH-ZONE.
           MOVE WS-CURRENT-CARRIER TO ZH-CARRIER.
           MOVE WS-ZONE-PARCELS    TO ZH-PARCELS.
           WRITE ZONE-HISTORY-OUT-REC FROM ZONE-HISTORY-RECORD.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       4110-FIND-NEXT-ZONE.
           IF WS-MN-ZONE(WS-MAN-SUB) NOT = SPACES
               AND WS-MN-CARRIER(WS-MAN-SUB) = WS-CURRENT-CARRIER
               MOVE WS-MN-ZONE(WS-MAN-SUB) TO WS-CURRENT-ZONE
           END-IF.
       4110-EXIT.
      *----------------------------------------------------------*
       4120-MANIFEST-ZONE-PARCEL.
           IF WS-MN-ZONE(WS-MAN-SUB) = WS-CURRENT-ZONE
               AND WS-MN-CARRIER(WS-MAN-SUB) = WS-CURRENT-CARRIER
               MOVE WS-MN-PARCEL(WS-MAN-SUB) TO WS-MD-PARCEL
               MOVE WS-MN-CARRIER(WS-MAN-SUB) TO WS-MD-CARRIER
               MOVE WS-MN-LEVEL(WS-MAN-SUB)   TO WS-MD-LEVEL
               MOVE WS-MN-CUSTOMER(WS-MAN-SUB) TO WS-MD-CUSTOMER
               MOVE WS-MN-CHARGE(WS-MAN-SUB)  TO WS-MD-CHARGE
               WRITE ZONE-MANIFEST-OUT-REC
                   FROM WS-MANIFEST-DETAIL-LINE
               ADD 1 TO WS-ZONE-PARCELS
               ADD 1 TO WS-CARRIER-PARCELS
               MOVE SPACES TO WS-MN-ZONE(WS-MAN-SUB)
           END-IF.
       4120-EXIT.
