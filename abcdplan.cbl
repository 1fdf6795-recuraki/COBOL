       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCDPLAN.
       AUTHOR. D HARLOW.
       INSTALLATION. DL100 BATCH SERVICES.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 2026-10-15  DH  NEW PROGRAM.  DISPATCH PLANNING.  JOINS  *
      *                 THE DAY'S PLANNED CONTAINERS FROM        *
      *                 ABC153A'S PLANNED-LOADS FILE TO THE      *
      *                 ROUTE ABC129A CHOSE FOR THE SAME         *
      *                 DELIVERY REFERENCE, AND PUTS EACH        *
      *                 DELIVERY'S LOAD WHOLE ON THE FIRST       *
      *                 VEHICLE ON THE VEHICLE MASTER THAT RUNS  *
      *                 THAT ROUTE, CARRIES EVERY CONTAINER TYPE *
      *                 IN THE LOAD AND STILL HAS ROOM FOR IT.   *
      *                 PRINTS A DISPATCH SHEET PER VEHICLE, AND *
      *                 LISTS EVERY LOAD NO VEHICLE ON ITS ROUTE *
      *                 CAN TAKE WITH THE REASON, ENDING RC 4.   *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAN-LOAD-IN
               ASSIGN TO PLANLOAD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-FILE-STATUS.

           SELECT ROUTE-MANIFEST-IN
               ASSIGN TO ROUTEMAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROUTEMAN-FILE-STATUS.

           SELECT VEHICLE-MASTER-IN
               ASSIGN TO VEHMAST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VEHMAST-FILE-STATUS.

           SELECT DISPATCH-SHEET-OUT
               ASSIGN TO DSPSHEET
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAN-LOAD-IN
           RECORDING MODE IS F.
       01  PLAN-LOAD-RECORD.
           05  PL-CONTAINER-TYPE       PIC X(04).
           05  PL-PLAN-COUNT           PIC 9(06).
           05  PL-DELIVERY-REF         PIC X(08).

       FD  ROUTE-MANIFEST-IN
           RECORDING MODE IS F.
       01  ROUTE-MANIFEST-IN-REC       PIC X(80).

       FD  VEHICLE-MASTER-IN
           RECORDING MODE IS F.
       01  VEHICLE-MASTER-IN-REC       PIC X(50).

       FD  DISPATCH-SHEET-OUT
           RECORDING MODE IS F.
       01  DISPATCH-SHEET-OUT-REC      PIC X(132).

       WORKING-STORAGE SECTION.
       COPY VEHMAST.
       COPY RUNSTAMP.
       COPY RPTHDFT.
       01  WS-PLAN-FILE-STATUS         PIC X(02).
       01  WS-ROUTEMAN-FILE-STATUS     PIC X(02).

       01  WS-PLAN-EOF-SW              PIC X(01) VALUE "N".
           88  WS-PLAN-EOF                     VALUE "Y".
       01  WS-ROUTEMAN-EOF-SW          PIC X(01) VALUE "N".
           88  WS-ROUTEMAN-EOF                 VALUE "Y".

       01  WS-PLAN-LINE-COUNT          PIC 9(08) COMP VALUE ZERO.
       01  WS-DELIVERY-COUNT           PIC 9(08) COMP VALUE ZERO.
       01  WS-DISPATCHED-COUNT         PIC 9(08) COMP VALUE ZERO.
       01  WS-FLAGGED-COUNT            PIC 9(08) COMP VALUE ZERO.
       01  WS-CONTAINERS-DISPATCHED    PIC 9(08) COMP VALUE ZERO.
       01  WS-VEHICLES-USED            PIC 9(08) COMP VALUE ZERO.
       01  WS-VEHICLES-IDLE            PIC 9(08) COMP VALUE ZERO.

      *----------------------------------------------------------*
      * THE CHOSEN ROUTE FOR EACH DELIVERY REFERENCE ON THE      *
      * ROUTE MANIFEST.  A DELIVERY ROUTED TWICE KEEPS THE LATER *
      * ROUTE.                                                   *
      *----------------------------------------------------------*
       01  WS-ROUTE-TABLE.
           05  WS-RTE-COUNT            PIC 9(03) COMP VALUE ZERO.
           05  WS-RTE-ENTRY            OCCURS 500 TIMES.
               10  WS-RTE-DELIVERY-REF PIC X(08).
               10  WS-RTE-NODE-A       PIC 9(02).
               10  WS-RTE-NODE-B       PIC 9(02).
       01  WS-RTE-SUB                  PIC 9(03) COMP.
       01  WS-RTE-MATCH                PIC 9(03) COMP.
       01  WS-MANIFEST-REF             PIC X(08).

      *----------------------------------------------------------*
      * ONE DELIVERY'S LOAD - EVERY PLANNED-LOADS LINE IN A RUN  *
      * CARRYING THE SAME DELIVERY REFERENCE.                    *
      *----------------------------------------------------------*
       01  WS-LOAD-REF                 PIC X(08).
       01  WS-LOAD-NODE-A              PIC 9(02).
       01  WS-LOAD-NODE-B              PIC 9(02).
       01  WS-LOAD-CONTAINERS          PIC 9(08) COMP.
       01  WS-LOAD-FILL                PIC 9(07)V9(06) COMP-3.
       01  WS-LOAD-REASON              PIC X(30).
       01  WS-LOAD-TABLE.
           05  WS-LOAD-LINE-COUNT      PIC 9(03) COMP VALUE ZERO.
           05  WS-LOAD-LINE            OCCURS 20 TIMES.
               10  WS-LL-TYPE          PIC X(04).
               10  WS-LL-COUNT         PIC 9(06) COMP-3.
       01  WS-LL-SUB                   PIC 9(03) COMP.

       01  WS-VEH-MATCH                PIC 9(03) COMP.
       01  WS-CAP-SUB                  PIC 9(01) COMP.
       01  WS-LINE-CAPACITY            PIC 9(04) COMP-3.
       01  WS-ON-ROUTE-SW              PIC X(01) VALUE "N".
           88  WS-ON-ROUTE                     VALUE "Y".
       01  WS-TYPES-CARRIED-SW         PIC X(01) VALUE "N".
           88  WS-TYPES-CARRIED                VALUE "Y".
       01  WS-ANY-CARRIES-SW           PIC X(01) VALUE "N".
           88  WS-ANY-CARRIES                  VALUE "Y".
       01  WS-ANY-EMPTY-FIT-SW         PIC X(01) VALUE "N".
           88  WS-ANY-EMPTY-FIT                VALUE "Y".

      *----------------------------------------------------------*
      * EVERY LOAD LINE PUT ON A VEHICLE, IN DELIVERY ORDER, FOR *
      * THE DISPATCH SHEETS.                                     *
      *----------------------------------------------------------*
       01  WS-ASSIGN-TABLE.
           05  WS-ASSIGN-COUNT         PIC 9(04) COMP VALUE ZERO.
           05  WS-ASSIGN-ENTRY         OCCURS 2000 TIMES.
               10  WS-AS-VEHICLE-SUB   PIC 9(03) COMP.
               10  WS-AS-DELIVERY-REF  PIC X(08).
               10  WS-AS-TYPE          PIC X(04).
               10  WS-AS-COUNT         PIC 9(06) COMP-3.
       01  WS-AS-SUB                   PIC 9(04) COMP.

      *----------------------------------------------------------*
      * EVERY LOAD LINE NO VEHICLE ON ITS ROUTE CAN TAKE.        *
      *----------------------------------------------------------*
       01  WS-FLAG-TABLE.
           05  WS-FLAG-LINE-COUNT      PIC 9(04) COMP VALUE ZERO.
           05  WS-FLAG-ENTRY           OCCURS 500 TIMES.
               10  WS-FL-DELIVERY-REF  PIC X(08).
               10  WS-FL-ROUTED-SW     PIC X(01).
               10  WS-FL-NODE-A        PIC 9(02).
               10  WS-FL-NODE-B        PIC 9(02).
               10  WS-FL-TYPE          PIC X(04).
               10  WS-FL-COUNT         PIC 9(06) COMP-3.
               10  WS-FL-REASON        PIC X(30).
       01  WS-FL-SUB                   PIC 9(04) COMP.

       01  WS-FILL-PERCENT             PIC 9(03)V9 COMP-3.
       01  WS-RPT-DATE                 PIC X(10).
       01  WS-PRINT-LINE               PIC X(132).
       01  WS-SECTION-HEAD-1           PIC X(132).
       01  WS-SECTION-HEAD-2           PIC X(132).

       01  WS-VEHICLE-LINE.
           05  FILLER                  PIC X(08) VALUE "VEHICLE".
           05  WS-V-VEHICLE-ID         PIC X(06).
           05  FILLER                  PIC X(14)
               VALUE "  ROUTE NODES ".
           05  WS-V-NODE-A             PIC Z9.
           05  FILLER                  PIC X(05) VALUE " AND ".
           05  WS-V-NODE-B             PIC Z9.
           05  FILLER                  PIC X(13)
               VALUE "  DELIVERIES ".
           05  WS-V-LOADS              PIC ZZZZ9.
           05  FILLER                  PIC X(13)
               VALUE "  CONTAINERS ".
           05  WS-V-CONTAINERS         PIC ZZZZZZ9.
           05  FILLER                  PIC X(09) VALUE "  LOADED ".
           05  WS-V-FILL-PERCENT       PIC ZZ9.9.
           05  FILLER                  PIC X(01) VALUE "%".

       01  WS-SHEET-HEAD-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "DELIVERY".
           05  FILLER                  PIC X(11) VALUE "CONTAINER".
           05  FILLER                  PIC X(06) VALUE " COUNT".

       01  WS-SHEET-DETAIL-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-S-DELIVERY-REF       PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-S-TYPE               PIC X(04).
           05  FILLER                  PIC X(07) VALUE SPACES.
           05  WS-S-COUNT              PIC ZZZZZ9.

       01  WS-FLAG-HEAD-LINE.
           05  FILLER                  PIC X(10) VALUE "DELIVERY".
           05  FILLER                  PIC X(17) VALUE "ROUTE NODES".
           05  FILLER                  PIC X(11) VALUE "CONTAINER".
           05  FILLER                  PIC X(08) VALUE " COUNT".
           05  FILLER                  PIC X(06) VALUE "REASON".

       01  WS-FLAG-DETAIL-LINE.
           05  WS-F-DELIVERY-REF       PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-F-ROUTE-NODES.
               10  WS-F-NODE-A         PIC Z9.
               10  FILLER              PIC X(05) VALUE " AND ".
               10  WS-F-NODE-B         PIC Z9.
           05  WS-F-ROUTE-TEXT         REDEFINES WS-F-ROUTE-NODES
                                       PIC X(09).
           05  FILLER                  PIC X(08) VALUE SPACES.
           05  WS-F-TYPE               PIC X(04).
           05  FILLER                  PIC X(07) VALUE SPACES.
           05  WS-F-COUNT              PIC ZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-F-REASON             PIC X(30).

       01  WS-IDLE-HEAD-LINE.
           05  FILLER                  PIC X(08) VALUE "VEHICLE".
           05  FILLER                  PIC X(11) VALUE "ROUTE NODES".

       01  WS-IDLE-DETAIL-LINE.
           05  WS-I-VEHICLE-ID         PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-I-NODE-A             PIC Z9.
           05  FILLER                  PIC X(05) VALUE " AND ".
           05  WS-I-NODE-B             PIC Z9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-PLAN-DELIVERY
               THRU 2000-EXIT
               UNTIL WS-PLAN-EOF.

           PERFORM 4000-PRINT-DISPATCH-SHEETS
               THRU 4000-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           GOBACK.

      *----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT DISPATCH-SHEET-OUT.

           MOVE FUNCTION CURRENT-DATE TO WS-RUNSTAMP-CURRENT-DATE.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:14) TO WS-RUN-ID.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:8)  TO WS-RUN-DATE.

           MOVE "VEHICLE DISPATCH PLAN - DISPATCH SHEET PER VEHICLE"
               TO RPT-ST-TEXT.
           STRING WS-RUN-DATE(5:2) "/" WS-RUN-DATE(7:2) "/"
               WS-RUN-DATE(1:4)
               DELIMITED BY SIZE INTO WS-RPT-DATE.

           PERFORM 1200-LOAD-VEHICLES
               THRU 1200-EXIT.
           PERFORM 1300-LOAD-ROUTES
               THRU 1300-EXIT.

           OPEN INPUT PLAN-LOAD-IN.
           IF WS-PLAN-FILE-STATUS = "35"
               SET WS-PLAN-EOF TO TRUE
           ELSE
               PERFORM 2200-READ-PLAN
                   THRU 2200-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * TITLE BLOCK, THEN THE TWO HEADING LINES OF WHICHEVER     *
      * SECTION IS PRINTING, SO A VEHICLE'S SHEET THAT RUNS ONTO *
      * A SECOND PAGE STILL NAMES THE VEHICLE.                   *
      *----------------------------------------------------------*
       1100-WRITE-PAGE-HEADERS.
           ADD 1 TO RPT-PAGE-COUNT.
           MOVE WS-RPT-DATE            TO RPT-DL-RUN-DATE.

           WRITE DISPATCH-SHEET-OUT-REC FROM RPT-TITLE-LINE.
           WRITE DISPATCH-SHEET-OUT-REC FROM RPT-SUBTITLE-LINE.
           WRITE DISPATCH-SHEET-OUT-REC FROM RPT-DATE-LINE.
           MOVE SPACES                 TO DISPATCH-SHEET-OUT-REC.
           WRITE DISPATCH-SHEET-OUT-REC.
           WRITE DISPATCH-SHEET-OUT-REC FROM WS-SECTION-HEAD-1.
           WRITE DISPATCH-SHEET-OUT-REC FROM WS-SECTION-HEAD-2.

           MOVE 6                      TO RPT-LINE-COUNT.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * STARTS A NEW PAGE FOR A NEW SECTION, CLOSING OFF THE     *
      * PREVIOUS PAGE WITH ITS FOOTER.                           *
      *----------------------------------------------------------*
       1150-START-SECTION.
           IF RPT-PAGE-COUNT > ZERO
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE DISPATCH-SHEET-OUT-REC FROM RPT-FOOTER-LINE
           END-IF.
           PERFORM 1100-WRITE-PAGE-HEADERS
               THRU 1100-EXIT.
       1150-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE VEHICLE MASTER, IN FILE ORDER, WHICH IS THE ORDER    *
      * VEHICLES ON A ROUTE ARE LOADED IN.                       *
      *----------------------------------------------------------*
       1200-LOAD-VEHICLES.
           OPEN INPUT VEHICLE-MASTER-IN.
           IF WS-VEHMAST-FILE-STATUS = "35"
               DISPLAY "ABCDPLAN **** NO VEHICLE MASTER - NO LOAD "
                   "CAN BE DISPATCHED ****"
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1210-LOAD-VEHICLE-ROW
               THRU 1210-EXIT
               UNTIL WS-VEHMAST-EOF.
           CLOSE VEHICLE-MASTER-IN.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1210-LOAD-VEHICLE-ROW.
           READ VEHICLE-MASTER-IN INTO VEHICLE-MASTER-RECORD
               AT END
                   SET WS-VEHMAST-EOF TO TRUE
                   GO TO 1210-EXIT
           END-READ.

           IF VM-VEHICLE-ID = SPACES
               OR VM-ROUTE-NODE-A IS NOT NUMERIC
               OR VM-ROUTE-NODE-B IS NOT NUMERIC
               GO TO 1210-EXIT
           END-IF.
           IF VT-ENTRY-COUNT >= 200
               DISPLAY "ABCDPLAN **** VEHICLE TABLE FULL - "
                   VM-VEHICLE-ID " DROPPED ****"
               GO TO 1210-EXIT
           END-IF.

           ADD 1 TO VT-ENTRY-COUNT.
           MOVE VT-ENTRY-COUNT         TO VT-LOOKUP-SUB.
           MOVE VM-VEHICLE-ID   TO VT-VEHICLE-ID(VT-LOOKUP-SUB).
           MOVE VM-ROUTE-NODE-A TO VT-ROUTE-NODE-A(VT-LOOKUP-SUB).
           MOVE VM-ROUTE-NODE-B TO VT-ROUTE-NODE-B(VT-LOOKUP-SUB).
           MOVE ZERO TO VT-FILL(VT-LOOKUP-SUB)
                        VT-LOAD-COUNT(VT-LOOKUP-SUB)
                        VT-CONTAINER-COUNT(VT-LOOKUP-SUB).
           PERFORM 1220-STORE-CAPACITY
               THRU 1220-EXIT
               VARYING WS-CAP-SUB FROM 1 BY 1
               UNTIL WS-CAP-SUB > 5.
       1210-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1220-STORE-CAPACITY.
           MOVE VM-CONTAINER-TYPE(WS-CAP-SUB)
               TO VT-CONTAINER-TYPE(VT-LOOKUP-SUB, WS-CAP-SUB).
           IF VM-CAPACITY(WS-CAP-SUB) IS NUMERIC
               MOVE VM-CAPACITY(WS-CAP-SUB)
                   TO VT-CAPACITY(VT-LOOKUP-SUB, WS-CAP-SUB)
           ELSE
               MOVE ZERO
                   TO VT-CAPACITY(VT-LOOKUP-SUB, WS-CAP-SUB)
           END-IF.
       1220-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONLY THE CHOSEN-ROUTE LINES OF THE MANIFEST THAT CARRY A *
      * DELIVERY REFERENCE CAN BE DISPATCHED - THE ALTERNATIVES  *
      * ARE PASSED OVER.                                         *
      *----------------------------------------------------------*
       1300-LOAD-ROUTES.
           OPEN INPUT ROUTE-MANIFEST-IN.
           IF WS-ROUTEMAN-FILE-STATUS = "35"
               GO TO 1300-EXIT
           END-IF.
           PERFORM 1310-LOAD-ROUTE-LINE
               THRU 1310-EXIT
               UNTIL WS-ROUTEMAN-EOF.
           CLOSE ROUTE-MANIFEST-IN.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1310-LOAD-ROUTE-LINE.
           READ ROUTE-MANIFEST-IN
               AT END
                   SET WS-ROUTEMAN-EOF TO TRUE
                   GO TO 1310-EXIT
           END-READ.

           IF ROUTE-MANIFEST-IN-REC(1:14) NOT = "ROUTE: NODES "
               OR ROUTE-MANIFEST-IN-REC(59:8) = SPACES
               GO TO 1310-EXIT
           END-IF.

           MOVE ROUTE-MANIFEST-IN-REC(59:8) TO WS-MANIFEST-REF.
           MOVE ZERO                   TO WS-RTE-MATCH.
           PERFORM 1320-FIND-ROUTE-REF
               THRU 1320-EXIT
               VARYING WS-RTE-SUB FROM 1 BY 1
               UNTIL WS-RTE-SUB > WS-RTE-COUNT
               OR WS-RTE-MATCH > ZERO.

           IF WS-RTE-MATCH = ZERO
               IF WS-RTE-COUNT >= 500
                   DISPLAY "ABCDPLAN **** ROUTE TABLE FULL - "
                       WS-MANIFEST-REF " DROPPED ****"
                   GO TO 1310-EXIT
               END-IF
               ADD 1 TO WS-RTE-COUNT
               MOVE WS-RTE-COUNT       TO WS-RTE-MATCH
               MOVE WS-MANIFEST-REF
                   TO WS-RTE-DELIVERY-REF(WS-RTE-MATCH)
           END-IF.

           COMPUTE WS-RTE-NODE-A(WS-RTE-MATCH) =
               FUNCTION NUMVAL(ROUTE-MANIFEST-IN-REC(15:2)).
           COMPUTE WS-RTE-NODE-B(WS-RTE-MATCH) =
               FUNCTION NUMVAL(ROUTE-MANIFEST-IN-REC(22:2)).
       1310-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1320-FIND-ROUTE-REF.
           IF WS-RTE-DELIVERY-REF(WS-RTE-SUB) = WS-MANIFEST-REF
               MOVE WS-RTE-SUB         TO WS-RTE-MATCH
           END-IF.
       1320-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE DELIVERY: GATHER ITS PLANNED CONTAINERS, FIND THE    *
      * ROUTE CHOSEN FOR IT, AND PUT THE WHOLE LOAD ON THE FIRST *
      * VEHICLE ON THAT ROUTE THAT CAN TAKE IT.  A LOAD IS NEVER *
      * SPLIT ACROSS VEHICLES.                                   *
      *----------------------------------------------------------*
       2000-PLAN-DELIVERY.
           ADD 1 TO WS-DELIVERY-COUNT.
           MOVE PL-DELIVERY-REF        TO WS-LOAD-REF.
           MOVE ZERO                   TO WS-LOAD-LINE-COUNT
                                          WS-LOAD-CONTAINERS
                                          WS-LOAD-NODE-A
                                          WS-LOAD-NODE-B.
           PERFORM 2100-COLLECT-PLAN-LINE
               THRU 2100-EXIT
               UNTIL WS-PLAN-EOF
               OR PL-DELIVERY-REF NOT = WS-LOAD-REF.

           IF WS-LOAD-REF = SPACES
               MOVE "NO DELIVERY REFERENCE" TO WS-LOAD-REASON
               PERFORM 5000-FLAG-LOAD
                   THRU 5000-EXIT
               GO TO 2000-EXIT
           END-IF.

           MOVE ZERO                   TO WS-RTE-MATCH.
           MOVE WS-LOAD-REF            TO WS-MANIFEST-REF.
           PERFORM 1320-FIND-ROUTE-REF
               THRU 1320-EXIT
               VARYING WS-RTE-SUB FROM 1 BY 1
               UNTIL WS-RTE-SUB > WS-RTE-COUNT
               OR WS-RTE-MATCH > ZERO.
           IF WS-RTE-MATCH = ZERO
               MOVE "NO ROUTE CHOSEN FOR DELIVERY" TO WS-LOAD-REASON
               PERFORM 5000-FLAG-LOAD
                   THRU 5000-EXIT
               GO TO 2000-EXIT
           END-IF.
           MOVE WS-RTE-NODE-A(WS-RTE-MATCH) TO WS-LOAD-NODE-A.
           MOVE WS-RTE-NODE-B(WS-RTE-MATCH) TO WS-LOAD-NODE-B.

           MOVE ZERO                   TO WS-VEH-MATCH.
           MOVE "N"                    TO WS-ON-ROUTE-SW
                                          WS-ANY-CARRIES-SW
                                          WS-ANY-EMPTY-FIT-SW.
           PERFORM 3000-TRY-VEHICLE
               THRU 3000-EXIT
               VARYING VT-LOOKUP-SUB FROM 1 BY 1
               UNTIL VT-LOOKUP-SUB > VT-ENTRY-COUNT
               OR WS-VEH-MATCH > ZERO.

           IF WS-VEH-MATCH > ZERO
               PERFORM 3300-ASSIGN-LOAD
                   THRU 3300-EXIT
               GO TO 2000-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN NOT WS-ON-ROUTE
                   MOVE "NO VEHICLE RUNS THIS ROUTE"
                       TO WS-LOAD-REASON
               WHEN NOT WS-ANY-CARRIES
                   MOVE "NO ROUTE VEHICLE TAKES TYPE"
                       TO WS-LOAD-REASON
               WHEN NOT WS-ANY-EMPTY-FIT
                   MOVE "LOAD EXCEEDS ANY ROUTE VEHICLE"
                       TO WS-LOAD-REASON
               WHEN OTHER
                   MOVE "ROUTE VEHICLES ALREADY FULL"
                       TO WS-LOAD-REASON
           END-EVALUATE.
           PERFORM 5000-FLAG-LOAD
               THRU 5000-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2100-COLLECT-PLAN-LINE.
           ADD 1 TO WS-PLAN-LINE-COUNT.
           IF PL-PLAN-COUNT IS NOT NUMERIC
               DISPLAY "ABCDPLAN **** BAD PLAN COUNT FOR "
                   PL-DELIVERY-REF " - LINE SKIPPED ****"
               GO TO 2100-READ-NEXT
           END-IF.
           IF WS-LOAD-LINE-COUNT >= 20
               DISPLAY "ABCDPLAN **** TOO MANY PLAN LINES FOR "
                   PL-DELIVERY-REF " - LINE DROPPED ****"
               GO TO 2100-READ-NEXT
           END-IF.

           ADD 1 TO WS-LOAD-LINE-COUNT.
           MOVE PL-CONTAINER-TYPE
               TO WS-LL-TYPE(WS-LOAD-LINE-COUNT).
           MOVE PL-PLAN-COUNT
               TO WS-LL-COUNT(WS-LOAD-LINE-COUNT).
           ADD PL-PLAN-COUNT           TO WS-LOAD-CONTAINERS.

       2100-READ-NEXT.
           PERFORM 2200-READ-PLAN
               THRU 2200-EXIT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2200-READ-PLAN.
           READ PLAN-LOAD-IN
               AT END
                   SET WS-PLAN-EOF TO TRUE
           END-READ.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A VEHICLE TAKES THE LOAD WHEN IT RUNS THE ROUTE (IN      *
      * EITHER DIRECTION), CARRIES EVERY TYPE IN THE LOAD, AND   *
      * ITS SHARE OF CAPACITY ALREADY USED PLUS THE LOAD'S SHARE *
      * DOES NOT PASS ONE.  THE SWITCHES RECORD HOW CLOSE THE    *
      * ROUTE CAME, FOR THE REASON ON A FLAGGED LOAD.            *
      *----------------------------------------------------------*
       3000-TRY-VEHICLE.
           IF NOT ((VT-ROUTE-NODE-A(VT-LOOKUP-SUB) = WS-LOAD-NODE-A
                   AND VT-ROUTE-NODE-B(VT-LOOKUP-SUB) = WS-LOAD-NODE-B)
               OR (VT-ROUTE-NODE-A(VT-LOOKUP-SUB) = WS-LOAD-NODE-B
                   AND VT-ROUTE-NODE-B(VT-LOOKUP-SUB) = WS-LOAD-NODE-A))
               GO TO 3000-EXIT
           END-IF.
           SET WS-ON-ROUTE             TO TRUE.

           MOVE ZERO                   TO WS-LOAD-FILL.
           SET WS-TYPES-CARRIED        TO TRUE.
           PERFORM 3100-ADD-LINE-SHARE
               THRU 3100-EXIT
               VARYING WS-LL-SUB FROM 1 BY 1
               UNTIL WS-LL-SUB > WS-LOAD-LINE-COUNT
               OR NOT WS-TYPES-CARRIED.
           IF NOT WS-TYPES-CARRIED
               GO TO 3000-EXIT
           END-IF.
           SET WS-ANY-CARRIES          TO TRUE.
           IF WS-LOAD-FILL > 1
               GO TO 3000-EXIT
           END-IF.
           SET WS-ANY-EMPTY-FIT        TO TRUE.

           IF VT-FILL(VT-LOOKUP-SUB) + WS-LOAD-FILL NOT > 1
               MOVE VT-LOOKUP-SUB      TO WS-VEH-MATCH
           END-IF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3100-ADD-LINE-SHARE.
           MOVE ZERO                   TO WS-LINE-CAPACITY.
           PERFORM 3110-FIND-TYPE-CAPACITY
               THRU 3110-EXIT
               VARYING WS-CAP-SUB FROM 1 BY 1
               UNTIL WS-CAP-SUB > 5.
           IF WS-LINE-CAPACITY = ZERO
               MOVE "N"                TO WS-TYPES-CARRIED-SW
               GO TO 3100-EXIT
           END-IF.
           COMPUTE WS-LOAD-FILL = WS-LOAD-FILL
               + WS-LL-COUNT(WS-LL-SUB) / WS-LINE-CAPACITY.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3110-FIND-TYPE-CAPACITY.
           IF VT-CONTAINER-TYPE(VT-LOOKUP-SUB, WS-CAP-SUB)
               = WS-LL-TYPE(WS-LL-SUB)
               MOVE VT-CAPACITY(VT-LOOKUP-SUB, WS-CAP-SUB)
                   TO WS-LINE-CAPACITY
           END-IF.
       3110-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE LOAD GOES ON THE VEHICLE FOUND.  ITS SHARE IS WORKED *
      * AGAIN AGAINST THAT VEHICLE'S OWN CAPACITIES.             *
      *----------------------------------------------------------*
       3300-ASSIGN-LOAD.
           MOVE WS-VEH-MATCH           TO VT-LOOKUP-SUB.
           MOVE ZERO                   TO WS-LOAD-FILL.
           SET WS-TYPES-CARRIED        TO TRUE.
           PERFORM 3100-ADD-LINE-SHARE
               THRU 3100-EXIT
               VARYING WS-LL-SUB FROM 1 BY 1
               UNTIL WS-LL-SUB > WS-LOAD-LINE-COUNT.

           ADD WS-LOAD-FILL            TO VT-FILL(VT-LOOKUP-SUB).
           ADD 1                       TO VT-LOAD-COUNT(VT-LOOKUP-SUB).
           ADD WS-LOAD-CONTAINERS
               TO VT-CONTAINER-COUNT(VT-LOOKUP-SUB).
           ADD 1                       TO WS-DISPATCHED-COUNT.
           ADD WS-LOAD-CONTAINERS      TO WS-CONTAINERS-DISPATCHED.

           PERFORM 3310-STORE-ASSIGNMENT
               THRU 3310-EXIT
               VARYING WS-LL-SUB FROM 1 BY 1
               UNTIL WS-LL-SUB > WS-LOAD-LINE-COUNT.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3310-STORE-ASSIGNMENT.
           IF WS-ASSIGN-COUNT >= 2000
               DISPLAY "ABCDPLAN **** ASSIGNMENT TABLE FULL - "
                   WS-LOAD-REF " NOT ON DISPATCH SHEET ****"
               GO TO 3310-EXIT
           END-IF.
           ADD 1 TO WS-ASSIGN-COUNT.
           MOVE WS-VEH-MATCH
               TO WS-AS-VEHICLE-SUB(WS-ASSIGN-COUNT).
           MOVE WS-LOAD-REF
               TO WS-AS-DELIVERY-REF(WS-ASSIGN-COUNT).
           MOVE WS-LL-TYPE(WS-LL-SUB)  TO WS-AS-TYPE(WS-ASSIGN-COUNT).
           MOVE WS-LL-COUNT(WS-LL-SUB) TO WS-AS-COUNT(WS-ASSIGN-COUNT).
       3310-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * EVERY PRINTED SHEET IS ONE VEHICLE WITH ITS DELIVERIES,  *
      * STARTING ON A NEW PAGE.  THEN THE LOADS NO VEHICLE COULD *
      * TAKE, AND THE VEHICLES LEFT STANDING.                    *
      *----------------------------------------------------------*
       4000-PRINT-DISPATCH-SHEETS.
           PERFORM 4100-PRINT-VEHICLE-SHEET
               THRU 4100-EXIT
               VARYING VT-LOOKUP-SUB FROM 1 BY 1
               UNTIL VT-LOOKUP-SUB > VT-ENTRY-COUNT.

           IF WS-FLAG-LINE-COUNT > ZERO
               MOVE "LOADS NO VEHICLE ON THE ROUTE CAN TAKE"
                   TO WS-SECTION-HEAD-1
               MOVE WS-FLAG-HEAD-LINE  TO WS-SECTION-HEAD-2
               PERFORM 1150-START-SECTION
                   THRU 1150-EXIT
               PERFORM 4300-PRINT-FLAG-LINE
                   THRU 4300-EXIT
                   VARYING WS-FL-SUB FROM 1 BY 1
                   UNTIL WS-FL-SUB > WS-FLAG-LINE-COUNT
           END-IF.

           IF WS-VEHICLES-IDLE > ZERO
               MOVE "VEHICLES WITH NO LOAD"   TO WS-SECTION-HEAD-1
               MOVE WS-IDLE-HEAD-LINE  TO WS-SECTION-HEAD-2
               PERFORM 1150-START-SECTION
                   THRU 1150-EXIT
               PERFORM 4400-PRINT-IDLE-VEHICLE
                   THRU 4400-EXIT
                   VARYING VT-LOOKUP-SUB FROM 1 BY 1
                   UNTIL VT-LOOKUP-SUB > VT-ENTRY-COUNT
           END-IF.

           IF RPT-PAGE-COUNT = ZERO
               MOVE "NO PLANNED LOADS TO DISPATCH"
                   TO WS-SECTION-HEAD-1
               MOVE SPACES             TO WS-SECTION-HEAD-2
               PERFORM 1150-START-SECTION
                   THRU 1150-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       4100-PRINT-VEHICLE-SHEET.
           IF VT-LOAD-COUNT(VT-LOOKUP-SUB) = ZERO
               ADD 1 TO WS-VEHICLES-IDLE
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WS-VEHICLES-USED.

           COMPUTE WS-FILL-PERCENT ROUNDED =
               VT-FILL(VT-LOOKUP-SUB) * 100.
           MOVE VT-VEHICLE-ID(VT-LOOKUP-SUB)   TO WS-V-VEHICLE-ID.
           MOVE VT-ROUTE-NODE-A(VT-LOOKUP-SUB) TO WS-V-NODE-A.
           MOVE VT-ROUTE-NODE-B(VT-LOOKUP-SUB) TO WS-V-NODE-B.
           MOVE VT-LOAD-COUNT(VT-LOOKUP-SUB)   TO WS-V-LOADS.
           MOVE VT-CONTAINER-COUNT(VT-LOOKUP-SUB)
               TO WS-V-CONTAINERS.
           MOVE WS-FILL-PERCENT        TO WS-V-FILL-PERCENT.
           MOVE WS-VEHICLE-LINE        TO WS-SECTION-HEAD-1.
           MOVE WS-SHEET-HEAD-LINE     TO WS-SECTION-HEAD-2.
           PERFORM 1150-START-SECTION
               THRU 1150-EXIT.

           PERFORM 4200-PRINT-SHEET-LINE
               THRU 4200-EXIT
               VARYING WS-AS-SUB FROM 1 BY 1
               UNTIL WS-AS-SUB > WS-ASSIGN-COUNT.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       4200-PRINT-SHEET-LINE.
           IF WS-AS-VEHICLE-SUB(WS-AS-SUB) NOT = VT-LOOKUP-SUB
               GO TO 4200-EXIT
           END-IF.
           MOVE WS-AS-DELIVERY-REF(WS-AS-SUB) TO WS-S-DELIVERY-REF.
           MOVE WS-AS-TYPE(WS-AS-SUB)  TO WS-S-TYPE.
           MOVE WS-AS-COUNT(WS-AS-SUB) TO WS-S-COUNT.
           MOVE WS-SHEET-DETAIL-LINE   TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-LINE
               THRU 7000-EXIT.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------*
       4300-PRINT-FLAG-LINE.
           MOVE WS-FL-DELIVERY-REF(WS-FL-SUB) TO WS-F-DELIVERY-REF.
           IF WS-FL-ROUTED-SW(WS-FL-SUB) = "Y"
               MOVE WS-FL-NODE-A(WS-FL-SUB) TO WS-F-NODE-A
               MOVE " AND "            TO WS-F-ROUTE-TEXT(3:5)
               MOVE WS-FL-NODE-B(WS-FL-SUB) TO WS-F-NODE-B
           ELSE
               MOVE "NO ROUTE"         TO WS-F-ROUTE-TEXT
           END-IF.
           MOVE WS-FL-TYPE(WS-FL-SUB)  TO WS-F-TYPE.
           MOVE WS-FL-COUNT(WS-FL-SUB) TO WS-F-COUNT.
           MOVE WS-FL-REASON(WS-FL-SUB) TO WS-F-REASON.
           MOVE WS-FLAG-DETAIL-LINE    TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-LINE
               THRU 7000-EXIT.
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------*
       4400-PRINT-IDLE-VEHICLE.
           IF VT-LOAD-COUNT(VT-LOOKUP-SUB) > ZERO
               GO TO 4400-EXIT
           END-IF.
           MOVE VT-VEHICLE-ID(VT-LOOKUP-SUB)   TO WS-I-VEHICLE-ID.
           MOVE VT-ROUTE-NODE-A(VT-LOOKUP-SUB) TO WS-I-NODE-A.
           MOVE VT-ROUTE-NODE-B(VT-LOOKUP-SUB) TO WS-I-NODE-B.
           MOVE WS-IDLE-DETAIL-LINE    TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-LINE
               THRU 7000-EXIT.
       4400-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * EVERY LINE OF A LOAD NO VEHICLE CAN TAKE IS KEPT FOR THE *
      * EXCEPTION SECTION, WITH THE ROUTE WHERE THERE IS ONE.    *
      *----------------------------------------------------------*
       5000-FLAG-LOAD.
           ADD 1 TO WS-FLAGGED-COUNT.
           DISPLAY "ABCDPLAN **** DELIVERY " WS-LOAD-REF
               " NOT DISPATCHED - " WS-LOAD-REASON " ****".
           PERFORM 5100-STORE-FLAG-LINE
               THRU 5100-EXIT
               VARYING WS-LL-SUB FROM 1 BY 1
               UNTIL WS-LL-SUB > WS-LOAD-LINE-COUNT.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       5100-STORE-FLAG-LINE.
           IF WS-FLAG-LINE-COUNT >= 500
               GO TO 5100-EXIT
           END-IF.
           ADD 1 TO WS-FLAG-LINE-COUNT.
           MOVE WS-LOAD-REF
               TO WS-FL-DELIVERY-REF(WS-FLAG-LINE-COUNT).
           IF WS-LOAD-NODE-A = ZERO
               AND WS-LOAD-NODE-B = ZERO
               MOVE "N" TO WS-FL-ROUTED-SW(WS-FLAG-LINE-COUNT)
           ELSE
               MOVE "Y" TO WS-FL-ROUTED-SW(WS-FLAG-LINE-COUNT)
           END-IF.
           MOVE WS-LOAD-NODE-A TO WS-FL-NODE-A(WS-FLAG-LINE-COUNT).
           MOVE WS-LOAD-NODE-B TO WS-FL-NODE-B(WS-FLAG-LINE-COUNT).
           MOVE WS-LL-TYPE(WS-LL-SUB)
               TO WS-FL-TYPE(WS-FLAG-LINE-COUNT).
           MOVE WS-LL-COUNT(WS-LL-SUB)
               TO WS-FL-COUNT(WS-FLAG-LINE-COUNT).
           MOVE WS-LOAD-REASON TO WS-FL-REASON(WS-FLAG-LINE-COUNT).
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       7000-WRITE-LINE.
           IF RPT-LINE-COUNT >= RPT-MAX-LINES-PER-PAGE
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE DISPATCH-SHEET-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 1100-WRITE-PAGE-HEADERS
                   THRU 1100-EXIT
           END-IF.

           WRITE DISPATCH-SHEET-OUT-REC FROM WS-PRINT-LINE.
           ADD 1 TO RPT-LINE-COUNT.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       9000-TERMINATE.
           MOVE RPT-PAGE-COUNT         TO RPT-F-PAGE-NO.
           WRITE DISPATCH-SHEET-OUT-REC FROM RPT-FOOTER-LINE.

           MOVE "PLANNED-LOAD LINES....." TO RPT-FN-LABEL.
           MOVE WS-PLAN-LINE-COUNT     TO RPT-FN-COUNT.
           WRITE DISPATCH-SHEET-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "DELIVERIES PLANNED....." TO RPT-FN-LABEL.
           MOVE WS-DELIVERY-COUNT      TO RPT-FN-COUNT.
           WRITE DISPATCH-SHEET-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "DELIVERIES DISPATCHED.." TO RPT-FN-LABEL.
           MOVE WS-DISPATCHED-COUNT    TO RPT-FN-COUNT.
           WRITE DISPATCH-SHEET-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "DELIVERIES NOT TAKEN..." TO RPT-FN-LABEL.
           MOVE WS-FLAGGED-COUNT       TO RPT-FN-COUNT.
           WRITE DISPATCH-SHEET-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "CONTAINERS DISPATCHED.." TO RPT-FN-LABEL.
           MOVE WS-CONTAINERS-DISPATCHED TO RPT-FN-COUNT.
           WRITE DISPATCH-SHEET-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "VEHICLES DISPATCHED...." TO RPT-FN-LABEL.
           MOVE WS-VEHICLES-USED       TO RPT-FN-COUNT.
           WRITE DISPATCH-SHEET-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "VEHICLES WITH NO LOAD.." TO RPT-FN-LABEL.
           MOVE WS-VEHICLES-IDLE       TO RPT-FN-COUNT.
           WRITE DISPATCH-SHEET-OUT-REC FROM RPT-FINAL-LINE.

           IF WS-PLAN-FILE-STATUS NOT = "35"
               CLOSE PLAN-LOAD-IN
           END-IF.
           CLOSE DISPATCH-SHEET-OUT.

           DISPLAY "ABCDPLAN CONTROL TOTAL - DELIVERIES="
               WS-DELIVERY-COUNT
               " DISPATCHED=" WS-DISPATCHED-COUNT
               " NOT TAKEN=" WS-FLAGGED-COUNT.

           IF WS-FLAGGED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
