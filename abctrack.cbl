       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCTRACK.
       AUTHOR. D HARLOW.
       INSTALLATION. DL100 BATCH SERVICES.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 2026-10-15  DH  NEW PROGRAM.  PARCEL DELIVERY TRACKING.  *
      *                 EVERY PARCEL ON THE NIGHT'S ZONE         *
      *                 MANIFEST (ABC109A) IS ADDED TO THE       *
      *                 CARRY-FORWARD PARCEL STATUS FILE WITH A  *
      *                 DUE DATE FROM ITS ZONE'S SERVICE DAYS.   *
      *                 THE CARRIER'S SCAN EVENTS (PICKED UP, IN *
      *                 TRANSIT, DELIVERED WITH SIGNATURE,       *
      *                 DELIVERY EXCEPTION) ARE MATCHED BY       *
      *                 PARCEL ID, LOGGED TO THE PARCEL HISTORY  *
      *                 AND APPLIED TO THE STATUS.  THE REPORT   *
      *                 LISTS THE EVENTS THAT COULD NOT BE       *
      *                 APPLIED AND EVERY PARCEL STILL NOT       *
      *                 DELIVERED PAST ITS DUE DATE.  DELIVERED  *
      *                 PARCELS LEAVE THE STATUS FILE 30 DAYS    *
      *                 AFTER DELIVERY; THEIR HISTORY STAYS.     *
      * 2026-10-15  DH  EACH NEW PARCEL'S STATUS ROW AND         *
      *                 MANIFEST HISTORY EVENT NOW CARRY THE     *
      *                 CARRIER THE RATE-SHOPPED MANIFEST        *
      *                 ASSIGNED IT TO.                          *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ZONE-MANIFEST-IN
               ASSIGN TO ZONEMAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZONEMAN-FILE-STATUS.

           SELECT ZONE-SERVICE-IN
               ASSIGN TO ZONESVC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZONESVC-FILE-STATUS.

           SELECT SCAN-EVENT-IN
               ASSIGN TO SCANEVT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCANEVT-FILE-STATUS.

           SELECT PARCEL-STATUS-IN
               ASSIGN TO PARCSTI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARCSTAT-FILE-STATUS.

           SELECT PARCEL-STATUS-OUT
               ASSIGN TO PARCSTO
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PARCEL-HISTORY-OUT
               ASSIGN TO PARCHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARCHIST-FILE-STATUS.

           SELECT TRACKING-REPORT-OUT
               ASSIGN TO TRAKRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ZONE-MANIFEST-IN
           RECORDING MODE IS F.
       01  ZONE-MANIFEST-IN-REC        PIC X(60).

       FD  ZONE-SERVICE-IN
           RECORDING MODE IS F.
       01  ZONE-SERVICE-RECORD.
           05  ZS-ZONE                 PIC X(02).
           05  ZS-SERVICE-DAYS         PIC 9(02).

       FD  SCAN-EVENT-IN
           RECORDING MODE IS F.
       01  SCAN-EVENT-IN-REC           PIC X(84).

       FD  PARCEL-STATUS-IN
           RECORDING MODE IS F.
       01  PARCEL-STATUS-IN-REC        PIC X(120).

       FD  PARCEL-STATUS-OUT
           RECORDING MODE IS F.
       01  PARCEL-STATUS-OUT-REC       PIC X(120).

       FD  PARCEL-HISTORY-OUT
           RECORDING MODE IS F.
       01  PARCEL-HISTORY-OUT-REC      PIC X(98).

       FD  TRACKING-REPORT-OUT
           RECORDING MODE IS F.
       01  TRACKING-REPORT-OUT-REC     PIC X(132).

       WORKING-STORAGE SECTION.
       COPY PARCTRK.
       COPY RUNSTAMP.
       COPY RPTHDFT.
       01  WS-ZONEMAN-FILE-STATUS      PIC X(02).
       01  WS-ZONESVC-FILE-STATUS      PIC X(02).

       01  WS-ZONEMAN-EOF-SW           PIC X(01) VALUE "N".
           88  WS-ZONEMAN-EOF                  VALUE "Y".
       01  WS-ZONESVC-EOF-SW           PIC X(01) VALUE "N".
           88  WS-ZONESVC-EOF                  VALUE "Y".
       01  WS-SCANEVT-EOF-SW           PIC X(01) VALUE "N".
           88  WS-SCANEVT-EOF                  VALUE "Y".
       01  WS-PARCSTAT-EOF-SW          PIC X(01) VALUE "N".
           88  WS-PARCSTAT-EOF                 VALUE "Y".
       01  WS-RUN-FAILED-SW            PIC X(01) VALUE "N".
           88  WS-RUN-FAILED                   VALUE "Y".
       01  WS-REPORT-SECTION-SW        PIC X(01) VALUE "E".
           88  WS-EXCEPTION-SECTION            VALUE "E".
           88  WS-LATE-SECTION                 VALUE "L".

      *----------------------------------------------------------*
      * SERVICE DAYS PER DELIVERY ZONE.  A ZONE NOT ON THE TABLE *
      * GETS THE DEFAULT.  SERVICE DAYS ARE CALENDAR DAYS FROM   *
      * THE MANIFEST DATE.                                       *
      *----------------------------------------------------------*
       01  WS-SERVICE-TABLE.
           05  WS-SVC-COUNT            PIC 9(02) COMP VALUE ZERO.
           05  WS-SVC-ENTRY            OCCURS 50 TIMES.
               10  WS-SV-ZONE          PIC X(02).
               10  WS-SV-DAYS          PIC 9(02).
       01  WS-SVC-SUB                  PIC 9(02) COMP VALUE ZERO.
       01  WS-DEFAULT-SERVICE-DAYS     PIC 9(02) VALUE 5.
       01  WS-SERVICE-DAYS             PIC 9(02) VALUE ZERO.

      *----------------------------------------------------------*
      * THE CARRY-FORWARD STATUS FILE, HELD IN MANIFEST ORDER    *
      * FOR THE RUN AND WRITTEN BACK AT THE END.                 *
      *----------------------------------------------------------*
       01  WS-STATUS-TABLE.
           05  WS-ST-COUNT             PIC 9(04) COMP VALUE ZERO.
           05  WS-ST-ENTRY             PIC X(120) OCCURS 5000 TIMES.
       01  WS-ST-SUB                   PIC 9(04) COMP VALUE ZERO.
       01  WS-ST-MATCH                 PIC 9(04) COMP VALUE ZERO.
       01  WS-MAX-STATUS-ENTRIES       PIC 9(04) COMP VALUE 5000.

       01  WS-CURRENT-ZONE             PIC X(02) VALUE SPACES.
       01  WS-MANIFEST-DATE            PIC X(08) VALUE SPACES.
       01  WS-MANIFEST-PARCEL          PIC X(30) VALUE SPACES.
       01  WS-MANIFEST-CARRIER         PIC X(04) VALUE SPACES.

       01  WS-DATE-NUM                 PIC 9(08) VALUE ZERO.
       01  WS-TODAY-INTEGER            PIC S9(09) COMP VALUE ZERO.
       01  WS-DATE-INTEGER             PIC S9(09) COMP VALUE ZERO.
       01  WS-DAYS-LATE                PIC S9(05) COMP VALUE ZERO.
       01  WS-RETAIN-DAYS              PIC 9(03) VALUE 30.
       01  WS-EVENT-STAMP              PIC X(12) VALUE SPACES.
       01  WS-LAST-STAMP               PIC X(12) VALUE SPACES.
       01  WS-FINDING                  PIC X(40) VALUE SPACES.

       01  WS-CARRIED-COUNT            PIC 9(08) COMP VALUE ZERO.
       01  WS-MANIFEST-COUNT           PIC 9(08) COMP VALUE ZERO.
       01  WS-NEW-PARCEL-COUNT         PIC 9(08) COMP VALUE ZERO.
       01  WS-KNOWN-PARCEL-COUNT       PIC 9(08) COMP VALUE ZERO.
       01  WS-EVENT-COUNT              PIC 9(08) COMP VALUE ZERO.
       01  WS-APPLIED-COUNT            PIC 9(08) COMP VALUE ZERO.
       01  WS-LOGGED-ONLY-COUNT        PIC 9(08) COMP VALUE ZERO.
       01  WS-REJECTED-COUNT           PIC 9(08) COMP VALUE ZERO.
       01  WS-DELIVERED-COUNT          PIC 9(08) COMP VALUE ZERO.
       01  WS-LATE-COUNT               PIC 9(08) COMP VALUE ZERO.
       01  WS-RETIRED-COUNT            PIC 9(08) COMP VALUE ZERO.
       01  WS-WRITTEN-COUNT            PIC 9(08) COMP VALUE ZERO.

       01  WS-RPT-DATE                 PIC X(10).

       01  WS-EXCEPTION-HEAD-LINE.
           05  FILLER                  PIC X(32) VALUE "PARCEL".
           05  FILLER                  PIC X(04) VALUE "EVT".
           05  FILLER                  PIC X(10) VALUE "DATE".
           05  FILLER                  PIC X(06) VALUE "TIME".
           05  FILLER                  PIC X(40) VALUE "FINDING".

       01  WS-EXCEPTION-LINE.
           05  WS-X-PARCEL             PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-X-EVENT-CODE         PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-X-EVENT-DATE         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-X-EVENT-TIME         PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-X-FINDING            PIC X(40).

       01  WS-LATE-HEAD-LINE.
           05  FILLER                  PIC X(32) VALUE "PARCEL".
           05  FILLER                  PIC X(06) VALUE "ZONE".
           05  FILLER                  PIC X(10) VALUE "MANIFEST".
           05  FILLER                  PIC X(10) VALUE "DUE".
           05  FILLER                  PIC X(06) VALUE " LATE".
           05  FILLER                  PIC X(12) VALUE "STATUS".
           05  FILLER                  PIC X(10) VALUE "LAST SCAN".
           05  FILLER                  PIC X(20) VALUE "LOCATION".

       01  WS-LATE-LINE.
           05  WS-L-PARCEL             PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-L-ZONE               PIC X(02).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-L-MANIFEST-DATE      PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-L-DUE-DATE           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-L-DAYS-LATE          PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-L-STATUS             PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-L-LAST-EVENT-DATE    PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-L-LOCATION           PIC X(20).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-ADD-MANIFEST-LINE
               THRU 2000-EXIT
               UNTIL WS-ZONEMAN-EOF.

           PERFORM 3000-APPLY-SCAN-EVENT
               THRU 3000-EXIT
               UNTIL WS-SCANEVT-EOF.

           PERFORM 4000-WRITE-STATUS-FILE
               THRU 4000-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           GOBACK.

      *----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT TRACKING-REPORT-OUT.

           MOVE FUNCTION CURRENT-DATE TO WS-RUNSTAMP-CURRENT-DATE.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:14) TO WS-RUN-ID.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:8)  TO WS-RUN-DATE.

           MOVE WS-RUN-DATE            TO WS-DATE-NUM.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

           MOVE "PARCEL TRACKING - SCAN EVENTS NOT APPLIED"
               TO RPT-ST-TEXT.
           STRING WS-RUN-DATE(5:2) "/" WS-RUN-DATE(7:2) "/"
               WS-RUN-DATE(1:4)
               DELIMITED BY SIZE INTO WS-RPT-DATE.

           PERFORM 1100-WRITE-PAGE-HEADERS
               THRU 1100-EXIT.

           PERFORM 1200-LOAD-SERVICE-DAYS
               THRU 1200-EXIT.
           PERFORM 1300-LOAD-PARCEL-STATUS
               THRU 1300-EXIT.

           OPEN EXTEND PARCEL-HISTORY-OUT.
           IF WS-PARCHIST-FILE-STATUS = "35"
               OPEN OUTPUT PARCEL-HISTORY-OUT
           END-IF.

           OPEN INPUT ZONE-MANIFEST-IN.
           IF WS-ZONEMAN-FILE-STATUS = "35"
               SET WS-ZONEMAN-EOF TO TRUE
           ELSE
               PERFORM 2100-READ-MANIFEST
                   THRU 2100-EXIT
           END-IF.

           OPEN INPUT SCAN-EVENT-IN.
           IF WS-SCANEVT-FILE-STATUS = "35"
               SET WS-SCANEVT-EOF TO TRUE
           ELSE
               PERFORM 3100-READ-SCAN-EVENT
                   THRU 3100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1100-WRITE-PAGE-HEADERS.
           ADD 1 TO RPT-PAGE-COUNT.
           MOVE WS-RPT-DATE            TO RPT-DL-RUN-DATE.

           WRITE TRACKING-REPORT-OUT-REC FROM RPT-TITLE-LINE.
           WRITE TRACKING-REPORT-OUT-REC FROM RPT-SUBTITLE-LINE.
           WRITE TRACKING-REPORT-OUT-REC FROM RPT-DATE-LINE.
           MOVE SPACES                 TO TRACKING-REPORT-OUT-REC.
           WRITE TRACKING-REPORT-OUT-REC.
           IF WS-LATE-SECTION
               WRITE TRACKING-REPORT-OUT-REC FROM WS-LATE-HEAD-LINE
           ELSE
               WRITE TRACKING-REPORT-OUT-REC
                   FROM WS-EXCEPTION-HEAD-LINE
           END-IF.
           MOVE SPACES                 TO TRACKING-REPORT-OUT-REC.
           WRITE TRACKING-REPORT-OUT-REC.

           MOVE 6                      TO RPT-LINE-COUNT.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1200-LOAD-SERVICE-DAYS.
           OPEN INPUT ZONE-SERVICE-IN.
           IF WS-ZONESVC-FILE-STATUS = "35"
               DISPLAY "ABCTRACK ZONE SERVICE TABLE NOT FOUND - "
                   "DEFAULT SERVICE DAYS USED FOR EVERY ZONE"
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1210-LOAD-SERVICE-ROW
               THRU 1210-EXIT
               UNTIL WS-ZONESVC-EOF.
           CLOSE ZONE-SERVICE-IN.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1210-LOAD-SERVICE-ROW.
           READ ZONE-SERVICE-IN
               AT END
                   SET WS-ZONESVC-EOF TO TRUE
               NOT AT END
                   IF WS-SVC-COUNT < 50
                       AND ZS-SERVICE-DAYS IS NUMERIC
                       ADD 1 TO WS-SVC-COUNT
                       MOVE ZS-ZONE
                           TO WS-SV-ZONE(WS-SVC-COUNT)
                       MOVE ZS-SERVICE-DAYS
                           TO WS-SV-DAYS(WS-SVC-COUNT)
                   END-IF
           END-READ.
       1210-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE PRIOR RUN'S STATUS FILE.  NONE ON THE FIRST RUN.     *
      *----------------------------------------------------------*
       1300-LOAD-PARCEL-STATUS.
           OPEN INPUT PARCEL-STATUS-IN.
           IF WS-PARCSTAT-FILE-STATUS = "35"
               GO TO 1300-EXIT
           END-IF.
           PERFORM 1310-LOAD-STATUS-ROW
               THRU 1310-EXIT
               UNTIL WS-PARCSTAT-EOF.
           CLOSE PARCEL-STATUS-IN.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1310-LOAD-STATUS-ROW.
           READ PARCEL-STATUS-IN
               AT END
                   SET WS-PARCSTAT-EOF TO TRUE
                   GO TO 1310-EXIT
           END-READ.

           IF WS-ST-COUNT NOT < WS-MAX-STATUS-ENTRIES
               DISPLAY "ABCTRACK **** PARCEL STATUS TABLE FULL - "
                   "STATUS FILE NOT FULLY LOADED ****"
               SET WS-RUN-FAILED       TO TRUE
               SET WS-PARCSTAT-EOF     TO TRUE
               GO TO 1310-EXIT
           END-IF.

           ADD 1 TO WS-ST-COUNT.
           ADD 1 TO WS-CARRIED-COUNT.
           MOVE PARCEL-STATUS-IN-REC   TO WS-ST-ENTRY(WS-ST-COUNT).
       1310-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * WALKS THE PRINT-STYLE MANIFEST: A ZONE HEADER SETS THE   *
      * ZONE AND MANIFEST DATE, AN INDENTED LINE UNDER IT IS A   *
      * PARCEL, TRAILERS AND BLANKS ARE PASSED OVER.  A HEADER   *
      * WITH NO DATE IS TAKEN AS MANIFESTED TODAY.               *
      *----------------------------------------------------------*
       2000-ADD-MANIFEST-LINE.
           EVALUATE TRUE
               WHEN ZONE-MANIFEST-IN-REC(1:8) = "** ZONE "
                   MOVE ZONE-MANIFEST-IN-REC(15:2)
                       TO WS-CURRENT-ZONE
                   MOVE ZONE-MANIFEST-IN-REC(31:8)
                       TO WS-MANIFEST-DATE
                   IF WS-MANIFEST-DATE IS NOT NUMERIC
                       MOVE WS-RUN-DATE TO WS-MANIFEST-DATE
                   END-IF
               WHEN ZONE-MANIFEST-IN-REC(1:3) = "   "
                   CONTINUE
               WHEN ZONE-MANIFEST-IN-REC(1:2) = SPACES
                   AND ZONE-MANIFEST-IN-REC(3:30) NOT = SPACES
                   MOVE ZONE-MANIFEST-IN-REC(3:30)
                       TO WS-MANIFEST-PARCEL
                   MOVE ZONE-MANIFEST-IN-REC(41:4)
                       TO WS-MANIFEST-CARRIER
                   PERFORM 2200-ADD-MANIFEST-PARCEL
                       THRU 2200-EXIT
           END-EVALUATE.

           PERFORM 2100-READ-MANIFEST
               THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2100-READ-MANIFEST.
           READ ZONE-MANIFEST-IN
               AT END
                   SET WS-ZONEMAN-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A PARCEL ALREADY ON THE STATUS FILE (A MANIFEST FED      *
      * TWICE) IS LEFT AS IT IS.  A NEW ONE IS ADDED WITH ITS    *
      * DUE DATE AND AN MF ROW ON THE HISTORY.                   *
      *----------------------------------------------------------*
       2200-ADD-MANIFEST-PARCEL.
           ADD 1 TO WS-MANIFEST-COUNT.

           MOVE WS-MANIFEST-PARCEL     TO PE-PARCEL-ID.
           PERFORM 5000-FIND-PARCEL
               THRU 5000-EXIT.
           IF WS-ST-MATCH > ZERO
               ADD 1 TO WS-KNOWN-PARCEL-COUNT
               GO TO 2200-EXIT
           END-IF.

           IF WS-ST-COUNT NOT < WS-MAX-STATUS-ENTRIES
               DISPLAY "ABCTRACK **** PARCEL STATUS TABLE FULL - "
                   "PARCEL " WS-MANIFEST-PARCEL " NOT TRACKED ****"
               SET WS-RUN-FAILED       TO TRUE
               GO TO 2200-EXIT
           END-IF.

           MOVE WS-DEFAULT-SERVICE-DAYS TO WS-SERVICE-DAYS.
           PERFORM 2210-FIND-SERVICE-DAYS
               THRU 2210-EXIT
               VARYING WS-SVC-SUB FROM 1 BY 1
               UNTIL WS-SVC-SUB > WS-SVC-COUNT.

           MOVE SPACES                 TO PARCEL-STATUS-RECORD.
           MOVE WS-MANIFEST-PARCEL     TO PS-PARCEL-ID.
           MOVE WS-CURRENT-ZONE        TO PS-ZONE.
           MOVE WS-MANIFEST-DATE       TO PS-MANIFEST-DATE.
           MOVE WS-MANIFEST-DATE       TO WS-DATE-NUM.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               + WS-SERVICE-DAYS.
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
           MOVE WS-DATE-NUM            TO PS-DUE-DATE.
           SET PS-MANIFESTED           TO TRUE.
           MOVE WS-MANIFEST-DATE       TO PS-LAST-EVENT-DATE.
           MOVE "0000"                 TO PS-LAST-EVENT-TIME.
           MOVE 1                      TO PS-EVENT-COUNT.
           MOVE WS-MANIFEST-CARRIER    TO PS-CARRIER-ID.

           ADD 1 TO WS-ST-COUNT.
           ADD 1 TO WS-NEW-PARCEL-COUNT.
           MOVE PARCEL-STATUS-RECORD   TO WS-ST-ENTRY(WS-ST-COUNT).

           MOVE SPACES                 TO PARCEL-EVENT-RECORD.
           MOVE WS-MANIFEST-PARCEL     TO PE-PARCEL-ID.
           SET PE-MANIFESTED           TO TRUE.
           MOVE WS-MANIFEST-DATE       TO PE-EVENT-DATE.
           MOVE "0000"                 TO PE-EVENT-TIME.
           STRING "ZONE " WS-CURRENT-ZONE " MANIFEST"
               DELIMITED BY SIZE INTO PE-LOCATION.
           IF WS-MANIFEST-CARRIER NOT = SPACES
               STRING "CARRIER " WS-MANIFEST-CARRIER
                   DELIMITED BY SIZE INTO PE-DETAIL
           END-IF.
           PERFORM 6000-LOG-HISTORY
               THRU 6000-EXIT.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2210-FIND-SERVICE-DAYS.
           IF WS-SV-ZONE(WS-SVC-SUB) = WS-CURRENT-ZONE
               MOVE WS-SV-DAYS(WS-SVC-SUB) TO WS-SERVICE-DAYS
           END-IF.
       2210-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE CARRIER SCAN EVENT.  IT MUST CARRY A CARRIER EVENT   *
      * CODE AND A NUMERIC DATE AND TIME, AND ITS PARCEL MUST BE *
      * ON THE STATUS FILE.  AN EVENT FOR A DELIVERED PARCEL, OR *
      * ONE OLDER THAN THE PARCEL'S LATEST SCAN, GOES ON THE     *
      * HISTORY BUT DOES NOT CHANGE THE STATUS.                  *
      *----------------------------------------------------------*
       3000-APPLY-SCAN-EVENT.
           ADD 1 TO WS-EVENT-COUNT.
           MOVE SCAN-EVENT-IN-REC      TO PARCEL-EVENT-RECORD.

           IF NOT PE-CARRIER-EVENT
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "REJECTED - EVENT CODE NOT VALID"
                   TO WS-FINDING
               PERFORM 7000-WRITE-EXCEPTION-LINE
                   THRU 7000-EXIT
               GO TO 3000-READ-NEXT
           END-IF.

           IF PE-EVENT-DATE-N IS NOT NUMERIC
               OR PE-EVENT-TIME-N IS NOT NUMERIC
               OR PE-EVENT-DATE > WS-RUN-DATE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "REJECTED - EVENT DATE/TIME NOT VALID"
                   TO WS-FINDING
               PERFORM 7000-WRITE-EXCEPTION-LINE
                   THRU 7000-EXIT
               GO TO 3000-READ-NEXT
           END-IF.

           PERFORM 5000-FIND-PARCEL
               THRU 5000-EXIT.
           IF WS-ST-MATCH = ZERO
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "REJECTED - NOT ON ANY MANIFEST"
                   TO WS-FINDING
               PERFORM 7000-WRITE-EXCEPTION-LINE
                   THRU 7000-EXIT
               GO TO 3000-READ-NEXT
           END-IF.

           MOVE WS-ST-ENTRY(WS-ST-MATCH) TO PARCEL-STATUS-RECORD.
           PERFORM 6000-LOG-HISTORY
               THRU 6000-EXIT.
           ADD 1 TO PS-EVENT-COUNT.

           STRING PE-EVENT-DATE PE-EVENT-TIME
               DELIMITED BY SIZE INTO WS-EVENT-STAMP.
           STRING PS-LAST-EVENT-DATE PS-LAST-EVENT-TIME
               DELIMITED BY SIZE INTO WS-LAST-STAMP.

           EVALUATE TRUE
               WHEN PS-DELIVERED
                   ADD 1 TO WS-LOGGED-ONLY-COUNT
                   MOVE "LOGGED ONLY - PARCEL ALREADY DELIVERED"
                       TO WS-FINDING
                   PERFORM 7000-WRITE-EXCEPTION-LINE
                       THRU 7000-EXIT
               WHEN WS-EVENT-STAMP < WS-LAST-STAMP
                   ADD 1 TO WS-LOGGED-ONLY-COUNT
                   MOVE "LOGGED ONLY - OLDER THAN LAST SCAN"
                       TO WS-FINDING
                   PERFORM 7000-WRITE-EXCEPTION-LINE
                       THRU 7000-EXIT
               WHEN OTHER
                   PERFORM 3200-UPDATE-STATUS
                       THRU 3200-EXIT
           END-EVALUATE.

           MOVE PARCEL-STATUS-RECORD   TO WS-ST-ENTRY(WS-ST-MATCH).

       3000-READ-NEXT.
           PERFORM 3100-READ-SCAN-EVENT
               THRU 3100-EXIT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3100-READ-SCAN-EVENT.
           READ SCAN-EVENT-IN
               AT END
                   SET WS-SCANEVT-EOF TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A DELIVERY RECORDS THE PROOF OF DELIVERY - WHEN, WHERE   *
      * AND WHO SIGNED.  ONE WITH NO SIGNATORY IS STILL APPLIED  *
      * BUT LISTED FOR FOLLOW-UP WITH THE CARRIER.               *
      *----------------------------------------------------------*
       3200-UPDATE-STATUS.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE PE-EVENT-DATE          TO PS-LAST-EVENT-DATE.
           MOVE PE-EVENT-TIME          TO PS-LAST-EVENT-TIME.
           MOVE PE-LOCATION            TO PS-LAST-LOCATION.

           EVALUATE TRUE
               WHEN PE-PICKED-UP
                   SET PS-PICKED-UP    TO TRUE
               WHEN PE-IN-TRANSIT
                   SET PS-IN-TRANSIT   TO TRUE
               WHEN PE-EXCEPTION
                   SET PS-EXCEPTION    TO TRUE
               WHEN PE-DELIVERED
                   SET PS-DELIVERED    TO TRUE
                   ADD 1 TO WS-DELIVERED-COUNT
                   MOVE PE-EVENT-DATE  TO PS-DELIVERED-DATE
                   MOVE PE-EVENT-TIME  TO PS-DELIVERED-TIME
                   MOVE PE-DETAIL      TO PS-SIGNED-BY
                   IF PE-DETAIL = SPACES
                       MOVE "APPLIED - DELIVERED WITH NO SIGNATURE"
                           TO WS-FINDING
                       PERFORM 7000-WRITE-EXCEPTION-LINE
                           THRU 7000-EXIT
                   END-IF
           END-EVALUATE.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * WRITES THE STATUS FILE BACK, RETIRING PARCELS DELIVERED  *
      * MORE THAN WS-RETAIN-DAYS AGO, AND LISTS EVERY PARCEL NOT *
      * DELIVERED BY ITS DUE DATE ON A PAGE OF ITS OWN.          *
      *----------------------------------------------------------*
       4000-WRITE-STATUS-FILE.
           MOVE RPT-PAGE-COUNT         TO RPT-F-PAGE-NO.
           WRITE TRACKING-REPORT-OUT-REC FROM RPT-FOOTER-LINE.
           SET WS-LATE-SECTION         TO TRUE.
           MOVE "PARCEL TRACKING - NOT DELIVERED WITHIN SERVICE DAYS"
               TO RPT-ST-TEXT.
           PERFORM 1100-WRITE-PAGE-HEADERS
               THRU 1100-EXIT.

           OPEN OUTPUT PARCEL-STATUS-OUT.
           PERFORM 4100-WRITE-STATUS-ROW
               THRU 4100-EXIT
               VARYING WS-ST-SUB FROM 1 BY 1
               UNTIL WS-ST-SUB > WS-ST-COUNT.
           CLOSE PARCEL-STATUS-OUT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       4100-WRITE-STATUS-ROW.
           MOVE WS-ST-ENTRY(WS-ST-SUB) TO PARCEL-STATUS-RECORD.

           IF PS-DELIVERED
               MOVE PS-DELIVERED-DATE  TO WS-DATE-NUM
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               IF WS-TODAY-INTEGER - WS-DATE-INTEGER
                   > WS-RETAIN-DAYS
                   ADD 1 TO WS-RETIRED-COUNT
                   GO TO 4100-EXIT
               END-IF
           ELSE
               MOVE PS-DUE-DATE        TO WS-DATE-NUM
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               IF WS-TODAY-INTEGER > WS-DATE-INTEGER
                   COMPUTE WS-DAYS-LATE =
                       WS-TODAY-INTEGER - WS-DATE-INTEGER
                   PERFORM 7100-WRITE-LATE-LINE
                       THRU 7100-EXIT
               END-IF
           END-IF.

           WRITE PARCEL-STATUS-OUT-REC FROM PARCEL-STATUS-RECORD.
           ADD 1 TO WS-WRITTEN-COUNT.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LOOKS PE-PARCEL-ID UP ON THE STATUS TABLE; WS-ST-MATCH   *
      * IS ITS SUBSCRIPT, OR ZERO.                               *
      *----------------------------------------------------------*
       5000-FIND-PARCEL.
           MOVE ZERO                   TO WS-ST-MATCH.
           PERFORM 5010-CHECK-STATUS-ENTRY
               THRU 5010-EXIT
               VARYING WS-ST-SUB FROM 1 BY 1
               UNTIL WS-ST-SUB > WS-ST-COUNT
               OR WS-ST-MATCH > ZERO.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       5010-CHECK-STATUS-ENTRY.
           IF WS-ST-ENTRY(WS-ST-SUB)(1:30) = PE-PARCEL-ID
               MOVE WS-ST-SUB          TO WS-ST-MATCH
           END-IF.
       5010-EXIT.
           EXIT.

      *----------------------------------------------------------*
       6000-LOG-HISTORY.
           MOVE PARCEL-EVENT-RECORD    TO PH-EVENT.
           MOVE WS-RUN-ID              TO PH-RUN-ID.
           WRITE PARCEL-HISTORY-OUT-REC FROM PARCEL-HISTORY-RECORD.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       7000-WRITE-EXCEPTION-LINE.
           IF RPT-LINE-COUNT >= RPT-MAX-LINES-PER-PAGE
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE TRACKING-REPORT-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 1100-WRITE-PAGE-HEADERS
                   THRU 1100-EXIT
           END-IF.

           MOVE PE-PARCEL-ID           TO WS-X-PARCEL.
           MOVE PE-EVENT-CODE          TO WS-X-EVENT-CODE.
           MOVE PE-EVENT-DATE          TO WS-X-EVENT-DATE.
           MOVE PE-EVENT-TIME          TO WS-X-EVENT-TIME.
           MOVE WS-FINDING             TO WS-X-FINDING.
           WRITE TRACKING-REPORT-OUT-REC FROM WS-EXCEPTION-LINE.
           ADD 1 TO RPT-LINE-COUNT.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       7100-WRITE-LATE-LINE.
           IF RPT-LINE-COUNT >= RPT-MAX-LINES-PER-PAGE
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE TRACKING-REPORT-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 1100-WRITE-PAGE-HEADERS
                   THRU 1100-EXIT
           END-IF.

           ADD 1 TO WS-LATE-COUNT.
           MOVE PS-PARCEL-ID           TO WS-L-PARCEL.
           MOVE PS-ZONE                TO WS-L-ZONE.
           MOVE PS-MANIFEST-DATE       TO WS-L-MANIFEST-DATE.
           MOVE PS-DUE-DATE            TO WS-L-DUE-DATE.
           MOVE WS-DAYS-LATE           TO WS-L-DAYS-LATE.
           EVALUATE TRUE
               WHEN PS-PICKED-UP
                   MOVE "PICKED UP"    TO WS-L-STATUS
               WHEN PS-IN-TRANSIT
                   MOVE "IN TRANSIT"   TO WS-L-STATUS
               WHEN PS-EXCEPTION
                   MOVE "EXCEPTION"    TO WS-L-STATUS
               WHEN OTHER
                   MOVE "MANIFESTED"   TO WS-L-STATUS
           END-EVALUATE.
           MOVE PS-LAST-EVENT-DATE     TO WS-L-LAST-EVENT-DATE.
           MOVE PS-LAST-LOCATION       TO WS-L-LOCATION.
           WRITE TRACKING-REPORT-OUT-REC FROM WS-LATE-LINE.
           ADD 1 TO RPT-LINE-COUNT.
       7100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       9000-TERMINATE.
           MOVE RPT-PAGE-COUNT         TO RPT-F-PAGE-NO.
           WRITE TRACKING-REPORT-OUT-REC FROM RPT-FOOTER-LINE.

           MOVE "PARCELS CARRIED IN....." TO RPT-FN-LABEL.
           MOVE WS-CARRIED-COUNT       TO RPT-FN-COUNT.
           WRITE TRACKING-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "NEWLY MANIFESTED......." TO RPT-FN-LABEL.
           MOVE WS-NEW-PARCEL-COUNT    TO RPT-FN-COUNT.
           WRITE TRACKING-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "ALREADY TRACKED........" TO RPT-FN-LABEL.
           MOVE WS-KNOWN-PARCEL-COUNT  TO RPT-FN-COUNT.
           WRITE TRACKING-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "SCAN EVENTS READ......." TO RPT-FN-LABEL.
           MOVE WS-EVENT-COUNT         TO RPT-FN-COUNT.
           WRITE TRACKING-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "EVENTS APPLIED........." TO RPT-FN-LABEL.
           MOVE WS-APPLIED-COUNT       TO RPT-FN-COUNT.
           WRITE TRACKING-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "EVENTS LOGGED ONLY....." TO RPT-FN-LABEL.
           MOVE WS-LOGGED-ONLY-COUNT   TO RPT-FN-COUNT.
           WRITE TRACKING-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "EVENTS REJECTED........" TO RPT-FN-LABEL.
           MOVE WS-REJECTED-COUNT      TO RPT-FN-COUNT.
           WRITE TRACKING-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "DELIVERED THIS RUN....." TO RPT-FN-LABEL.
           MOVE WS-DELIVERED-COUNT     TO RPT-FN-COUNT.
           WRITE TRACKING-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "NOT DELIVERED - LATE..." TO RPT-FN-LABEL.
           MOVE WS-LATE-COUNT          TO RPT-FN-COUNT.
           WRITE TRACKING-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "RETIRED (DELIVERED)...." TO RPT-FN-LABEL.
           MOVE WS-RETIRED-COUNT       TO RPT-FN-COUNT.
           WRITE TRACKING-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "PARCELS CARRIED OUT...." TO RPT-FN-LABEL.
           MOVE WS-WRITTEN-COUNT       TO RPT-FN-COUNT.
           WRITE TRACKING-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           IF WS-ZONEMAN-FILE-STATUS NOT = "35"
               CLOSE ZONE-MANIFEST-IN
           END-IF.
           IF WS-SCANEVT-FILE-STATUS NOT = "35"
               CLOSE SCAN-EVENT-IN
           END-IF.
           CLOSE PARCEL-HISTORY-OUT
                 TRACKING-REPORT-OUT.

           DISPLAY "ABCTRACK CONTROL TOTAL - EVENTS="
               WS-EVENT-COUNT
               " APPLIED=" WS-APPLIED-COUNT
               " LOGGED=" WS-LOGGED-ONLY-COUNT
               " REJECTED=" WS-REJECTED-COUNT
               " LATE=" WS-LATE-COUNT.

           IF WS-EVENT-COUNT NOT = WS-APPLIED-COUNT
               + WS-LOGGED-ONLY-COUNT + WS-REJECTED-COUNT
               OR WS-CARRIED-COUNT + WS-NEW-PARCEL-COUNT
                   NOT = WS-WRITTEN-COUNT + WS-RETIRED-COUNT
               OR WS-RUN-FAILED
               DISPLAY
                 "ABCTRACK **** CONTROL TOTALS OUT OF BALANCE ****"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REJECTED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
       9000-EXIT.
           EXIT.
