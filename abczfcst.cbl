       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCZFCST.
       AUTHOR. D HARLOW.
       INSTALLATION. DL100 BATCH SERVICES.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 2026-10-15  DH  NEW PROGRAM.  DEPOT PARCEL VOLUME        *
      *                 FORECAST BY ZONE.  PROJECTS EACH ZONE'S  *
      *                 PARCEL COUNT FOR THE NEXT N BUSINESS     *
      *                 DAYS ON THE CALENDAR MASTER (THE DAYS    *
      *                 CONTROL ROW, DEFAULT 5) AS THE AVERAGE   *
      *                 FOR THAT DAY OF THE WEEK OVER THE LAST W *
      *                 WEEKS OF THE ZONE VOLUME HISTORY ABC109A *
      *                 WRITES (THE WEEK CONTROL ROW, DEFAULT    *
      *                 8).  HOLIDAYS ARE LEFT OUT OF THE        *
      *                 AVERAGES.  A DAY WHOSE FORECAST EXCEEDS  *
      *                 THE ZONE'S DEPOT CAPACITY (CONTROL ROW   *
      *                 CPZZ FOR ZONE ZZ) IS FLAGGED, AND THE    *
      *                 RUN ENDS WITH RETURN CODE 4.             *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ZONE-HISTORY-IN
               ASSIGN TO ZONEHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZONEHIST-FILE-STATUS.

           SELECT CALENDAR-MASTER-IN
               ASSIGN TO CALMAST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALMAST-FILE-STATUS.

           SELECT RATE-TAB
               ASSIGN TO RATECTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATECTL-FILE-STATUS.

           SELECT ZONE-FORECAST-OUT
               ASSIGN TO ZFCSTRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ZONE-HISTORY-IN
           RECORDING MODE IS F.
       01  ZONE-HISTORY-IN-REC         PIC X(21).

       FD  CALENDAR-MASTER-IN
           RECORDING MODE IS F.
       01  CALENDAR-MASTER-IN-REC      PIC X(17).

       FD  RATE-TAB
           RECORDING MODE IS F.
       COPY RATECTL.

       FD  ZONE-FORECAST-OUT
           RECORDING MODE IS F.
       01  ZONE-FORECAST-OUT-REC       PIC X(132).

       WORKING-STORAGE SECTION.
       COPY ZONEHIST.
       COPY CALMAST.
       COPY RUNSTAMP.
       COPY RPTHDFT.
       01  WS-RATECTL-FILE-STATUS      PIC X(02).

       01  WS-ZONEHIST-EOF-SW          PIC X(01) VALUE "N".
           88  WS-ZONEHIST-EOF                 VALUE "Y".
       01  WS-RATECTL-EOF-SW           PIC X(01) VALUE "N".
           88  WS-RATECTL-EOF                  VALUE "Y".

       01  WS-HORIZON-DAYS             PIC 9(03) VALUE 5.
       01  WS-WINDOW-WEEKS             PIC 9(03) VALUE 8.

      *----------------------------------------------------------*
      * ONE ROW PER FORECAST BUSINESS DAY, IN CALENDAR ORDER,    *
      * WITH ITS DAY OF THE WEEK (1 = MONDAY ... 7 = SUNDAY).    *
      *----------------------------------------------------------*
       01  WS-FORECAST-TABLE.
           05  WS-DAY-COUNT            PIC 9(03) COMP VALUE ZERO.
           05  WS-DAY-ENTRY            OCCURS 30 TIMES.
               10  WS-FD-DATE          PIC X(08).
               10  WS-FD-DOW           PIC 9(01).

      *----------------------------------------------------------*
      * HOLIDAYS ON THE CALENDAR MASTER.  HISTORY FOR A HOLIDAY  *
      * IS NOT TYPICAL OF ITS WEEKDAY AND IS LEFT OUT.           *
      *----------------------------------------------------------*
       01  WS-HOLIDAY-TABLE.
           05  WS-HOL-COUNT            PIC 9(03) COMP VALUE ZERO.
           05  WS-HOL-DATE             PIC X(08)
                                       OCCURS 400 TIMES.

      *----------------------------------------------------------*
      * THE DISTINCT DATES IN THE WINDOW THE DEPOT RAN, AND HOW  *
      * MANY OF THEM FELL ON EACH DAY OF THE WEEK.  A ZONE WITH  *
      * NO PARCELS ON ONE OF THOSE DATES COUNTS AS ZERO FOR IT,  *
      * SO EVERY ZONE IS AVERAGED OVER THE SAME DAYS.            *
      *----------------------------------------------------------*
       01  WS-HIST-DATE-TABLE.
           05  WS-HD-COUNT             PIC 9(03) COMP VALUE ZERO.
           05  WS-HD-DATE              PIC X(08)
                                       OCCURS 200 TIMES.
       01  WS-DOW-DAYS-TABLE.
           05  WS-DOW-DAYS             PIC 9(03) COMP
                                       OCCURS 7 TIMES.

      *----------------------------------------------------------*
      * ONE ROW PER ZONE WITH A CAPACITY ROW OR HISTORY IN THE   *
      * WINDOW: ITS CAPACITY AND PARCELS BY DAY OF THE WEEK.     *
      *----------------------------------------------------------*
       01  WS-ZONE-TABLE.
           05  WS-ZONE-COUNT           PIC 9(03) COMP VALUE ZERO.
           05  WS-ZONE-ENTRY           OCCURS 50 TIMES.
               10  WS-ZT-ZONE          PIC X(02).
               10  WS-ZT-CAPACITY      PIC 9(08) COMP.
               10  WS-ZT-DOW-PARCELS   PIC 9(09) COMP-3
                                       OCCURS 7 TIMES.

       01  WS-DAY-SUB                  PIC 9(03) COMP VALUE ZERO.
       01  WS-HOL-SUB                  PIC 9(03) COMP VALUE ZERO.
       01  WS-HD-SUB                   PIC 9(03) COMP VALUE ZERO.
       01  WS-ZONE-SUB                 PIC 9(03) COMP VALUE ZERO.
       01  WS-ZONE-MATCH               PIC 9(03) COMP VALUE ZERO.
       01  WS-DOW-SUB                  PIC 9(01) COMP VALUE ZERO.
       01  WS-CLR-SUB                  PIC 9(01) COMP VALUE ZERO.

       01  WS-HOLIDAY-SW               PIC X(01) VALUE "N".
           88  WS-IS-HOLIDAY                   VALUE "Y".
       01  WS-DATE-FOUND-SW            PIC X(01) VALUE "N".
           88  WS-DATE-FOUND                   VALUE "Y".

       01  WS-SEARCH-ZONE              PIC X(02) VALUE SPACES.
       01  WS-DATE-NUM                 PIC 9(08) VALUE ZERO.
       01  WS-DATE-INT                 PIC 9(08) COMP VALUE ZERO.
       01  WS-RUN-INT                  PIC 9(08) COMP VALUE ZERO.
       01  WS-WINDOW-START-INT         PIC 9(08) COMP VALUE ZERO.
       01  WS-DOW-QUOTIENT             PIC 9(08) COMP VALUE ZERO.
       01  WS-DOW-REMAINDER            PIC 9(01) COMP VALUE ZERO.
       01  WS-FORECAST-PARCELS         PIC 9(09) COMP-3 VALUE ZERO.

       01  WS-HIST-COUNT               PIC 9(08) COMP VALUE ZERO.
       01  WS-USED-COUNT               PIC 9(08) COMP VALUE ZERO.
       01  WS-HOLIDAY-COUNT            PIC 9(08) COMP VALUE ZERO.
       01  WS-OUTSIDE-COUNT            PIC 9(08) COMP VALUE ZERO.
       01  WS-BAD-COUNT                PIC 9(08) COMP VALUE ZERO.
       01  WS-OVER-COUNT               PIC 9(08) COMP VALUE ZERO.

       01  WS-DAY-NAMES-VALUES.
           05  FILLER                  PIC X(21)
               VALUE "MONTUEWEDTHUFRISATSUN".
       01  WS-DAY-NAMES                REDEFINES WS-DAY-NAMES-VALUES.
           05  WS-DAY-NAME             PIC X(03) OCCURS 7 TIMES.

       01  WS-RPT-DATE                 PIC X(10).

       01  WS-HEADER-LINE.
           05  FILLER                  PIC X(06) VALUE "ZONE".
           05  FILLER                  PIC X(10) VALUE "DATE".
           05  FILLER                  PIC X(05) VALUE "DAY".
           05  FILLER                  PIC X(07) VALUE "  BASIS".
           05  FILLER                  PIC X(12) VALUE
               "    FORECAST".
           05  FILLER                  PIC X(12) VALUE
               "    CAPACITY".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE "NOTE".

       01  WS-DETAIL-LINE.
           05  WS-D-ZONE               PIC X(02).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-D-DATE               PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-DAY                PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-BASIS              PIC ZZZZZZ9.
           05  WS-D-FORECAST           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-D-CAPACITY           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-D-NOTE               PIC X(20).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-READ-HISTORY
               THRU 2000-EXIT
               UNTIL WS-ZONEHIST-EOF.

           PERFORM 3000-FORECAST-ZONE
               THRU 3000-EXIT
               VARYING WS-ZONE-SUB FROM 1 BY 1
               UNTIL WS-ZONE-SUB > WS-ZONE-COUNT.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           GOBACK.

      *----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT ZONE-FORECAST-OUT.

           MOVE FUNCTION CURRENT-DATE TO WS-RUNSTAMP-CURRENT-DATE.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:14) TO WS-RUN-ID.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:8)  TO WS-RUN-DATE.

           MOVE "DEPOT PARCEL VOLUME FORECAST BY ZONE"
               TO RPT-ST-TEXT.
           STRING WS-RUN-DATE(5:2) "/" WS-RUN-DATE(7:2) "/"
               WS-RUN-DATE(1:4)
               DELIMITED BY SIZE INTO WS-RPT-DATE.

           PERFORM 1100-WRITE-PAGE-HEADERS
               THRU 1100-EXIT.

           MOVE ZERO TO WS-DOW-DAYS(1) WS-DOW-DAYS(2)
                        WS-DOW-DAYS(3) WS-DOW-DAYS(4)
                        WS-DOW-DAYS(5) WS-DOW-DAYS(6)
                        WS-DOW-DAYS(7).

           PERFORM 1200-LOAD-CONTROLS
               THRU 1200-EXIT.
           PERFORM 1300-LOAD-CALENDAR
               THRU 1300-EXIT.

           MOVE WS-RUN-DATE TO WS-DATE-NUM.
           COMPUTE WS-RUN-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           COMPUTE WS-WINDOW-START-INT =
               WS-RUN-INT - (WS-WINDOW-WEEKS * 7).

           OPEN INPUT ZONE-HISTORY-IN.
           IF WS-ZONEHIST-FILE-STATUS = "35"
               SET WS-ZONEHIST-EOF TO TRUE
               DISPLAY "ABCZFCST **** NO ZONE VOLUME HISTORY ON "
                   "FILE ****"
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1100-WRITE-PAGE-HEADERS.
           ADD 1 TO RPT-PAGE-COUNT.
           MOVE WS-RPT-DATE            TO RPT-DL-RUN-DATE.

           WRITE ZONE-FORECAST-OUT-REC FROM RPT-TITLE-LINE.
           WRITE ZONE-FORECAST-OUT-REC FROM RPT-SUBTITLE-LINE.
           WRITE ZONE-FORECAST-OUT-REC FROM RPT-DATE-LINE.
           MOVE SPACES                 TO ZONE-FORECAST-OUT-REC.
           WRITE ZONE-FORECAST-OUT-REC.
           WRITE ZONE-FORECAST-OUT-REC FROM WS-HEADER-LINE.
           MOVE SPACES                 TO ZONE-FORECAST-OUT-REC.
           WRITE ZONE-FORECAST-OUT-REC.

           MOVE 6                      TO RPT-LINE-COUNT.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE PROGRAM'S CONTROL ROWS IN FORCE ON THE RUN DATE:     *
      *   DAYS  - FORECAST HORIZON IN BUSINESS DAYS (VALUE-1)    *
      *   WEEK  - AVERAGING WINDOW IN WEEKS (VALUE-1)            *
      *   CPZZ  - DEPOT CAPACITY IN PARCELS PER DAY FOR ZONE ZZ  *
      *           (VALUE-1)                                      *
      *----------------------------------------------------------*
       1200-LOAD-CONTROLS.
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
                   GO TO 1210-EXIT
           END-READ.

           IF RC-PROGRAM-ID NOT = "ABCZFCST"
               OR (RC-EFF-FROM-DATE NOT = SPACES
                   AND RC-EFF-FROM-DATE > WS-RUN-DATE)
               OR (RC-EFF-TO-DATE NOT = SPACES
                   AND RC-EFF-TO-DATE < WS-RUN-DATE)
               GO TO 1210-EXIT
           END-IF.

           IF RC-RULE-CODE = "DAYS"
               AND RC-VALUE-1 > ZERO
               AND RC-VALUE-1 <= 30
               MOVE RC-VALUE-1 TO WS-HORIZON-DAYS
           END-IF.

           IF RC-RULE-CODE = "WEEK"
               AND RC-VALUE-1 > ZERO
               AND RC-VALUE-1 <= 26
               MOVE RC-VALUE-1 TO WS-WINDOW-WEEKS
           END-IF.

           IF RC-RULE-CODE(1:2) = "CP"
               AND RC-RULE-CODE(3:2) NOT = SPACES
               MOVE RC-RULE-CODE(3:2) TO WS-SEARCH-ZONE
               PERFORM 2200-FIND-ZONE-SLOT
                   THRU 2200-EXIT
               IF WS-ZONE-MATCH > ZERO
                   MOVE RC-VALUE-1
                       TO WS-ZT-CAPACITY(WS-ZONE-MATCH)
               END-IF
           END-IF.
       1210-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LOADS THE NEXT N BUSINESS DAYS AFTER THE RUN DATE FROM   *
      * THE CALENDAR MASTER, IN FILE (CALENDAR) ORDER, AND EVERY *
      * HOLIDAY ON IT.                                           *
      *----------------------------------------------------------*
       1300-LOAD-CALENDAR.
           OPEN INPUT CALENDAR-MASTER-IN.
           IF WS-CALMAST-FILE-STATUS = "35"
               GO TO 1300-EXIT
           END-IF.
           PERFORM 1310-SCAN-CALENDAR-ROW
               THRU 1310-EXIT
               UNTIL WS-CALMAST-EOF.
           CLOSE CALENDAR-MASTER-IN.

           IF WS-DAY-COUNT = ZERO
               DISPLAY "ABCZFCST **** NO FORECAST BUSINESS DAYS "
                   "ON THE CALENDAR MASTER ****"
               MOVE 8 TO RETURN-CODE
           END-IF.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1310-SCAN-CALENDAR-ROW.
           READ CALENDAR-MASTER-IN INTO CALENDAR-MASTER-RECORD
               AT END
                   SET WS-CALMAST-EOF TO TRUE
                   GO TO 1310-EXIT
           END-READ.

           IF CA-HOLIDAY
               AND WS-HOL-COUNT < 400
               ADD 1 TO WS-HOL-COUNT
               MOVE CA-DATE TO WS-HOL-DATE(WS-HOL-COUNT)
           END-IF.

           IF CA-BUSINESS-DAY
               AND CA-DATE > WS-RUN-DATE
               AND CA-DATE IS NUMERIC
               AND WS-DAY-COUNT < WS-HORIZON-DAYS
               ADD 1 TO WS-DAY-COUNT
               MOVE CA-DATE TO WS-FD-DATE(WS-DAY-COUNT)
               MOVE CA-DATE TO WS-DATE-NUM
               PERFORM 1400-DAY-OF-WEEK
                   THRU 1400-EXIT
               MOVE WS-DOW-SUB TO WS-FD-DOW(WS-DAY-COUNT)
           END-IF.
       1310-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * DAY OF THE WEEK OF WS-DATE-NUM INTO WS-DOW-SUB.  DAY 1   *
      * OF THE INTEGER DATE COUNT (1601-01-01) WAS A MONDAY.     *
      *----------------------------------------------------------*
       1400-DAY-OF-WEEK.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           DIVIDE WS-DATE-INT BY 7 GIVING WS-DOW-QUOTIENT
               REMAINDER WS-DOW-REMAINDER.
           IF WS-DOW-REMAINDER = ZERO
               MOVE 7 TO WS-DOW-SUB
           ELSE
               MOVE WS-DOW-REMAINDER TO WS-DOW-SUB
           END-IF.
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE HISTORY ROW.  ONLY ROWS DATED IN THE LAST W WEEKS UP *
      * TO AND INCLUDING THE RUN DATE, AND NOT ON A HOLIDAY, GO  *
      * INTO THE AVERAGES.                                       *
      *----------------------------------------------------------*
       2000-READ-HISTORY.
           READ ZONE-HISTORY-IN INTO ZONE-HISTORY-RECORD
               AT END
                   SET WS-ZONEHIST-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO WS-HIST-COUNT.

           IF ZH-RUN-DATE NOT NUMERIC
               OR ZH-PARCELS NOT NUMERIC
               OR ZH-ZONE = SPACES
               ADD 1 TO WS-BAD-COUNT
               GO TO 2000-EXIT
           END-IF.

           MOVE ZH-RUN-DATE TO WS-DATE-NUM.
           PERFORM 1400-DAY-OF-WEEK
               THRU 1400-EXIT.
           IF WS-DATE-INT <= WS-WINDOW-START-INT
               OR WS-DATE-INT > WS-RUN-INT
               ADD 1 TO WS-OUTSIDE-COUNT
               GO TO 2000-EXIT
           END-IF.

           MOVE "N" TO WS-HOLIDAY-SW.
           PERFORM 2050-SCAN-HOLIDAY
               THRU 2050-EXIT
               VARYING WS-HOL-SUB FROM 1 BY 1
               UNTIL WS-HOL-SUB > WS-HOL-COUNT
               OR WS-IS-HOLIDAY.
           IF WS-IS-HOLIDAY
               ADD 1 TO WS-HOLIDAY-COUNT
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2100-NOTE-HISTORY-DATE
               THRU 2100-EXIT.

           MOVE ZH-ZONE TO WS-SEARCH-ZONE.
           PERFORM 2200-FIND-ZONE-SLOT
               THRU 2200-EXIT.
           IF WS-ZONE-MATCH = ZERO
               ADD 1 TO WS-BAD-COUNT
               GO TO 2000-EXIT
           END-IF.

           ADD ZH-PARCELS
               TO WS-ZT-DOW-PARCELS(WS-ZONE-MATCH, WS-DOW-SUB).
           ADD 1 TO WS-USED-COUNT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2050-SCAN-HOLIDAY.
           IF WS-HOL-DATE(WS-HOL-SUB) = ZH-RUN-DATE
               SET WS-IS-HOLIDAY TO TRUE
           END-IF.
       2050-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE FIRST ROW SEEN FOR A DATE ADDS THAT DATE TO THE      *
      * DAYS COUNTED FOR ITS DAY OF THE WEEK.                    *
      *----------------------------------------------------------*
       2100-NOTE-HISTORY-DATE.
           MOVE "N" TO WS-DATE-FOUND-SW.
           PERFORM 2110-SCAN-HISTORY-DATE
               THRU 2110-EXIT
               VARYING WS-HD-SUB FROM 1 BY 1
               UNTIL WS-HD-SUB > WS-HD-COUNT
               OR WS-DATE-FOUND.
           IF WS-DATE-FOUND
               OR WS-HD-COUNT >= 200
               GO TO 2100-EXIT
           END-IF.

           ADD 1 TO WS-HD-COUNT.
           MOVE ZH-RUN-DATE TO WS-HD-DATE(WS-HD-COUNT).
           ADD 1 TO WS-DOW-DAYS(WS-DOW-SUB).
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2110-SCAN-HISTORY-DATE.
           IF WS-HD-DATE(WS-HD-SUB) = ZH-RUN-DATE
               SET WS-DATE-FOUND TO TRUE
           END-IF.
       2110-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * FINDS THE ZONE IN WS-SEARCH-ZONE IN THE ZONE TABLE,      *
      * ADDING IT IF NEW.  WS-ZONE-MATCH IS ZERO ONLY WHEN THE   *
      * TABLE IS FULL.                                           *
      *----------------------------------------------------------*
       2200-FIND-ZONE-SLOT.
           MOVE ZERO TO WS-ZONE-MATCH.
           PERFORM 2210-SCAN-ZONE-SLOT
               THRU 2210-EXIT
               VARYING WS-ZONE-SUB FROM 1 BY 1
               UNTIL WS-ZONE-SUB > WS-ZONE-COUNT
               OR WS-ZONE-MATCH > ZERO.
           IF WS-ZONE-MATCH > ZERO
               OR WS-ZONE-COUNT >= 50
               GO TO 2200-EXIT
           END-IF.

           ADD 1 TO WS-ZONE-COUNT.
           MOVE WS-ZONE-COUNT  TO WS-ZONE-MATCH.
           MOVE WS-SEARCH-ZONE TO WS-ZT-ZONE(WS-ZONE-MATCH).
           MOVE ZERO           TO WS-ZT-CAPACITY(WS-ZONE-MATCH).
           PERFORM 2220-CLEAR-ZONE-DOW
               THRU 2220-EXIT
               VARYING WS-CLR-SUB FROM 1 BY 1
               UNTIL WS-CLR-SUB > 7.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2210-SCAN-ZONE-SLOT.
           IF WS-ZT-ZONE(WS-ZONE-SUB) = WS-SEARCH-ZONE
               MOVE WS-ZONE-SUB TO WS-ZONE-MATCH
           END-IF.
       2210-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2220-CLEAR-ZONE-DOW.
           MOVE ZERO TO WS-ZT-DOW-PARCELS(WS-ZONE-MATCH, WS-CLR-SUB).
       2220-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3000-FORECAST-ZONE.
           PERFORM 3100-FORECAST-ZONE-DAY
               THRU 3100-EXIT
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-DAY-COUNT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE ZONE ON ONE FORECAST DAY: THE ZONE'S PARCELS ON THAT *
      * WEEKDAY OVER THE NUMBER OF THOSE WEEKDAYS THE DEPOT RAN  *
      * IN THE WINDOW, ROUNDED TO THE WHOLE PARCEL.              *
      *----------------------------------------------------------*
       3100-FORECAST-ZONE-DAY.
           IF RPT-LINE-COUNT >= RPT-MAX-LINES-PER-PAGE
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE ZONE-FORECAST-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 1100-WRITE-PAGE-HEADERS
                   THRU 1100-EXIT
           END-IF.

           MOVE WS-FD-DOW(WS-DAY-SUB) TO WS-DOW-SUB.
           MOVE SPACES TO WS-D-NOTE.
           IF WS-DOW-DAYS(WS-DOW-SUB) = ZERO
               MOVE ZERO TO WS-FORECAST-PARCELS
               MOVE "NO HISTORY" TO WS-D-NOTE
           ELSE
               COMPUTE WS-FORECAST-PARCELS ROUNDED =
                   WS-ZT-DOW-PARCELS(WS-ZONE-SUB, WS-DOW-SUB)
                   / WS-DOW-DAYS(WS-DOW-SUB)
           END-IF.

           IF WS-ZT-CAPACITY(WS-ZONE-SUB) > ZERO
               AND WS-FORECAST-PARCELS > WS-ZT-CAPACITY(WS-ZONE-SUB)
               MOVE "** OVER CAPACITY **" TO WS-D-NOTE
               ADD 1 TO WS-OVER-COUNT
           END-IF.

           MOVE WS-ZT-ZONE(WS-ZONE-SUB) TO WS-D-ZONE.
           MOVE WS-FD-DATE(WS-DAY-SUB)  TO WS-D-DATE.
           MOVE WS-DAY-NAME(WS-DOW-SUB) TO WS-D-DAY.
           MOVE WS-DOW-DAYS(WS-DOW-SUB) TO WS-D-BASIS.
           MOVE WS-FORECAST-PARCELS     TO WS-D-FORECAST.
           MOVE WS-ZT-CAPACITY(WS-ZONE-SUB) TO WS-D-CAPACITY.
           WRITE ZONE-FORECAST-OUT-REC FROM WS-DETAIL-LINE.
           ADD 1 TO RPT-LINE-COUNT.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       9000-TERMINATE.
           MOVE RPT-PAGE-COUNT         TO RPT-F-PAGE-NO.
           WRITE ZONE-FORECAST-OUT-REC FROM RPT-FOOTER-LINE.

           MOVE "HISTORY ROWS READ......" TO RPT-FN-LABEL.
           MOVE WS-HIST-COUNT          TO RPT-FN-COUNT.
           WRITE ZONE-FORECAST-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "ROWS AVERAGED.........." TO RPT-FN-LABEL.
           MOVE WS-USED-COUNT          TO RPT-FN-COUNT.
           WRITE ZONE-FORECAST-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "HOLIDAY ROWS EXCLUDED.." TO RPT-FN-LABEL.
           MOVE WS-HOLIDAY-COUNT       TO RPT-FN-COUNT.
           WRITE ZONE-FORECAST-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "ROWS OUTSIDE WINDOW...." TO RPT-FN-LABEL.
           MOVE WS-OUTSIDE-COUNT       TO RPT-FN-COUNT.
           WRITE ZONE-FORECAST-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "ROWS UNUSABLE.........." TO RPT-FN-LABEL.
           MOVE WS-BAD-COUNT           TO RPT-FN-COUNT.
           WRITE ZONE-FORECAST-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "ZONES FORECAST........." TO RPT-FN-LABEL.
           MOVE WS-ZONE-COUNT          TO RPT-FN-COUNT.
           WRITE ZONE-FORECAST-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "DAYS OVER CAPACITY....." TO RPT-FN-LABEL.
           MOVE WS-OVER-COUNT          TO RPT-FN-COUNT.
           WRITE ZONE-FORECAST-OUT-REC FROM RPT-FINAL-LINE.

           IF WS-ZONEHIST-FILE-STATUS NOT = "35"
               CLOSE ZONE-HISTORY-IN
           END-IF.
           CLOSE ZONE-FORECAST-OUT.

           IF WS-OVER-COUNT > ZERO
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "ABCZFCST CONTROL TOTAL - READ=" WS-HIST-COUNT
               " USED=" WS-USED-COUNT
               " HOLIDAY=" WS-HOLIDAY-COUNT
               " OUTSIDE=" WS-OUTSIDE-COUNT
               " OVER=" WS-OVER-COUNT.
       9000-EXIT.
           EXIT.
