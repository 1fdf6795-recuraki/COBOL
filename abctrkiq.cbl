       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCTRKIQ.
       AUTHOR. D HARLOW.
       INSTALLATION. DL100 BATCH SERVICES.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 2026-10-15  DH  NEW PROGRAM.  PARCEL TRACKING INQUIRY.   *
      *                 EACH CARD NAMES ONE PARCEL; THE REPORT   *
      *                 SHOWS ITS CURRENT STATUS FROM THE PARCEL *
      *                 STATUS FILE, EVERY EVENT ON THE PARCEL   *
      *                 HISTORY IN THE ORDER IT WAS LOGGED, AND  *
      *                 THE PROOF OF DELIVERY - WHEN, WHERE AND  *
      *                 WHO SIGNED.  A PARCEL DELIVERED LONG     *
      *                 ENOUGH AGO TO HAVE LEFT THE STATUS FILE  *
      *                 IS STILL ANSWERED FROM ITS HISTORY.      *
      * 2026-10-15  DH  THE PARCEL LINE NOW SHOWS THE CARRIER    *
      *                 THE PARCEL WAS MANIFESTED TO.            *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INQUIRY-CARD-IN
               ASSIGN TO TRKQCARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.

           SELECT PARCEL-STATUS-IN
               ASSIGN TO PARCSTAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARCSTAT-FILE-STATUS.

           SELECT PARCEL-HISTORY-IN
               ASSIGN TO PARCHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARCHIST-FILE-STATUS.

           SELECT INQUIRY-REPORT-OUT
               ASSIGN TO TRKQRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INQUIRY-CARD-IN
           RECORDING MODE IS F.
       01  INQUIRY-CARD-RECORD.
           05  IQ-PARCEL-ID            PIC X(30).

       FD  PARCEL-STATUS-IN
           RECORDING MODE IS F.
       01  PARCEL-STATUS-IN-REC        PIC X(120).

       FD  PARCEL-HISTORY-IN
           RECORDING MODE IS F.
       01  PARCEL-HISTORY-IN-REC       PIC X(98).

       FD  INQUIRY-REPORT-OUT
           RECORDING MODE IS F.
       01  INQUIRY-REPORT-OUT-REC      PIC X(132).

       WORKING-STORAGE SECTION.
       COPY PARCTRK.
       COPY RUNSTAMP.
       COPY RPTHDFT.
       01  WS-CARD-FILE-STATUS         PIC X(02).

       01  WS-CARD-EOF-SW              PIC X(01) VALUE "N".
           88  WS-CARD-EOF                     VALUE "Y".
       01  WS-PARCSTAT-EOF-SW          PIC X(01) VALUE "N".
           88  WS-PARCSTAT-EOF                 VALUE "Y".
       01  WS-PARCHIST-EOF-SW          PIC X(01) VALUE "N".
           88  WS-PARCHIST-EOF                 VALUE "Y".
       01  WS-STATUS-FOUND-SW          PIC X(01) VALUE "N".
           88  WS-STATUS-FOUND                 VALUE "Y".
       01  WS-HISTORY-PASS-SW          PIC X(01) VALUE "C".
           88  WS-HISTORY-COUNT-PASS           VALUE "C".
           88  WS-HISTORY-PRINT-PASS           VALUE "P".

       01  WS-CARD-COUNT               PIC 9(08) COMP VALUE ZERO.
       01  WS-FOUND-COUNT              PIC 9(08) COMP VALUE ZERO.
       01  WS-NOT-FOUND-COUNT          PIC 9(08) COMP VALUE ZERO.
       01  WS-PARCEL-EVENTS            PIC 9(05) COMP VALUE ZERO.

      *----------------------------------------------------------*
      * THE LATEST DELIVERY ON THE HISTORY IS THE PROOF OF       *
      * DELIVERY.                                                *
      *----------------------------------------------------------*
       01  WS-POD-FOUND-SW             PIC X(01) VALUE "N".
           88  WS-POD-FOUND                    VALUE "Y".
       01  WS-POD-DATE                 PIC X(08).
       01  WS-POD-TIME                 PIC X(04).
       01  WS-POD-LOCATION             PIC X(20).
       01  WS-POD-SIGNED-BY            PIC X(20).

       01  WS-RPT-DATE                 PIC X(10).
       01  WS-PRINT-LINE               PIC X(132).

       01  WS-PARCEL-LINE.
           05  FILLER                  PIC X(08) VALUE "PARCEL".
           05  WS-P-PARCEL             PIC X(30).
           05  FILLER                  PIC X(07) VALUE "  ZONE".
           05  WS-P-ZONE               PIC X(02).
           05  FILLER                  PIC X(13) VALUE "  MANIFESTED".
           05  WS-P-MANIFEST-DATE      PIC X(08).
           05  FILLER                  PIC X(06) VALUE "  DUE".
           05  WS-P-DUE-DATE           PIC X(08).
           05  FILLER                  PIC X(09) VALUE "  STATUS".
           05  WS-P-STATUS             PIC X(10).
           05  FILLER                  PIC X(10) VALUE "  CARRIER".
           05  WS-P-CARRIER            PIC X(04).

       01  WS-EVENT-HEAD-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "DATE".
           05  FILLER                  PIC X(06) VALUE "TIME".
           05  FILLER                  PIC X(16) VALUE "EVENT".
           05  FILLER                  PIC X(22) VALUE "LOCATION".
           05  FILLER                  PIC X(22) VALUE
               "SIGNED BY / REASON".
           05  FILLER                  PIC X(14) VALUE "LOGGED BY RUN".

       01  WS-EVENT-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-E-EVENT-DATE         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-E-EVENT-TIME         PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-E-EVENT-TEXT         PIC X(14).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-E-LOCATION           PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-E-DETAIL             PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-E-RUN-ID             PIC X(14).

       01  WS-POD-LINE.
           05  FILLER                  PIC X(24) VALUE
               "    PROOF OF DELIVERY: ".
           05  WS-POD-TEXT             PIC X(90).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-ANSWER-INQUIRY
               THRU 2000-EXIT
               UNTIL WS-CARD-EOF.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           GOBACK.

      *----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT INQUIRY-REPORT-OUT.

           MOVE FUNCTION CURRENT-DATE TO WS-RUNSTAMP-CURRENT-DATE.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:14) TO WS-RUN-ID.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:8)  TO WS-RUN-DATE.

           MOVE "PARCEL TRACKING INQUIRY - PROOF OF DELIVERY"
               TO RPT-ST-TEXT.
           STRING WS-RUN-DATE(5:2) "/" WS-RUN-DATE(7:2) "/"
               WS-RUN-DATE(1:4)
               DELIMITED BY SIZE INTO WS-RPT-DATE.

           PERFORM 1100-WRITE-PAGE-HEADERS
               THRU 1100-EXIT.

           OPEN INPUT INQUIRY-CARD-IN.
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

           WRITE INQUIRY-REPORT-OUT-REC FROM RPT-TITLE-LINE.
           WRITE INQUIRY-REPORT-OUT-REC FROM RPT-SUBTITLE-LINE.
           WRITE INQUIRY-REPORT-OUT-REC FROM RPT-DATE-LINE.
           MOVE SPACES                 TO INQUIRY-REPORT-OUT-REC.
           WRITE INQUIRY-REPORT-OUT-REC.

           MOVE 4                      TO RPT-LINE-COUNT.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE INQUIRY CARD: THE STATUS ROW, THEN THE HISTORY, THEN *
      * THE PROOF OF DELIVERY, KEPT TOGETHER ON A PAGE WHERE THE *
      * PAGE ALLOWS.  THE HISTORY IS COUNTED FIRST SO A PARCEL   *
      * ON NEITHER FILE CAN BE REPORTED AS NOT FOUND, AND ONE    *
      * ONLY ON THE HISTORY AS RETIRED.                          *
      *----------------------------------------------------------*
       2000-ANSWER-INQUIRY.
           ADD 1 TO WS-CARD-COUNT.
           MOVE ZERO                   TO WS-PARCEL-EVENTS.
           MOVE "N"                    TO WS-STATUS-FOUND-SW
                                          WS-POD-FOUND-SW.

           PERFORM 3000-FIND-STATUS
               THRU 3000-EXIT.
           SET WS-HISTORY-COUNT-PASS   TO TRUE.
           PERFORM 4000-LIST-HISTORY
               THRU 4000-EXIT.

           IF RPT-LINE-COUNT + 6 > RPT-MAX-LINES-PER-PAGE
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE INQUIRY-REPORT-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 1100-WRITE-PAGE-HEADERS
                   THRU 1100-EXIT
           END-IF.

           MOVE SPACES                 TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-LINE
               THRU 7000-EXIT.
           MOVE IQ-PARCEL-ID           TO WS-P-PARCEL.
           IF WS-STATUS-FOUND
               MOVE PS-ZONE            TO WS-P-ZONE
               MOVE PS-MANIFEST-DATE   TO WS-P-MANIFEST-DATE
               MOVE PS-DUE-DATE        TO WS-P-DUE-DATE
               MOVE PS-CARRIER-ID      TO WS-P-CARRIER
               EVALUATE TRUE
                   WHEN PS-PICKED-UP
                       MOVE "PICKED UP"  TO WS-P-STATUS
                   WHEN PS-IN-TRANSIT
                       MOVE "IN TRANSIT" TO WS-P-STATUS
                   WHEN PS-EXCEPTION
                       MOVE "EXCEPTION"  TO WS-P-STATUS
                   WHEN PS-DELIVERED
                       MOVE "DELIVERED"  TO WS-P-STATUS
                   WHEN OTHER
                       MOVE "MANIFESTED" TO WS-P-STATUS
               END-EVALUATE
           ELSE
               MOVE SPACES             TO WS-P-ZONE
                                          WS-P-MANIFEST-DATE
                                          WS-P-DUE-DATE
                                          WS-P-CARRIER
               IF WS-PARCEL-EVENTS > ZERO
                   MOVE "RETIRED"      TO WS-P-STATUS
               ELSE
                   MOVE "NOT FOUND"    TO WS-P-STATUS
               END-IF
           END-IF.
           MOVE WS-PARCEL-LINE         TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-LINE
               THRU 7000-EXIT.

           IF WS-PARCEL-EVENTS = ZERO
               AND NOT WS-STATUS-FOUND
               ADD 1 TO WS-NOT-FOUND-COUNT
               GO TO 2000-READ-NEXT
           END-IF.
           ADD 1 TO WS-FOUND-COUNT.

           MOVE WS-EVENT-HEAD-LINE     TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-LINE
               THRU 7000-EXIT.
           MOVE ZERO                   TO WS-PARCEL-EVENTS.
           SET WS-HISTORY-PRINT-PASS   TO TRUE.
           PERFORM 4000-LIST-HISTORY
               THRU 4000-EXIT.

           MOVE SPACES                 TO WS-POD-TEXT.
           IF WS-POD-FOUND
               STRING "DELIVERED " WS-POD-DATE " " WS-POD-TIME
                   " AT " WS-POD-LOCATION " SIGNED BY "
                   WS-POD-SIGNED-BY
                   DELIMITED BY SIZE INTO WS-POD-TEXT
               IF WS-POD-SIGNED-BY = SPACES
                   MOVE " - NO SIGNATURE CAPTURED"
                       TO WS-POD-TEXT(48:)
               END-IF
           ELSE
               MOVE "NONE - PARCEL NOT YET DELIVERED"
                   TO WS-POD-TEXT
           END-IF.
           MOVE WS-POD-LINE            TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-LINE
               THRU 7000-EXIT.

       2000-READ-NEXT.
           PERFORM 2100-READ-CARD
               THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2100-READ-CARD.
           READ INQUIRY-CARD-IN
               AT END
                   SET WS-CARD-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3000-FIND-STATUS.
           MOVE "N"                    TO WS-PARCSTAT-EOF-SW.
           OPEN INPUT PARCEL-STATUS-IN.
           IF WS-PARCSTAT-FILE-STATUS = "35"
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-READ-STATUS-ROW
               THRU 3100-EXIT
               UNTIL WS-PARCSTAT-EOF
               OR WS-STATUS-FOUND.
           CLOSE PARCEL-STATUS-IN.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3100-READ-STATUS-ROW.
           READ PARCEL-STATUS-IN INTO PARCEL-STATUS-RECORD
               AT END
                   SET WS-PARCSTAT-EOF TO TRUE
               NOT AT END
                   IF PS-PARCEL-ID = IQ-PARCEL-ID
                       SET WS-STATUS-FOUND TO TRUE
                   END-IF
           END-READ.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * EVERY HISTORY ROW FOR THE PARCEL, OLDEST LOGGED FIRST -  *
      * COUNTED ONLY ON THE COUNT PASS, PRINTED ON THE PRINT     *
      * PASS.                                                    *
      *----------------------------------------------------------*
       4000-LIST-HISTORY.
           MOVE "N"                    TO WS-PARCHIST-EOF-SW.
           OPEN INPUT PARCEL-HISTORY-IN.
           IF WS-PARCHIST-FILE-STATUS = "35"
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-READ-HISTORY-ROW
               THRU 4100-EXIT
               UNTIL WS-PARCHIST-EOF.
           CLOSE PARCEL-HISTORY-IN.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       4100-READ-HISTORY-ROW.
           READ PARCEL-HISTORY-IN INTO PARCEL-HISTORY-RECORD
               AT END
                   SET WS-PARCHIST-EOF TO TRUE
                   GO TO 4100-EXIT
           END-READ.

           MOVE PH-EVENT               TO PARCEL-EVENT-RECORD.
           IF PE-PARCEL-ID NOT = IQ-PARCEL-ID
               GO TO 4100-EXIT
           END-IF.

           ADD 1 TO WS-PARCEL-EVENTS.
           IF WS-HISTORY-COUNT-PASS
               GO TO 4100-EXIT
           END-IF.
           MOVE PE-EVENT-DATE          TO WS-E-EVENT-DATE.
           MOVE PE-EVENT-TIME          TO WS-E-EVENT-TIME.
           MOVE PE-LOCATION            TO WS-E-LOCATION.
           MOVE PE-DETAIL              TO WS-E-DETAIL.
           MOVE PH-RUN-ID              TO WS-E-RUN-ID.
           EVALUATE TRUE
               WHEN PE-MANIFESTED
                   MOVE "MANIFESTED"   TO WS-E-EVENT-TEXT
               WHEN PE-PICKED-UP
                   MOVE "PICKED UP"    TO WS-E-EVENT-TEXT
               WHEN PE-IN-TRANSIT
                   MOVE "IN TRANSIT"   TO WS-E-EVENT-TEXT
               WHEN PE-EXCEPTION
                   MOVE "EXCEPTION"    TO WS-E-EVENT-TEXT
               WHEN PE-DELIVERED
                   MOVE "DELIVERED"    TO WS-E-EVENT-TEXT
                   SET WS-POD-FOUND    TO TRUE
                   MOVE PE-EVENT-DATE  TO WS-POD-DATE
                   MOVE PE-EVENT-TIME  TO WS-POD-TIME
                   MOVE PE-LOCATION    TO WS-POD-LOCATION
                   MOVE PE-DETAIL      TO WS-POD-SIGNED-BY
           END-EVALUATE.
           MOVE WS-EVENT-LINE          TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-LINE
               THRU 7000-EXIT.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       7000-WRITE-LINE.
           IF RPT-LINE-COUNT >= RPT-MAX-LINES-PER-PAGE
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE INQUIRY-REPORT-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 1100-WRITE-PAGE-HEADERS
                   THRU 1100-EXIT
           END-IF.

           WRITE INQUIRY-REPORT-OUT-REC FROM WS-PRINT-LINE.
           ADD 1 TO RPT-LINE-COUNT.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       9000-TERMINATE.
           MOVE RPT-PAGE-COUNT         TO RPT-F-PAGE-NO.
           WRITE INQUIRY-REPORT-OUT-REC FROM RPT-FOOTER-LINE.

           MOVE "PARCELS ASKED FOR......" TO RPT-FN-LABEL.
           MOVE WS-CARD-COUNT          TO RPT-FN-COUNT.
           WRITE INQUIRY-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "PARCELS FOUND.........." TO RPT-FN-LABEL.
           MOVE WS-FOUND-COUNT         TO RPT-FN-COUNT.
           WRITE INQUIRY-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "PARCELS NOT FOUND......" TO RPT-FN-LABEL.
           MOVE WS-NOT-FOUND-COUNT     TO RPT-FN-COUNT.
           WRITE INQUIRY-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           IF WS-CARD-FILE-STATUS NOT = "35"
               CLOSE INQUIRY-CARD-IN
           END-IF.
           CLOSE INQUIRY-REPORT-OUT.

           DISPLAY "ABCTRKIQ CONTROL TOTAL - PARCELS="
               WS-CARD-COUNT
               " FOUND=" WS-FOUND-COUNT
               " NOT FOUND=" WS-NOT-FOUND-COUNT.

           IF WS-NOT-FOUND-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
