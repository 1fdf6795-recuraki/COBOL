       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCCHGFD.
       AUTHOR. D HARLOW.
       INSTALLATION. DL100 BATCH SERVICES.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 2026-10-15  DH  NEW PROGRAM.  NIGHTLY CUSTOMER MASTER    *
      *                 CHANGE FEED TO THE DOWNSTREAM SYSTEMS    *
      *                 (CRM, LEDGER CUSTOMER TABLE).  THE DAY'S *
      *                 CHANGE EVENTS WRITTEN BY THE MASTER      *
      *                 MAINTENANCE, MERGE, RESTORE AND NAME-    *
      *                 RESHAPE PROGRAMS (LAYOUT CUSTCHG) ARE    *
      *                 GIVEN THE NEXT FEED SEQUENCE NUMBERS AND *
      *                 PUBLISHED WITH A HEADER AND A CONTROL    *
      *                 TRAILER (LAYOUT CHGFEED).  RECEIVERS'    *
      *                 ACKNOWLEDGMENTS ARE MATCHED BACK TO THE  *
      *                 CONTROL FILE (LAYOUT CHGCTL), AND EVERY  *
      *                 EVENT NOT YET ACKNOWLEDGED BY EVERY      *
      *                 RECEIVER IS CARRIED FORWARD AND RESENT   *
      *                 ON THE NEXT FEED.  THE FEED IS           *
      *                 REGISTERED WITH THE DISTRIBUTION MANAGER *
      *                 (ABCDISTR) ONCE PER RECEIVER.            *
      * 2026-10-15  DH  CHANGE EVENT WIDENED TO 275 BYTES AND    *
      *                 THE FEED RECORD TO 289 FOR THE 120-BYTE  *
      *                 CUSTOMER MASTER.                         *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-IN
               ASSIGN TO CHGCTLI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLI-FILE-STATUS.

           SELECT CONTROL-OUT
               ASSIGN TO CHGCTLO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLO-FILE-STATUS.

           SELECT ACK-IN
               ASSIGN TO CHGACK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.

           SELECT CHANGE-EVENT-IN
               ASSIGN TO CUSTCHG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTCHG-FILE-STATUS.

           SELECT PENDING-IN
               ASSIGN TO CHGPENDI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDI-FILE-STATUS.

           SELECT PENDING-OUT
               ASSIGN TO CHGPENDO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDO-FILE-STATUS.

           SELECT CHANGE-FEED-OUT
               ASSIGN TO CHGFEED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.

           SELECT DIST-CTL-OUT
               ASSIGN TO DISTCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISTCTL-FILE-STATUS.

           SELECT FEED-REPORT-OUT
               ASSIGN TO CHGRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-IN
           RECORDING MODE IS F.
       01  CONTROL-IN-REC              PIC X(40).

       FD  CONTROL-OUT
           RECORDING MODE IS F.
       01  CONTROL-OUT-REC             PIC X(40).

       FD  ACK-IN
           RECORDING MODE IS F.
       01  ACK-IN-REC                  PIC X(40).

       FD  CHANGE-EVENT-IN
           RECORDING MODE IS F.
       01  CHANGE-EVENT-IN-REC         PIC X(275).

       FD  PENDING-IN
           RECORDING MODE IS F.
       01  PENDING-IN-REC              PIC X(289).

       FD  PENDING-OUT
           RECORDING MODE IS F.
       01  PENDING-OUT-REC             PIC X(289).

       FD  CHANGE-FEED-OUT
           RECORDING MODE IS F.
       01  CHANGE-FEED-OUT-REC         PIC X(289).

       FD  DIST-CTL-OUT
           RECORDING MODE IS F.
       01  DIST-CTL-OUT-REC            PIC X(20).

       FD  FEED-REPORT-OUT
           RECORDING MODE IS F.
       01  FEED-REPORT-OUT-REC         PIC X(132).

       WORKING-STORAGE SECTION.
       COPY CUSTCHG.
       COPY CHGFEED.
       COPY CHGCTL.
       COPY RUNSTAMP.
       COPY RPTHDFT.
       01  WS-CTLI-FILE-STATUS         PIC X(02).
       01  WS-CTLO-FILE-STATUS         PIC X(02).
       01  WS-ACK-FILE-STATUS          PIC X(02).
       01  WS-PENDI-FILE-STATUS        PIC X(02).
       01  WS-PENDO-FILE-STATUS        PIC X(02).
       01  WS-FEED-FILE-STATUS         PIC X(02).
       01  WS-DISTCTL-FILE-STATUS      PIC X(02).

       01  WS-CTLI-EOF-SW              PIC X(01) VALUE "N".
           88  WS-CTLI-EOF                     VALUE "Y".
       01  WS-ACK-EOF-SW               PIC X(01) VALUE "N".
           88  WS-ACK-EOF                      VALUE "Y".
       01  WS-PENDI-EOF-SW             PIC X(01) VALUE "N".
           88  WS-PENDI-EOF                    VALUE "Y".
       01  WS-CUSTCHG-EOF-SW           PIC X(01) VALUE "N".
           88  WS-CUSTCHG-EOF                  VALUE "Y".
       01  WS-BAD-CONTROL-SW           PIC X(01) VALUE "N".
           88  WS-BAD-CONTROL                  VALUE "Y".

      *----------------------------------------------------------*
      * THE RECEIVERS FROM THE CONTROL FILE, EACH WITH THE       *
      * HIGHEST SEQUENCE IT HAS ACKNOWLEDGED.                    *
      *----------------------------------------------------------*
       01  WS-RECEIVER-TABLE.
           05  WS-RCV-COUNT            PIC 9(02) COMP VALUE ZERO.
           05  WS-RCV-ENTRY            OCCURS 20 TIMES.
               10  WS-RC-RECEIVER      PIC X(08).
               10  WS-RC-ACK-THRU      PIC 9(09).
               10  WS-RC-ACK-DATE      PIC X(08).
               10  WS-RC-DEADLINE      PIC X(04).

       01  WS-RCV-SUB                  PIC 9(02) COMP VALUE ZERO.
       01  WS-FOUND-SUB                PIC 9(02) COMP VALUE ZERO.

      *----------------------------------------------------------*
      * LAST SEQUENCE ISSUED BEFORE AND AFTER TONIGHT'S EVENTS,  *
      * AND THE LOW-WATER MARK - THE LOWEST SEQUENCE EVERY       *
      * RECEIVER HAS ACKNOWLEDGED.  A PENDING EVENT AT OR BELOW  *
      * IT IS DONE WITH; ANYTHING ABOVE IT IS RESENT.            *
      *----------------------------------------------------------*
       01  WS-PRIOR-SEQUENCE           PIC 9(09) VALUE ZERO.
       01  WS-LAST-SEQUENCE            PIC 9(09) VALUE ZERO.
       01  WS-LOW-WATER-MARK           PIC 9(09) VALUE ZERO.
       01  WS-OUTSTANDING              PIC 9(09) VALUE ZERO.

      *----------------------------------------------------------*
      * AN EVENT STILL UNACKNOWLEDGED AFTER THIS MANY SENDS IS   *
      * CALLED OUT ON THE REPORT AND ENDS THE RUN WITH RC 4 SO   *
      * SOMEONE CHASES THE RECEIVER.                             *
      *----------------------------------------------------------*
       01  WS-RESEND-ALERT-LIMIT       PIC 9(03) VALUE 5.

       01  WS-ACK-COUNT                PIC 9(08) COMP VALUE ZERO.
       01  WS-ACK-APPLIED-COUNT        PIC 9(08) COMP VALUE ZERO.
       01  WS-ACK-STALE-COUNT          PIC 9(08) COMP VALUE ZERO.
       01  WS-ACK-REJECT-COUNT         PIC 9(08) COMP VALUE ZERO.
       01  WS-RELEASED-COUNT           PIC 9(08) COMP VALUE ZERO.
       01  WS-RESEND-COUNT             PIC 9(08) COMP VALUE ZERO.
       01  WS-OVERDUE-COUNT            PIC 9(08) COMP VALUE ZERO.
       01  WS-NEW-COUNT                PIC 9(08) COMP VALUE ZERO.
       01  WS-EVENT-COUNT              PIC 9(08) COMP VALUE ZERO.
       01  WS-SEQUENCE-HASH            PIC 9(15) COMP-3 VALUE ZERO.

       01  WS-RPT-DATE                 PIC X(10).

       01  WS-DIST-CTL-LINE.
           05  WS-DC-OUTPUT-NAME       PIC X(08) VALUE "CHGFEED".
           05  WS-DC-RECIPIENT         PIC X(08) VALUE SPACES.
           05  WS-DC-DEADLINE-HHMM     PIC X(04) VALUE SPACES.

       01  WS-HEADER-LINE.
           05  FILLER                  PIC X(10) VALUE "RECEIVER".
           05  FILLER                  PIC X(10) VALUE " SEQUENCE".
           05  FILLER                  PIC X(10) VALUE "  CUSTOMER".
           05  FILLER                  PIC X(07) VALUE "  EVENT".
           05  FILLER                  PIC X(07) VALUE "  SENDS".
           05  FILLER                  PIC X(13) VALUE
               "  DISPOSITION".

       01  WS-DETAIL-LINE.
           05  WS-D-RECEIVER           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-SEQUENCE           PIC Z(08)9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-D-CUSTOMER-ID        PIC X(06).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  WS-D-EVENT-TYPE         PIC X(01).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  WS-D-SEND-COUNT         PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-DISPOSITION        PIC X(40).

       01  WS-RECEIVER-LINE.
           05  FILLER                  PIC X(09) VALUE "RECEIVER ".
           05  WS-R-RECEIVER           PIC X(08).
           05  FILLER                  PIC X(15) VALUE
               "  ACKED THRU   ".
           05  WS-R-ACK-THRU           PIC Z(08)9.
           05  FILLER                  PIC X(09) VALUE "  ON     ".
           05  WS-R-ACK-DATE           PIC X(08).
           05  FILLER                  PIC X(16) VALUE
               "  OUTSTANDING   ".
           05  WS-R-OUTSTANDING        PIC Z(08)9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-APPLY-ACK
               THRU 2000-EXIT
               UNTIL WS-ACK-EOF.

           IF NOT WS-BAD-CONTROL
               PERFORM 2500-WRITE-FEED-HEADER
                   THRU 2500-EXIT
               PERFORM 2600-OPEN-PENDING
                   THRU 2600-EXIT
           END-IF.

           PERFORM 3000-CARRY-PENDING-EVENT
               THRU 3000-EXIT
               UNTIL WS-PENDI-EOF.

           PERFORM 4000-PUBLISH-NEW-EVENT
               THRU 4000-EXIT
               UNTIL WS-CUSTCHG-EOF.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           GOBACK.

      *----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT CHANGE-FEED-OUT
                OUTPUT PENDING-OUT
                OUTPUT FEED-REPORT-OUT.

           MOVE FUNCTION CURRENT-DATE TO WS-RUNSTAMP-CURRENT-DATE.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:14) TO WS-RUN-ID.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:8)  TO WS-RUN-DATE.

           MOVE "CUSTOMER MASTER CHANGE FEED" TO RPT-ST-TEXT.
           STRING WS-RUN-DATE(5:2) "/" WS-RUN-DATE(7:2) "/"
               WS-RUN-DATE(1:4)
               DELIMITED BY SIZE INTO WS-RPT-DATE.

           PERFORM 1100-WRITE-PAGE-HEADERS
               THRU 1100-EXIT.

           PERFORM 1200-LOAD-CONTROL
               THRU 1200-EXIT.
           IF WS-BAD-CONTROL
               SET WS-ACK-EOF          TO TRUE
               SET WS-PENDI-EOF        TO TRUE
               SET WS-CUSTCHG-EOF      TO TRUE
               GO TO 1000-EXIT
           END-IF.
           MOVE WS-LAST-SEQUENCE       TO WS-PRIOR-SEQUENCE.

           OPEN INPUT ACK-IN.
           IF WS-ACK-FILE-STATUS = "35"
               SET WS-ACK-EOF          TO TRUE
           ELSE
               PERFORM 1300-READ-ACK
                   THRU 1300-EXIT
           END-IF.

           OPEN INPUT CHANGE-EVENT-IN.
           IF WS-CUSTCHG-FILE-STATUS = "35"
               SET WS-CUSTCHG-EOF      TO TRUE
           ELSE
               PERFORM 1500-READ-CHANGE-EVENT
                   THRU 1500-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1100-WRITE-PAGE-HEADERS.
           ADD 1 TO RPT-PAGE-COUNT.
           MOVE WS-RPT-DATE            TO RPT-DL-RUN-DATE.

           WRITE FEED-REPORT-OUT-REC FROM RPT-TITLE-LINE.
           WRITE FEED-REPORT-OUT-REC FROM RPT-SUBTITLE-LINE.
           WRITE FEED-REPORT-OUT-REC FROM RPT-DATE-LINE.
           MOVE SPACES                 TO FEED-REPORT-OUT-REC.
           WRITE FEED-REPORT-OUT-REC.
           WRITE FEED-REPORT-OUT-REC FROM WS-HEADER-LINE.
           MOVE SPACES                 TO FEED-REPORT-OUT-REC.
           WRITE FEED-REPORT-OUT-REC.

           MOVE 6                      TO RPT-LINE-COUNT.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LOADS THE LAST SEQUENCE ISSUED AND THE RECEIVERS.  WITH  *
      * NO CONTROL FILE, OR NO RECEIVER ON IT, THERE IS NOTHING  *
      * TO SEQUENCE AGAINST AND THE RUN STOPS BEFORE A FEED IS   *
      * WRITTEN.                                                 *
      *----------------------------------------------------------*
       1200-LOAD-CONTROL.
           OPEN INPUT CONTROL-IN.
           IF WS-CTLI-FILE-STATUS NOT = "00"
               DISPLAY "ABCCHGFD **** CONTROL FILE NOT AVAILABLE - "
                   "STATUS " WS-CTLI-FILE-STATUS
                   " - NO FEED WRITTEN ****"
               SET WS-BAD-CONTROL      TO TRUE
               GO TO 1200-EXIT
           END-IF.

           PERFORM 1210-LOAD-CONTROL-ROW
               THRU 1210-EXIT
               UNTIL WS-CTLI-EOF.
           CLOSE CONTROL-IN.

           IF WS-RCV-COUNT = ZERO
               DISPLAY "ABCCHGFD **** NO RECEIVERS ON THE CONTROL "
                   "FILE - NO FEED WRITTEN ****"
               SET WS-BAD-CONTROL      TO TRUE
           END-IF.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1210-LOAD-CONTROL-ROW.
           READ CONTROL-IN INTO CHANGE-FEED-CONTROL-ROW
               AT END
                   SET WS-CTLI-EOF     TO TRUE
                   GO TO 1210-EXIT
           END-READ.

           IF CC-SEQUENCE IS NOT NUMERIC
               DISPLAY "ABCCHGFD **** CONTROL ROW NOT NUMERIC - "
                   CHANGE-FEED-CONTROL-ROW " ****"
               SET WS-BAD-CONTROL      TO TRUE
               GO TO 1210-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN CC-SEQUENCE-ROW
                   MOVE CC-SEQUENCE    TO WS-LAST-SEQUENCE
               WHEN CC-RECEIVER-ROW
                   IF WS-RCV-COUNT < 20
                       ADD 1 TO WS-RCV-COUNT
                       MOVE CC-RECEIVER
                           TO WS-RC-RECEIVER(WS-RCV-COUNT)
                       MOVE CC-SEQUENCE
                           TO WS-RC-ACK-THRU(WS-RCV-COUNT)
                       MOVE CC-DATE
                           TO WS-RC-ACK-DATE(WS-RCV-COUNT)
                       MOVE CC-DEADLINE-HHMM
                           TO WS-RC-DEADLINE(WS-RCV-COUNT)
                       IF CC-DEADLINE-HHMM = SPACES
                           MOVE "0600"
                               TO WS-RC-DEADLINE(WS-RCV-COUNT)
                       END-IF
                   ELSE
                       DISPLAY "ABCCHGFD **** RECEIVER TABLE FULL - "
                           CC-RECEIVER " NOT LOADED ****"
                       SET WS-BAD-CONTROL TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY "ABCCHGFD **** UNKNOWN CONTROL ROW - "
                       CHANGE-FEED-CONTROL-ROW " ****"
                   SET WS-BAD-CONTROL  TO TRUE
           END-EVALUATE.
       1210-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1300-READ-ACK.
           READ ACK-IN INTO CHANGE-FEED-ACK-RECORD
               AT END
                   SET WS-ACK-EOF      TO TRUE
           END-READ.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1400-READ-PENDING.
           READ PENDING-IN INTO CHANGE-FEED-RECORD
               AT END
                   SET WS-PENDI-EOF    TO TRUE
           END-READ.
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1500-READ-CHANGE-EVENT.
           READ CHANGE-EVENT-IN INTO CUSTOMER-CHANGE-EVENT
               AT END
                   SET WS-CUSTCHG-EOF  TO TRUE
           END-READ.
       1500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * MATCHES ONE ACKNOWLEDGMENT BACK TO ITS RECEIVER.  AN     *
      * ACKNOWLEDGMENT IS CUMULATIVE, SO ONLY ONE THAT RAISES    *
      * THE RECEIVER'S HIGH-WATER MARK IS APPLIED; A LOWER OR    *
      * EQUAL ONE IS STALE (A REPEAT, OR RECEIVED OUT OF ORDER). *
      * AN UNKNOWN RECEIVER, OR A SEQUENCE THAT HAS NEVER BEEN   *
      * SENT, IS REJECTED AND REPORTED.                          *
      *----------------------------------------------------------*
       2000-APPLY-ACK.
           ADD 1 TO WS-ACK-COUNT.
           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE CK-RECEIVER            TO WS-D-RECEIVER.

           PERFORM 2100-FIND-RECEIVER
               THRU 2100-EXIT.

           EVALUATE TRUE
               WHEN WS-FOUND-SUB = ZERO
                   ADD 1 TO WS-ACK-REJECT-COUNT
                   MOVE "ACK REJECTED - UNKNOWN RECEIVER"
                       TO WS-D-DISPOSITION
               WHEN CK-ACK-THRU IS NOT NUMERIC
                   ADD 1 TO WS-ACK-REJECT-COUNT
                   MOVE "ACK REJECTED - SEQUENCE NOT NUMERIC"
                       TO WS-D-DISPOSITION
               WHEN CK-ACK-THRU-N > WS-LAST-SEQUENCE
                   ADD 1 TO WS-ACK-REJECT-COUNT
                   MOVE CK-ACK-THRU-N  TO WS-D-SEQUENCE
                   MOVE "ACK REJECTED - SEQUENCE NEVER SENT"
                       TO WS-D-DISPOSITION
               WHEN CK-ACK-THRU-N NOT > WS-RC-ACK-THRU(WS-FOUND-SUB)
                   ADD 1 TO WS-ACK-STALE-COUNT
                   MOVE CK-ACK-THRU-N  TO WS-D-SEQUENCE
                   MOVE "ACK IGNORED - ALREADY ACKNOWLEDGED"
                       TO WS-D-DISPOSITION
               WHEN OTHER
                   ADD 1 TO WS-ACK-APPLIED-COUNT
                   MOVE CK-ACK-THRU-N
                       TO WS-RC-ACK-THRU(WS-FOUND-SUB)
                   MOVE WS-RUN-DATE
                       TO WS-RC-ACK-DATE(WS-FOUND-SUB)
                   MOVE CK-ACK-THRU-N  TO WS-D-SEQUENCE
                   MOVE "ACKNOWLEDGED THROUGH SEQUENCE"
                       TO WS-D-DISPOSITION
           END-EVALUATE.

           PERFORM 7000-WRITE-REPORT-LINE
               THRU 7000-EXIT.

           PERFORM 1300-READ-ACK
               THRU 1300-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2100-FIND-RECEIVER.
           MOVE ZERO                   TO WS-FOUND-SUB.
           PERFORM 2110-CHECK-RECEIVER
               THRU 2110-EXIT
               VARYING WS-RCV-SUB FROM 1 BY 1
               UNTIL WS-RCV-SUB > WS-RCV-COUNT
                  OR WS-FOUND-SUB > ZERO.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2110-CHECK-RECEIVER.
           IF WS-RC-RECEIVER(WS-RCV-SUB) = CK-RECEIVER
               MOVE WS-RCV-SUB         TO WS-FOUND-SUB
           END-IF.
       2110-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE LOW-WATER MARK IS THE LOWEST ACKNOWLEDGMENT ACROSS   *
      * THE RECEIVERS.  THE HEADER CARRIES IT (AS THE FIRST      *
      * SEQUENCE BEING RESENT) AND THE FIRST NEW SEQUENCE.       *
      *----------------------------------------------------------*
       2500-WRITE-FEED-HEADER.
           MOVE WS-RC-ACK-THRU(1)      TO WS-LOW-WATER-MARK.
           PERFORM 2510-CHECK-LOW-WATER
               THRU 2510-EXIT
               VARYING WS-RCV-SUB FROM 2 BY 1
               UNTIL WS-RCV-SUB > WS-RCV-COUNT.

           MOVE SPACES                 TO CHANGE-FEED-RECORD.
           SET CF-HEADER               TO TRUE.
           MOVE ZERO                   TO CF-SEQUENCE.
           MOVE WS-RUN-DATE            TO CF-H-FEED-DATE.
           MOVE WS-RUN-ID              TO CF-H-RUN-ID.
           COMPUTE CF-H-FIRST-NEW-SEQ = WS-PRIOR-SEQUENCE + 1.
           COMPUTE CF-H-RESEND-FROM = WS-LOW-WATER-MARK + 1.
           PERFORM 6000-WRITE-FEED-RECORD
               THRU 6000-EXIT.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2510-CHECK-LOW-WATER.
           IF WS-RC-ACK-THRU(WS-RCV-SUB) < WS-LOW-WATER-MARK
               MOVE WS-RC-ACK-THRU(WS-RCV-SUB)
                   TO WS-LOW-WATER-MARK
           END-IF.
       2510-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE PENDING EVENTS SHARE THE FEED RECORD AREA, SO THE    *
      * FIRST ONE IS NOT READ UNTIL THE HEADER HAS GONE OUT.     *
      *----------------------------------------------------------*
       2600-OPEN-PENDING.
           OPEN INPUT PENDING-IN.
           IF WS-PENDI-FILE-STATUS = "35"
               SET WS-PENDI-EOF        TO TRUE
           ELSE
               PERFORM 1400-READ-PENDING
                   THRU 1400-EXIT
           END-IF.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE EVENT CARRIED FORWARD FROM AN EARLIER FEED.  ONCE    *
      * EVERY RECEIVER HAS ACKNOWLEDGED IT, IT IS RELEASED AND   *
      * DROPS OFF; OTHERWISE IT IS RESENT AND CARRIED FORWARD    *
      * AGAIN.  ONE SENT TOO MANY TIMES IS CALLED OUT.           *
      *----------------------------------------------------------*
       3000-CARRY-PENDING-EVENT.
           IF CF-SEQUENCE NOT > WS-LOW-WATER-MARK
               ADD 1 TO WS-RELEASED-COUNT
               GO TO 3000-READ-NEXT
           END-IF.

           SET CF-SEND-RESEND          TO TRUE.
           IF CF-SEND-COUNT < 999
               ADD 1 TO CF-SEND-COUNT
           END-IF.
           ADD 1 TO WS-RESEND-COUNT.
           PERFORM 6000-WRITE-FEED-RECORD
               THRU 6000-EXIT.
           PERFORM 6100-WRITE-PENDING
               THRU 6100-EXIT.

           IF CF-SEND-COUNT > WS-RESEND-ALERT-LIMIT
               ADD 1 TO WS-OVERDUE-COUNT
               MOVE CF-EVENT           TO CUSTOMER-CHANGE-EVENT
               MOVE SPACES             TO WS-DETAIL-LINE
               MOVE CF-SEQUENCE        TO WS-D-SEQUENCE
               MOVE CE-CUSTOMER-ID     TO WS-D-CUSTOMER-ID
               MOVE CE-EVENT-TYPE      TO WS-D-EVENT-TYPE
               MOVE CF-SEND-COUNT      TO WS-D-SEND-COUNT
               MOVE "RESENT - ACKNOWLEDGMENT OVERDUE"
                   TO WS-D-DISPOSITION
               PERFORM 7000-WRITE-REPORT-LINE
                   THRU 7000-EXIT
           END-IF.

       3000-READ-NEXT.
           PERFORM 1400-READ-PENDING
               THRU 1400-EXIT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE EVENT CAPTURED SINCE THE LAST FEED: GIVE IT THE NEXT *
      * SEQUENCE NUMBER, SEND IT, AND CARRY IT FORWARD UNTIL IT  *
      * IS ACKNOWLEDGED.                                         *
      *----------------------------------------------------------*
       4000-PUBLISH-NEW-EVENT.
           ADD 1 TO WS-LAST-SEQUENCE.
           ADD 1 TO WS-NEW-COUNT.

           MOVE SPACES                 TO CHANGE-FEED-RECORD.
           SET CF-EVENT-DETAIL         TO TRUE.
           MOVE WS-LAST-SEQUENCE       TO CF-SEQUENCE.
           SET CF-SEND-NEW             TO TRUE.
           MOVE 1                      TO CF-SEND-COUNT.
           MOVE CUSTOMER-CHANGE-EVENT  TO CF-EVENT.
           PERFORM 6000-WRITE-FEED-RECORD
               THRU 6000-EXIT.
           PERFORM 6100-WRITE-PENDING
               THRU 6100-EXIT.

           MOVE SPACES                 TO WS-DETAIL-LINE.
           MOVE CF-SEQUENCE            TO WS-D-SEQUENCE.
           MOVE CE-CUSTOMER-ID         TO WS-D-CUSTOMER-ID.
           MOVE CE-EVENT-TYPE          TO WS-D-EVENT-TYPE.
           MOVE CF-SEND-COUNT          TO WS-D-SEND-COUNT.
           STRING "SENT - " CE-PROGRAM-ID
               DELIMITED BY SIZE INTO WS-D-DISPOSITION.
           PERFORM 7000-WRITE-REPORT-LINE
               THRU 7000-EXIT.

           PERFORM 1500-READ-CHANGE-EVENT
               THRU 1500-EXIT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * WRITES ONE FEED RECORD.  EVENT RECORDS ARE COUNTED AND   *
      * THEIR SEQUENCE NUMBERS HASHED FOR THE TRAILER.           *
      *----------------------------------------------------------*
       6000-WRITE-FEED-RECORD.
           WRITE CHANGE-FEED-OUT-REC FROM CHANGE-FEED-RECORD.
           IF WS-FEED-FILE-STATUS NOT = "00"
               DISPLAY "ABCCHGFD **** FEED WRITE FAILED - SEQUENCE "
                   CF-SEQUENCE " STATUS " WS-FEED-FILE-STATUS " ****"
               MOVE 8 TO RETURN-CODE
               GO TO 6000-EXIT
           END-IF.

           IF CF-EVENT-DETAIL
               ADD 1 TO WS-EVENT-COUNT
               ADD CF-SEQUENCE         TO WS-SEQUENCE-HASH
           END-IF.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       6100-WRITE-PENDING.
           WRITE PENDING-OUT-REC FROM CHANGE-FEED-RECORD.
           IF WS-PENDO-FILE-STATUS NOT = "00"
               DISPLAY "ABCCHGFD **** PENDING WRITE FAILED - "
                   "SEQUENCE " CF-SEQUENCE " STATUS "
                   WS-PENDO-FILE-STATUS " ****"
               MOVE 8 TO RETURN-CODE
           END-IF.
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       7000-WRITE-REPORT-LINE.
           IF RPT-LINE-COUNT >= RPT-MAX-LINES-PER-PAGE
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE FEED-REPORT-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 1100-WRITE-PAGE-HEADERS
                   THRU 1100-EXIT
           END-IF.

           WRITE FEED-REPORT-OUT-REC FROM WS-DETAIL-LINE.
           ADD 1 TO RPT-LINE-COUNT.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * WRITES THE NEW CONTROL FILE: THE LAST SEQUENCE ISSUED    *
      * AND EACH RECEIVER'S ACKNOWLEDGMENT AS UPDATED TONIGHT.   *
      *----------------------------------------------------------*
       8000-WRITE-CONTROL.
           OPEN OUTPUT CONTROL-OUT.

           MOVE SPACES                 TO CHANGE-FEED-CONTROL-ROW.
           SET CC-SEQUENCE-ROW         TO TRUE.
           MOVE WS-LAST-SEQUENCE       TO CC-SEQUENCE.
           MOVE WS-RUN-DATE            TO CC-DATE.
           PERFORM 8110-WRITE-CONTROL-ROW
               THRU 8110-EXIT.

           PERFORM 8100-WRITE-RECEIVER-ROW
               THRU 8100-EXIT
               VARYING WS-RCV-SUB FROM 1 BY 1
               UNTIL WS-RCV-SUB > WS-RCV-COUNT.

           CLOSE CONTROL-OUT.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       8100-WRITE-RECEIVER-ROW.
           MOVE SPACES                 TO CHANGE-FEED-CONTROL-ROW.
           SET CC-RECEIVER-ROW         TO TRUE.
           MOVE WS-RC-RECEIVER(WS-RCV-SUB)  TO CC-RECEIVER.
           MOVE WS-RC-ACK-THRU(WS-RCV-SUB)  TO CC-SEQUENCE.
           MOVE WS-RC-ACK-DATE(WS-RCV-SUB)  TO CC-DATE.
           MOVE WS-RC-DEADLINE(WS-RCV-SUB)  TO CC-DEADLINE-HHMM.
           PERFORM 8110-WRITE-CONTROL-ROW
               THRU 8110-EXIT.
       8100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       8110-WRITE-CONTROL-ROW.
           WRITE CONTROL-OUT-REC FROM CHANGE-FEED-CONTROL-ROW.
           IF WS-CTLO-FILE-STATUS NOT = "00"
               DISPLAY "ABCCHGFD **** CONTROL WRITE FAILED - STATUS "
                   WS-CTLO-FILE-STATUS " ****"
               MOVE 8 TO RETURN-CODE
           END-IF.
       8110-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * REGISTERS THE NIGHT'S FEED WITH THE DISTRIBUTION MANAGER *
      * ONCE PER RECEIVER, UNDER THAT RECEIVER'S DEADLINE, SO    *
      * EACH DELIVERY IS TRACKED ON ITS OWN.                     *
      *----------------------------------------------------------*
       8200-REGISTER-DISTRIBUTION.
           OPEN EXTEND DIST-CTL-OUT.
           IF WS-DISTCTL-FILE-STATUS = "35"
               OPEN OUTPUT DIST-CTL-OUT
           END-IF.
           PERFORM 8210-REGISTER-RECEIVER
               THRU 8210-EXIT
               VARYING WS-RCV-SUB FROM 1 BY 1
               UNTIL WS-RCV-SUB > WS-RCV-COUNT.
           CLOSE DIST-CTL-OUT.
       8200-EXIT.
           EXIT.

      *----------------------------------------------------------*
       8210-REGISTER-RECEIVER.
           MOVE WS-RC-RECEIVER(WS-RCV-SUB) TO WS-DC-RECIPIENT.
           MOVE WS-RC-DEADLINE(WS-RCV-SUB) TO WS-DC-DEADLINE-HHMM.
           WRITE DIST-CTL-OUT-REC FROM WS-DIST-CTL-LINE.
       8210-EXIT.
           EXIT.

      *----------------------------------------------------------*
       8300-WRITE-RECEIVER-TOTAL.
           MOVE WS-RC-RECEIVER(WS-RCV-SUB)  TO WS-R-RECEIVER.
           MOVE WS-RC-ACK-THRU(WS-RCV-SUB)  TO WS-R-ACK-THRU.
           MOVE WS-RC-ACK-DATE(WS-RCV-SUB)  TO WS-R-ACK-DATE.
           COMPUTE WS-OUTSTANDING =
               WS-LAST-SEQUENCE - WS-RC-ACK-THRU(WS-RCV-SUB).
           MOVE WS-OUTSTANDING         TO WS-R-OUTSTANDING.
           WRITE FEED-REPORT-OUT-REC FROM WS-RECEIVER-LINE.
       8300-EXIT.
           EXIT.

      *----------------------------------------------------------*
       9000-TERMINATE.
           IF NOT WS-BAD-CONTROL
               MOVE SPACES             TO CHANGE-FEED-RECORD
               SET CF-TRAILER          TO TRUE
               MOVE ZERO               TO CF-SEQUENCE
               MOVE WS-EVENT-COUNT     TO CF-T-EVENT-COUNT
               MOVE WS-NEW-COUNT       TO CF-T-NEW-COUNT
               MOVE WS-RESEND-COUNT    TO CF-T-RESEND-COUNT
               MOVE WS-LAST-SEQUENCE   TO CF-T-HIGH-SEQUENCE
               MOVE WS-SEQUENCE-HASH   TO CF-T-SEQUENCE-HASH
               PERFORM 6000-WRITE-FEED-RECORD
                   THRU 6000-EXIT
           END-IF.

           MOVE RPT-PAGE-COUNT         TO RPT-F-PAGE-NO.
           WRITE FEED-REPORT-OUT-REC FROM RPT-FOOTER-LINE.

           PERFORM 8300-WRITE-RECEIVER-TOTAL
               THRU 8300-EXIT
               VARYING WS-RCV-SUB FROM 1 BY 1
               UNTIL WS-RCV-SUB > WS-RCV-COUNT.
           MOVE SPACES                 TO FEED-REPORT-OUT-REC.
           WRITE FEED-REPORT-OUT-REC.

           MOVE "ACKNOWLEDGMENTS READ..." TO RPT-FN-LABEL.
           MOVE WS-ACK-COUNT           TO RPT-FN-COUNT.
           WRITE FEED-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "ACKNOWLEDGMENTS APPLIED" TO RPT-FN-LABEL.
           MOVE WS-ACK-APPLIED-COUNT   TO RPT-FN-COUNT.
           WRITE FEED-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "ACKNOWLEDGMENTS STALE.." TO RPT-FN-LABEL.
           MOVE WS-ACK-STALE-COUNT     TO RPT-FN-COUNT.
           WRITE FEED-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "ACKNOWLEDGMENTS REJECTD" TO RPT-FN-LABEL.
           MOVE WS-ACK-REJECT-COUNT    TO RPT-FN-COUNT.
           WRITE FEED-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "EVENTS RELEASED........" TO RPT-FN-LABEL.
           MOVE WS-RELEASED-COUNT      TO RPT-FN-COUNT.
           WRITE FEED-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "EVENTS RESENT.........." TO RPT-FN-LABEL.
           MOVE WS-RESEND-COUNT        TO RPT-FN-COUNT.
           WRITE FEED-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "RESENDS OVERDUE........" TO RPT-FN-LABEL.
           MOVE WS-OVERDUE-COUNT       TO RPT-FN-COUNT.
           WRITE FEED-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "NEW EVENTS SENT........" TO RPT-FN-LABEL.
           MOVE WS-NEW-COUNT           TO RPT-FN-COUNT.
           WRITE FEED-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "FEED EVENT RECORDS....." TO RPT-FN-LABEL.
           MOVE WS-EVENT-COUNT         TO RPT-FN-COUNT.
           WRITE FEED-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           IF NOT WS-BAD-CONTROL
               IF WS-ACK-FILE-STATUS NOT = "35"
                   CLOSE ACK-IN
               END-IF
               IF WS-PENDI-FILE-STATUS NOT = "35"
                   CLOSE PENDING-IN
               END-IF
               IF WS-CUSTCHG-FILE-STATUS NOT = "35"
                   CLOSE CHANGE-EVENT-IN
               END-IF
           END-IF.
           CLOSE CHANGE-FEED-OUT
                 PENDING-OUT
                 FEED-REPORT-OUT.

           DISPLAY "ABCCHGFD CONTROL TOTAL - ACKS=" WS-ACK-COUNT
               " APPLIED=" WS-ACK-APPLIED-COUNT
               " REJECTED=" WS-ACK-REJECT-COUNT
               " RELEASED=" WS-RELEASED-COUNT
               " RESENT=" WS-RESEND-COUNT
               " NEW=" WS-NEW-COUNT
               " LAST SEQUENCE=" WS-LAST-SEQUENCE.

           IF WS-BAD-CONTROL
               MOVE 8 TO RETURN-CODE
               GO TO 9000-EXIT
           END-IF.

           IF RETURN-CODE < 8
               PERFORM 8000-WRITE-CONTROL
                   THRU 8000-EXIT
           END-IF.

           IF RETURN-CODE < 8
               PERFORM 8200-REGISTER-DISTRIBUTION
                   THRU 8200-EXIT
           END-IF.

      * A REJECTED ACKNOWLEDGMENT OR AN EVENT A RECEIVER HAS LEFT
      * UNACKNOWLEDGED TOO LONG NEEDS SOMEONE TO CHASE IT.
           IF (WS-ACK-REJECT-COUNT > ZERO
               OR WS-OVERDUE-COUNT > ZERO)
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
