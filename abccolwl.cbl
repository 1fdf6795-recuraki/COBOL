       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCCOLWL.
       AUTHOR. D HARLOW.
       INSTALLATION. DL100 BATCH SERVICES.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 2026-10-15  DH  NEW PROGRAM.  COLLECTOR WORKLISTS.       *
      *                 PRINTS THE NIGHT'S COLLECTIONS WORKLIST  *
      *                 EXTRACT, PRESORTED BY THE JOB ON         *
      *                 COLLECTOR, ACTION DATE AND PAST-DUE      *
      *                 AMOUNT (LARGEST FIRST), AS ONE WORKLIST  *
      *                 PER COLLECTOR STARTING ON A NEW PAGE.    *
      *                 EACH LINE CARRIES THE CUSTOMER NAME FROM *
      *                 THE KEYED MASTER, THE PAST-DUE POSITION, *
      *                 AND THE LAST OUTCOME AND NOTE, AND IS    *
      *                 FLAGGED WHEN ITS ACTION DATE HAS COME.   *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLLECTION-WORK-IN
               ASSIGN TO COLLWORK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLLWORK-FILE-STATUS.

           SELECT CUSTOMER-KSD
               ASSIGN TO CUSTKSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMK-CUSTOMER-ID
               FILE STATUS IS WS-CUSTKSD-FILE-STATUS.

           SELECT WORKLIST-REPORT-OUT
               ASSIGN TO COLLWL
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  COLLECTION-WORK-IN
           RECORDING MODE IS F.
       01  COLLECTION-WORK-IN-REC      PIC X(111).

       FD  CUSTOMER-KSD.
       COPY CUSTKSD.

       FD  WORKLIST-REPORT-OUT
           RECORDING MODE IS F.
       01  WORKLIST-REPORT-OUT-REC     PIC X(132).

       WORKING-STORAGE SECTION.
       COPY COLLWORK.
       COPY RUNSTAMP.
       COPY RPTHDFT.
       01  WS-CUSTKSD-FILE-STATUS      PIC X(02).

       01  WS-MASTER-OPEN-SW           PIC X(01) VALUE "N".
           88  WS-MASTER-OPEN                  VALUE "Y".

       01  WS-CURRENT-COLLECTOR        PIC X(08) VALUE SPACES.

       01  WS-ROW-COUNT                PIC 9(08) COMP VALUE ZERO.
       01  WS-COLLECTOR-COUNT          PIC 9(08) COMP VALUE ZERO.
       01  WS-DUE-COUNT                PIC 9(08) COMP VALUE ZERO.
       01  WS-COLL-ROW-COUNT           PIC 9(08) COMP VALUE ZERO.
       01  WS-COLL-DUE-COUNT           PIC 9(08) COMP VALUE ZERO.
       01  WS-COLL-PASTDUE             PIC S9(13)V99 COMP-3
                                       VALUE ZERO.

       01  WS-RPT-DATE                 PIC X(10).

       01  WS-HEADER-LINE.
           05  FILLER                  PIC X(10) VALUE "ACTION".
           05  FILLER                  PIC X(10) VALUE "CUSTOMER".
           05  FILLER                  PIC X(22) VALUE "NAME".
           05  FILLER                  PIC X(14) VALUE
               "      PAST DUE".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "OLDEST DUE".
           05  FILLER                  PIC X(07) VALUE " DAYS".
           05  FILLER                  PIC X(10) VALUE "LAST ACT".
           05  FILLER                  PIC X(04) VALUE "OC".
           05  FILLER                  PIC X(40) VALUE "LAST NOTE".

       01  WS-DETAIL-LINE.
           05  WS-D-ACTION-DATE        PIC X(08).
           05  WS-D-DUE-FLAG           PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-D-CUSTOMER-ID        PIC X(06).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-D-NAME               PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-PASTDUE            PIC -(10)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-OLDEST-DUE         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-DAYS               PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-LAST-ACTIVITY      PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-OUTCOME            PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-NOTE               PIC X(40).

       01  WS-COLL-TOTAL-LINE.
           05  FILLER                  PIC X(40) VALUE
               "COLLECTOR TOTAL PAST DUE".
           05  WS-CT-PASTDUE           PIC -(10)9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-PRINT-ROW
               THRU 2000-EXIT
               UNTIL WS-COLLWORK-EOF.

           PERFORM 3000-END-COLLECTOR
               THRU 3000-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           GOBACK.

      *----------------------------------------------------------*
      * THE CUSTOMER NAME IS A CONVENIENCE; WITHOUT THE MASTER   *
      * THE WORKLISTS STILL PRINT, NAME BLANK.                   *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT WORKLIST-REPORT-OUT.

           MOVE FUNCTION CURRENT-DATE TO WS-RUNSTAMP-CURRENT-DATE.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:14) TO WS-RUN-ID.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:8)  TO WS-RUN-DATE.

           STRING WS-RUN-DATE(5:2) "/" WS-RUN-DATE(7:2) "/"
               WS-RUN-DATE(1:4)
               DELIMITED BY SIZE INTO WS-RPT-DATE.

           OPEN INPUT CUSTOMER-KSD.
           IF WS-CUSTKSD-FILE-STATUS = "00"
               SET WS-MASTER-OPEN      TO TRUE
           END-IF.

           OPEN INPUT COLLECTION-WORK-IN.
           IF WS-COLLWORK-FILE-STATUS = "35"
               SET WS-COLLWORK-EOF TO TRUE
           ELSE
               PERFORM 2100-READ-WORK-ROW
                   THRU 2100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1100-WRITE-PAGE-HEADERS.
           ADD 1 TO RPT-PAGE-COUNT.
           MOVE WS-RPT-DATE            TO RPT-DL-RUN-DATE.

           WRITE WORKLIST-REPORT-OUT-REC FROM RPT-TITLE-LINE.
           WRITE WORKLIST-REPORT-OUT-REC FROM RPT-SUBTITLE-LINE.
           WRITE WORKLIST-REPORT-OUT-REC FROM RPT-DATE-LINE.
           MOVE SPACES                 TO WORKLIST-REPORT-OUT-REC.
           WRITE WORKLIST-REPORT-OUT-REC.
           WRITE WORKLIST-REPORT-OUT-REC FROM WS-HEADER-LINE.
           MOVE SPACES                 TO WORKLIST-REPORT-OUT-REC.
           WRITE WORKLIST-REPORT-OUT-REC.

           MOVE 6                      TO RPT-LINE-COUNT.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE WORKLIST LINE.  A NEW COLLECTOR CLOSES THE PREVIOUS  *
      * COLLECTOR'S LIST AND STARTS ITS OWN ON A NEW PAGE.  AN   *
      * ACTION DATE ON OR BEFORE TODAY IS FLAGGED WITH "*".      *
      *----------------------------------------------------------*
       2000-PRINT-ROW.
           ADD 1 TO WS-ROW-COUNT.

           IF CWK-COLLECTOR-ID NOT = WS-CURRENT-COLLECTOR
               PERFORM 3000-END-COLLECTOR
                   THRU 3000-EXIT
               PERFORM 2200-START-COLLECTOR
                   THRU 2200-EXIT
           END-IF.

           IF RPT-LINE-COUNT >= RPT-MAX-LINES-PER-PAGE
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE WORKLIST-REPORT-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 1100-WRITE-PAGE-HEADERS
                   THRU 1100-EXIT
           END-IF.

           MOVE CWK-ACTION-DATE        TO WS-D-ACTION-DATE.
           IF CWK-ACTION-DATE NOT > WS-RUN-DATE
               MOVE "*"                TO WS-D-DUE-FLAG
               ADD 1 TO WS-COLL-DUE-COUNT
                        WS-DUE-COUNT
           ELSE
               MOVE SPACE              TO WS-D-DUE-FLAG
           END-IF.
           MOVE CWK-CUSTOMER-ID        TO WS-D-CUSTOMER-ID.
           PERFORM 2300-GET-CUSTOMER-NAME
               THRU 2300-EXIT.
           MOVE CWK-PASTDUE-AMOUNT     TO WS-D-PASTDUE.
           MOVE CWK-OLDEST-DUE-DATE    TO WS-D-OLDEST-DUE.
           MOVE CWK-DAYS-PAST-DUE      TO WS-D-DAYS.
           MOVE CWK-LAST-ACTIVITY-DATE TO WS-D-LAST-ACTIVITY.
           MOVE CWK-LAST-OUTCOME       TO WS-D-OUTCOME.
           MOVE CWK-LAST-NOTE          TO WS-D-NOTE.
           WRITE WORKLIST-REPORT-OUT-REC FROM WS-DETAIL-LINE.
           ADD 1 TO RPT-LINE-COUNT.

           ADD 1 TO WS-COLL-ROW-COUNT.
           ADD CWK-PASTDUE-AMOUNT      TO WS-COLL-PASTDUE.

           PERFORM 2100-READ-WORK-ROW
               THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2100-READ-WORK-ROW.
           READ COLLECTION-WORK-IN INTO COLLECTION-WORK-RECORD
               AT END
                   SET WS-COLLWORK-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2200-START-COLLECTOR.
           MOVE CWK-COLLECTOR-ID       TO WS-CURRENT-COLLECTOR.
           ADD 1 TO WS-COLLECTOR-COUNT.
           MOVE ZERO                   TO WS-COLL-ROW-COUNT
                                          WS-COLL-DUE-COUNT
                                          WS-COLL-PASTDUE.
           MOVE SPACES                 TO RPT-ST-TEXT.
           STRING "COLLECTIONS WORKLIST - COLLECTOR "
               WS-CURRENT-COLLECTOR
               DELIMITED BY SIZE INTO RPT-ST-TEXT.
           PERFORM 1100-WRITE-PAGE-HEADERS
               THRU 1100-EXIT.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2300-GET-CUSTOMER-NAME.
           MOVE SPACES                 TO WS-D-NAME.
           IF NOT WS-MASTER-OPEN
               GO TO 2300-EXIT
           END-IF.
           MOVE CWK-CUSTOMER-ID        TO CMK-CUSTOMER-ID.
           READ CUSTOMER-KSD.
           IF WS-CUSTKSD-FILE-STATUS = "00"
               STRING CMK-LAST-NAME DELIMITED BY "  "
                   ", " DELIMITED BY SIZE
                   CMK-FIRST-NAME DELIMITED BY "  "
                   INTO WS-D-NAME
           ELSE
               MOVE "** NOT ON MASTER **" TO WS-D-NAME
           END-IF.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CLOSES ONE COLLECTOR'S WORKLIST WITH ITS OWN COUNTS.     *
      *----------------------------------------------------------*
       3000-END-COLLECTOR.
           IF WS-CURRENT-COLLECTOR = SPACES
               GO TO 3000-EXIT
           END-IF.

           MOVE SPACES                 TO WORKLIST-REPORT-OUT-REC.
           WRITE WORKLIST-REPORT-OUT-REC.
           MOVE WS-COLL-PASTDUE        TO WS-CT-PASTDUE.
           WRITE WORKLIST-REPORT-OUT-REC FROM WS-COLL-TOTAL-LINE.

           MOVE "ACCOUNTS ON WORKLIST..." TO RPT-FN-LABEL.
           MOVE WS-COLL-ROW-COUNT      TO RPT-FN-COUNT.
           WRITE WORKLIST-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "ACTIONS DUE TODAY......" TO RPT-FN-LABEL.
           MOVE WS-COLL-DUE-COUNT      TO RPT-FN-COUNT.
           WRITE WORKLIST-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE RPT-PAGE-COUNT         TO RPT-F-PAGE-NO.
           WRITE WORKLIST-REPORT-OUT-REC FROM RPT-FOOTER-LINE.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A NIGHT WITH NOTHING PAST DUE STILL PRINTS ONE PAGE SO   *
      * THE DESK KNOWS THE RUN WAS MADE.                         *
      *----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-COLLECTOR-COUNT = ZERO
               MOVE "COLLECTIONS WORKLIST"  TO RPT-ST-TEXT
               PERFORM 1100-WRITE-PAGE-HEADERS
                   THRU 1100-EXIT
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE WORKLIST-REPORT-OUT-REC FROM RPT-FOOTER-LINE
           END-IF.

           MOVE "COLLECTORS............." TO RPT-FN-LABEL.
           MOVE WS-COLLECTOR-COUNT     TO RPT-FN-COUNT.
           WRITE WORKLIST-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "ACCOUNTS LISTED........" TO RPT-FN-LABEL.
           MOVE WS-ROW-COUNT           TO RPT-FN-COUNT.
           WRITE WORKLIST-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "ACTIONS DUE TODAY......" TO RPT-FN-LABEL.
           MOVE WS-DUE-COUNT           TO RPT-FN-COUNT.
           WRITE WORKLIST-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           IF WS-COLLWORK-FILE-STATUS NOT = "35"
               CLOSE COLLECTION-WORK-IN
           END-IF.
           IF WS-MASTER-OPEN
               CLOSE CUSTOMER-KSD
           END-IF.
           CLOSE WORKLIST-REPORT-OUT.

           DISPLAY "ABCCOLWL CONTROL TOTAL - COLLECTORS="
               WS-COLLECTOR-COUNT
               " ACCOUNTS=" WS-ROW-COUNT
               " DUE=" WS-DUE-COUNT.

           MOVE 0 TO RETURN-CODE.
       9000-EXIT.
           EXIT.
