      *                 NEXT BUSINESS DAY, PER THE CALENDAR      *
      *                 MASTER.  THE REPORT SHOWS EACH DAY'S IN, *
      *                 OUT, NET, AND RUNNING POSITION.          *
      * 2026-10-15  DH  READS THE KEYED RECEIVABLES FILE         *
      *                 (RECVKSD) IN KEY ORDER IN PLACE OF THE   *
      *                 FLAT COPY.                               *
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

           SELECT SCHEDULE-IN

       DATA DIVISION.
       FILE SECTION.
       FD  RECEIVABLE-KSD.
       COPY RECVKSD.

       FD  SCHEDULE-IN
           RECORDING MODE IS F.
           PERFORM 1300-LOAD-FORECAST-DAYS
               THRU 1300-EXIT.

           OPEN INPUT RECEIVABLE-KSD.
           IF WS-RECVI-FILE-STATUS = "35"
               SET WS-RECVI-EOF TO TRUE
           ELSE
      * DUE IS EXPECTED ON THE FIRST FORECAST DAY.               *
      *----------------------------------------------------------*
       2000-PROJECT-RECEIVABLE.

           IF RV-OPEN-AMOUNT NOT = ZERO
               AND NOT RV-ITEM-DISPUTED

      *----------------------------------------------------------*
       2100-READ-RECEIVABLE.
           READ RECEIVABLE-KSD NEXT RECORD
               INTO RECEIVABLE-ITEM-RECORD
               AT END
                   SET WS-RECVI-EOF TO TRUE
           END-READ.
           WRITE FORECAST-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           IF WS-RECVI-FILE-STATUS NOT = "35"
               CLOSE RECEIVABLE-KSD
           END-IF.
           IF WS-SCHED-FILE-STATUS NOT = "35"
               CLOSE SCHEDULE-IN
