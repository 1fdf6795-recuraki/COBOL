      *                 THE SHARED GL ACCOUNT-MAPPING CONTROL,   *
      *                 THE SAME AS ANY CALCULATOR RESULT.  AN   *
      *                 ITEM FLAGGED DISPUTED IS SKIPPED.        *
      * 2026-10-15  DH  READS THE KEYED RECEIVABLES FILE         *
      *                 (RECVKSD) IN KEY ORDER IN PLACE OF THE   *
      *                 FLAT COPY.  CLOSED ITEMS (STATUS P) ARE  *
      *                 NEVER ASSESSED.                          *
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

           SELECT CALENDAR-MASTER-IN

       DATA DIVISION.
       FILE SECTION.
       FD  RECEIVABLE-KSD.
       COPY RECVKSD.

       FD  CALENDAR-MASTER-IN
           RECORDING MODE IS F.
           PERFORM 1400-LOAD-GL-MAP
               THRU 1400-EXIT.

           OPEN INPUT RECEIVABLE-KSD.
           IF WS-RECVI-FILE-STATUS = "35"
               SET WS-RECVI-EOF TO TRUE
           ELSE
      *----------------------------------------------------------*
      * ONE OPEN ITEM: PAST DUE BEYOND THE GRACE PERIOD GETS A   *
      * CHARGE AT THE CONTROL RATE; EVERYTHING ELSE IS LEFT      *
      * ALONE.  CREDIT, DISPUTED AND CLOSED ITEMS ARE NEVER      *
      * ASSESSED.                                                *
      *----------------------------------------------------------*
       2000-ASSESS-ITEM.
           ADD 1 TO WS-ITEM-COUNT.

           IF RV-ITEM-CREDIT OR RV-ITEM-DISPUTED OR RV-ITEM-PAID
               OR RV-OPEN-AMOUNT NOT > ZERO
               OR RV-DUE-DATE >= WS-RUN-DATE
               ADD 1 TO WS-SKIPPED-COUNT

      *----------------------------------------------------------*
       2100-READ-ITEM.
           READ RECEIVABLE-KSD NEXT RECORD
               INTO RECEIVABLE-ITEM-RECORD
               AT END
                   SET WS-RECVI-EOF TO TRUE
           END-READ.
           WRITE LATE-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           IF WS-RECVI-FILE-STATUS NOT = "35"
               CLOSE RECEIVABLE-KSD
           END-IF.
           CLOSE LATE-REPORT-OUT.

