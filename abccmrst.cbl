      *                 RESTORED COPY, SO A BAD MASTER UPDATE IS *
      *                 RECOVERABLE THE SAME WAY A BAD GL DAY    *
      *                 IS.                                      *
      * 2026-10-15  DH  EACH RESTORED RECORD NOW ALSO APPENDS A  *
      *                 RESTORE EVENT, WITH THE MASTER RECORD AS *
      *                 IT STOOD BEFORE AND AFTER THE RESTORE,   *
      *                 TO THE CUSTOMER CHANGE-EVENT FILE FOR    *
      *                 THE NIGHTLY DOWNSTREAM FEED.  THE        *
      *                 CURRENT RECORD IS READ FIRST TO CAPTURE  *
      *                 ITS BEFORE IMAGE.                        *
      * 2026-10-15  DH  CUSTOMER MASTER WIDENED TO 120 BYTES;    *
      *                 THE NAME TITLE, MIDDLE INITIAL AND       *
      *                 SUFFIX ARE RESTORED WITH THE REST OF THE *
      *                 RECORD.                                  *
      * 2026-10-15  DH  THE BILLING CYCLE DAY IS RESTORED WITH   *
      *                 THE REST OF THE RECORD.                  *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT CHANGE-EVENT-OUT
               ASSIGN TO CUSTCHG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTCHG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BEFORE-IMAGE-IN
           RECORDING MODE IS F.
       01  BEFORE-IMAGE-IN-REC         PIC X(135).

       FD  RESTORE-CARD-IN
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  AUDIT-LOG-OUT-REC           PIC X(100).

       FD  CHANGE-EVENT-OUT
           RECORDING MODE IS F.
       01  CHANGE-EVENT-OUT-REC        PIC X(275).

       WORKING-STORAGE SECTION.
       COPY AUDITREC.
       COPY RUNSTAMP.
       COPY CUSTCHG.
       01  WS-BIMG-FILE-STATUS         PIC X(02).
       01  WS-CUSTKSD-FILE-STATUS      PIC X(02).
       01  WS-EOF-SW                   PIC X(01) VALUE "N".
               10  BI-ADDRESS-LINE-2   PIC X(25).
               10  BI-POSTAL-CODE      PIC X(10).
               10  BI-DELIVERY-PREF    PIC X(01).
               10  FILLER              PIC X(11).
               10  BI-NAME-TITLE       PIC X(04).
               10  BI-MIDDLE-INITIAL   PIC X(01).
               10  BI-NAME-SUFFIX      PIC X(03).
               10  BI-BILLING-CYCLE-DAY
                                       PIC X(02).
               10  FILLER              PIC X(02).

       01  WS-IMAGE-COUNT              PIC 9(08) COMP VALUE ZERO.
       01  WS-RESTORED-COUNT           PIC 9(08) COMP VALUE ZERO.

           ADD 1 TO WS-IMAGE-COUNT.

           MOVE BI-CUSTOMER-ID         TO CMK-CUSTOMER-ID.
           READ CUSTOMER-KSD.
           IF WS-CUSTKSD-FILE-STATUS = "00"
               MOVE CUSTOMER-KEYED-RECORD TO CE-BEFORE-IMAGE
           ELSE
               MOVE SPACES             TO CE-BEFORE-IMAGE
           END-IF.

           MOVE BI-CUSTOMER-ID         TO CMK-CUSTOMER-ID.
           MOVE BI-FIRST-NAME          TO CMK-FIRST-NAME.
           MOVE BI-LAST-NAME           TO CMK-LAST-NAME.
           MOVE BI-ADDRESS-LINE-2      TO CMK-ADDRESS-LINE-2.
           MOVE BI-POSTAL-CODE         TO CMK-POSTAL-CODE.
           MOVE BI-DELIVERY-PREF       TO CMK-DELIVERY-PREF.
           MOVE BI-NAME-TITLE          TO CMK-NAME-TITLE.
           MOVE BI-MIDDLE-INITIAL      TO CMK-MIDDLE-INITIAL.
           MOVE BI-NAME-SUFFIX         TO CMK-NAME-SUFFIX.
           MOVE BI-BILLING-CYCLE-DAY   TO CMK-BILLING-CYCLE-DAY.
           REWRITE CUSTOMER-KEYED-RECORD.
           IF WS-CUSTKSD-FILE-STATUS = "23"
               WRITE CUSTOMER-KEYED-RECORD
               ADD 1 TO WS-RESTORED-COUNT
               PERFORM 8000-WRITE-AUDIT-LOG
                   THRU 8000-EXIT
               PERFORM 8300-WRITE-CHANGE-EVENT
                   THRU 8300-EXIT
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY "ABCCMRST **** RESTORE OF "
           MOVE BI-ADDRESS-LINE-2      TO CM-ADDRESS-LINE-2.
           MOVE BI-POSTAL-CODE         TO CM-POSTAL-CODE.
           MOVE BI-DELIVERY-PREF       TO CM-DELIVERY-PREF.
           MOVE BI-NAME-TITLE          TO CM-NAME-TITLE.
           MOVE BI-MIDDLE-INITIAL      TO CM-MIDDLE-INITIAL.
           MOVE BI-NAME-SUFFIX         TO CM-NAME-SUFFIX.
           MOVE BI-BILLING-CYCLE-DAY   TO CM-BILLING-CYCLE-DAY.
           WRITE CUSTOMER-MASTER-RECORD.

       2000-NEXT.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * APPENDS A RESTORE EVENT - THE MASTER RECORD AS IT STOOD  *
      * BEFORE THE RESTORE (SPACES IF THE RESTORE RE-ADDED IT)   *
      * AND AS RESTORED - TO THE CHANGE-EVENT FILE THE NIGHTLY   *
      * FEED TO THE DOWNSTREAM SYSTEMS IS PUBLISHED FROM.        *
      *----------------------------------------------------------*
       8300-WRITE-CHANGE-EVENT.
           SET CE-EVENT-RESTORE        TO TRUE.
           MOVE BI-CUSTOMER-ID         TO CE-CUSTOMER-ID.
           MOVE SPACES                 TO CE-RELATED-ID.
           MOVE "ABCCMRST"             TO CE-PROGRAM-ID.
           MOVE WS-RUN-ID              TO CE-EVENT-STAMP.
           MOVE CUSTOMER-KEYED-RECORD  TO CE-AFTER-IMAGE.

           OPEN EXTEND CHANGE-EVENT-OUT.
           IF WS-CUSTCHG-FILE-STATUS = "35"
               OPEN OUTPUT CHANGE-EVENT-OUT
           END-IF.
           WRITE CHANGE-EVENT-OUT-REC FROM CUSTOMER-CHANGE-EVENT.
           CLOSE CHANGE-EVENT-OUT.
       8300-EXIT.
           EXIT.

      *----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-BIMG-FILE-STATUS NOT = "35"
