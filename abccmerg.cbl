      *                 ON THE HIERARCHY.  A CARD NAMING A       *
      *                 SURVIVOR OR CUSTOMER NOT ON THE KEYED    *
      *                 MASTER IS REFUSED AND REPORTED.          *
      * 2026-10-15  DH  RECEIVABLES ARE REASSIGNED IN PLACE ON   *
      *                 THE KEYED RECEIVABLES FILE (RECVKSD):    *
      *                 EACH RETIRED CUSTOMER'S ITEMS ARE        *
      *                 REWRITTEN UNDER THE SURVIVOR'S KEY, AND  *
      *                 AN ITEM WHOSE STATEMENT DATE THE         *
      *                 SURVIVOR ALREADY HOLDS IS COMBINED INTO  *
      *                 THE SURVIVOR'S ITEM.                     *
      * 2026-10-15  DH  A MERGE THAT CLOSES THE RETIRED          *
      *                 CUSTOMER'S MASTER RECORD NOW ALSO        *
      *                 APPENDS A MERGE EVENT, WITH THE RECORD'S *
      *                 BEFORE AND AFTER IMAGES AND THE          *
      *                 SURVIVOR'S ID, TO THE CUSTOMER CHANGE-   *
      *                 EVENT FILE FOR THE NIGHTLY DOWNSTREAM    *
      *                 FEED.                                    *
      * 2026-10-15  DH  CUSTOMER MASTER WIDENED TO 120 BYTES FOR *
      *                 THE SEPARATE NAME TITLE, MIDDLE INITIAL  *
      *                 AND SUFFIX; BEFORE-IMAGE AND CHANGE-     *
      *                 EVENT RECORDS WIDENED TO MATCH.          *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO CUSTHIRO
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RECEIVABLE-KSD
               ASSIGN TO RECVKSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RVK-ITEM-KEY
               FILE STATUS IS WS-RECVI-FILE-STATUS.

           SELECT DISPOSITION-IN
               ASSIGN TO RECYSTI
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BIMG-FILE-STATUS.

           SELECT CHANGE-EVENT-OUT
               ASSIGN TO CUSTCHG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTCHG-FILE-STATUS.

           SELECT AUDIT-LOG-OUT
               ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
           RECORDING MODE IS F.
       01  HIERARCHY-OUT-REC           PIC X(12).

       FD  RECEIVABLE-KSD.
       COPY RECVKSD.

       FD  DISPOSITION-IN
           RECORDING MODE IS F.

       FD  BEFORE-IMAGE-OUT
           RECORDING MODE IS F.
       01  BEFORE-IMAGE-OUT-REC        PIC X(135).

       FD  CHANGE-EVENT-OUT
           RECORDING MODE IS F.
       01  CHANGE-EVENT-OUT-REC        PIC X(275).

       FD  AUDIT-LOG-OUT
           RECORDING MODE IS F.
       COPY AUDITREC.
       COPY RUNSTAMP.
       COPY RPTHDFT.
       COPY CUSTCHG.
       01  WS-MRG-FILE-STATUS          PIC X(02).
       01  WS-CUSTKSD-FILE-STATUS      PIC X(02).
       01  WS-DISPI-FILE-STATUS        PIC X(02).
       01  BEFORE-IMAGE-RECORD.
           05  BI-RUN-ID               PIC X(14).
           05  FILLER                  PIC X(01).
           05  BI-MASTER-RECORD        PIC X(120).

       01  DISPOSITION-ROW.
           05  RS-SOURCE               PIC X(08).
       01  WS-DROP-ROW-SW              PIC X(01) VALUE "N".
           88  WS-DROP-ROW                     VALUE "Y".

      *----------------------------------------------------------*
      * THE RETIRED CUSTOMER'S ITEM BEING MOVED, HELD WHILE THE  *
      * SURVIVOR'S ITEM UNDER THE SAME STATEMENT DATE (IF ANY)   *
      * IS READ INTO THE RECORD AREA TO BE COMBINED WITH IT.     *
      *----------------------------------------------------------*
       01  WS-RETIRED-ITEM-KEY         PIC X(14).
       01  WS-HOLD-ORIG-AMOUNT         PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
       01  WS-HOLD-OPEN-AMOUNT         PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
       01  WS-HOLD-LAST-PAY-DATE       PIC X(08).
       01  WS-HOLD-STATUS              PIC X(01).
           88  WS-HOLD-DISPUTED                VALUE "D".
       01  WS-BROWSE-EOF-SW            PIC X(01) VALUE "N".
           88  WS-BROWSE-EOF                   VALUE "Y".

       01  WS-RPT-DATE                 PIC X(10).

       01  WS-DETAIL-LINE.
           STRING "TO " MG-TARGET-ID
               DELIMITED BY SIZE INTO CMK-LAST-NAME.
           REWRITE CUSTOMER-KEYED-RECORD.
           IF WS-CUSTKSD-FILE-STATUS = "00"
               PERFORM 8300-WRITE-CHANGE-EVENT
                   THRU 8300-EXIT
           END-IF.

           PERFORM 8000-WRITE-AUDIT-LOG
               THRU 8000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * EACH ACCEPTED MERGE MOVES THE RETIRED CUSTOMER'S ITEMS   *
      * ON THE KEYED RECEIVABLES FILE OVER TO THE SURVIVOR.      *
      * MERGES ARE APPLIED IN CARD ORDER, SO A CHAIN (A INTO B,  *
      * THEN B INTO C) ENDS WITH EVERYTHING UNDER C.             *
      *----------------------------------------------------------*
       4000-REASSIGN-RECEIVABLES.
           OPEN I-O RECEIVABLE-KSD.
           IF WS-RECVI-FILE-STATUS = "35"
               GO TO 4000-EXIT
           END-IF.

           PERFORM 4100-REASSIGN-CUSTOMER
               THRU 4100-EXIT
               VARYING WS-APPLY-SUB FROM 1 BY 1
               UNTIL WS-APPLY-SUB > WS-MERGE-COUNT.

           CLOSE RECEIVABLE-KSD.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       4100-REASSIGN-CUSTOMER.
           IF WS-MG-RETIRED-ID(WS-APPLY-SUB)
               = WS-MG-SURVIVOR-ID(WS-APPLY-SUB)
               GO TO 4100-EXIT
           END-IF.

           MOVE "N"                    TO WS-BROWSE-EOF-SW.
           PERFORM 4200-MOVE-FIRST-ITEM
               THRU 4200-EXIT
               UNTIL WS-BROWSE-EOF.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * TAKES THE RETIRED CUSTOMER'S FIRST REMAINING ITEM AND    *
      * PUTS IT UNDER THE SURVIVOR'S KEY - WRITTEN NEW, OR       *
      * ADDED INTO THE SURVIVOR'S ITEM FOR THE SAME STATEMENT    *
      * DATE - THEN DELETES THE RETIRED KEY.  THE BROWSE IS      *
      * RESTARTED EACH TIME, SO NO POSITION IS RELIED ON ACROSS  *
      * THE UPDATES.                                             *
      *----------------------------------------------------------*
       4200-MOVE-FIRST-ITEM.
           MOVE WS-MG-RETIRED-ID(WS-APPLY-SUB) TO RVK-CUSTOMER-ID.
           MOVE LOW-VALUES             TO RVK-STMT-DATE.
           START RECEIVABLE-KSD
               KEY IS NOT LESS THAN RVK-ITEM-KEY
               INVALID KEY
                   SET WS-BROWSE-EOF TO TRUE
           END-START.
           IF NOT WS-BROWSE-EOF
               READ RECEIVABLE-KSD NEXT RECORD
                   INTO RECEIVABLE-ITEM-RECORD
                   AT END
                       SET WS-BROWSE-EOF TO TRUE
               END-READ
           END-IF.
           IF WS-BROWSE-EOF
               OR RV-CUSTOMER-ID NOT = WS-MG-RETIRED-ID(WS-APPLY-SUB)
               SET WS-BROWSE-EOF TO TRUE
               GO TO 4200-EXIT
           END-IF.

           MOVE RV-ITEM-KEY            TO WS-RETIRED-ITEM-KEY.
           MOVE RV-ORIG-AMOUNT         TO WS-HOLD-ORIG-AMOUNT.
           MOVE RV-OPEN-AMOUNT         TO WS-HOLD-OPEN-AMOUNT.
           MOVE RV-LAST-PAY-DATE       TO WS-HOLD-LAST-PAY-DATE.
           MOVE RV-STATUS              TO WS-HOLD-STATUS.

           MOVE WS-MG-SURVIVOR-ID(WS-APPLY-SUB) TO RV-CUSTOMER-ID.
           WRITE RECEIVABLE-KEYED-RECORD FROM RECEIVABLE-ITEM-RECORD.
           IF WS-RECVI-FILE-STATUS = "22"
               PERFORM 4300-COMBINE-SURVIVOR-ITEM
                   THRU 4300-EXIT
           END-IF.

           IF WS-RECVI-FILE-STATUS = "00"
               MOVE WS-RETIRED-ITEM-KEY TO RVK-ITEM-KEY
               DELETE RECEIVABLE-KSD RECORD
           END-IF.

           IF WS-RECVI-FILE-STATUS = "00"
               ADD 1 TO WS-REASSIGNED-RECV
           ELSE
               DISPLAY "ABCCMERG **** RECEIVABLE ITEM "
                   WS-RETIRED-ITEM-KEY " NOT REASSIGNED - STATUS "
                   WS-RECVI-FILE-STATUS " ****"
               MOVE 8 TO RETURN-CODE
               SET WS-BROWSE-EOF TO TRUE
           END-IF.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE SURVIVOR ALREADY HAS AN ITEM FOR THIS STATEMENT      *
      * DATE: THE RETIRED ITEM'S AMOUNTS ARE ADDED INTO IT AND   *
      * ITS STATUS IS SET FROM WHAT IS LEFT OPEN.  A DISPUTE ON  *
      * EITHER ITEM CARRIES OVER WHILE A BALANCE REMAINS.        *
      *----------------------------------------------------------*
       4300-COMBINE-SURVIVOR-ITEM.
           MOVE RV-ITEM-KEY            TO RVK-ITEM-KEY.
           READ RECEIVABLE-KSD INTO RECEIVABLE-ITEM-RECORD.
           IF WS-RECVI-FILE-STATUS NOT = "00"
               GO TO 4300-EXIT
           END-IF.

           ADD WS-HOLD-ORIG-AMOUNT     TO RV-ORIG-AMOUNT.
           ADD WS-HOLD-OPEN-AMOUNT     TO RV-OPEN-AMOUNT.
           IF WS-HOLD-LAST-PAY-DATE > RV-LAST-PAY-DATE
               MOVE WS-HOLD-LAST-PAY-DATE TO RV-LAST-PAY-DATE
           END-IF.

           EVALUATE TRUE
               WHEN RV-OPEN-AMOUNT = ZERO
                   MOVE "P"            TO RV-STATUS
               WHEN RV-OPEN-AMOUNT < ZERO
                   MOVE "C"            TO RV-STATUS
               WHEN RV-ITEM-DISPUTED
                   CONTINUE
               WHEN WS-HOLD-DISPUTED
                   MOVE "D"            TO RV-STATUS
               WHEN OTHER
                   MOVE "O"            TO RV-STATUS
           END-EVALUATE.

           REWRITE RECEIVABLE-KEYED-RECORD
               FROM RECEIVABLE-ITEM-RECORD.
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE SWEEP OF THE DISPOSITION FILE: THE RETIRED ID IS     *
      * REPLACED BY THE SURVIVOR'S WHEREVER THE EXCEPTION TEXT   *
       8200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * APPENDS A MERGE EVENT FOR THE RETIRED CUSTOMER - ITS     *
      * MASTER RECORD BEFORE AND AFTER THE CLOSE, WITH THE       *
      * SURVIVOR AS THE RELATED CUSTOMER - TO THE CHANGE-EVENT   *
      * FILE THE NIGHTLY FEED TO THE DOWNSTREAM SYSTEMS IS       *
      * PUBLISHED FROM.                                          *
      *----------------------------------------------------------*
       8300-WRITE-CHANGE-EVENT.
           SET CE-EVENT-MERGE          TO TRUE.
           MOVE MG-CUSTOMER-ID         TO CE-CUSTOMER-ID.
           MOVE MG-TARGET-ID           TO CE-RELATED-ID.
           MOVE "ABCCMERG"             TO CE-PROGRAM-ID.
           MOVE WS-RUN-ID              TO CE-EVENT-STAMP.
           MOVE BI-MASTER-RECORD       TO CE-BEFORE-IMAGE.
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
           MOVE RPT-PAGE-COUNT         TO RPT-F-PAGE-NO.
