       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCCOLQ.
       AUTHOR. D HARLOW.
       INSTALLATION. DL100 BATCH SERVICES.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 2026-10-15  DH  NEW PROGRAM.  NIGHTLY COLLECTIONS QUEUE  *
      *                 BUILD.  READS THE KEYED RECEIVABLES FILE *
      *                 IN KEY ORDER AND, ON EACH CHANGE OF      *
      *                 CUSTOMER, TOTALS WHAT IS PAST ITS DUE    *
      *                 DATE.  A PAST-DUE CUSTOMER IS ASSIGNED A *
      *                 COLLECTOR BY THE FIRST COLLRULE ROW      *
      *                 COVERING ITS CUSTOMER-ID AND PAST-DUE    *
      *                 BALANCE, ITS ROW ON THE KEYED            *
      *                 COLLECTIONS ACCOUNT FILE (COLLKSD) IS    *
      *                 ADDED OR REFRESHED, AND A WORKLIST ROW   *
      *                 IS WRITTEN FOR THE JOB TO SORT AND       *
      *                 ABCCOLWL TO PRINT.  AN ACTIVE ACCOUNT    *
      *                 NOT QUEUED TONIGHT IS MARKED RESOLVED.   *
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

           SELECT COLLECTOR-RULE-TAB
               ASSIGN TO COLLRULE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLLRULE-FILE-STATUS.

           SELECT COLLECTION-KSD
               ASSIGN TO COLLKSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLK-CUSTOMER-ID
               FILE STATUS IS WS-COLLKSD-FILE-STATUS.

           SELECT COLLECTION-WORK-OUT
               ASSIGN TO COLLWORK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLLWORK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECEIVABLE-KSD.
       COPY RECVKSD.

       FD  COLLECTOR-RULE-TAB
           RECORDING MODE IS F.
       01  COLLECTOR-RULE-TAB-REC      PIC X(42).

       FD  COLLECTION-KSD.
       COPY COLLKSD.

       FD  COLLECTION-WORK-OUT
           RECORDING MODE IS F.
       01  COLLECTION-WORK-OUT-REC     PIC X(111).

       WORKING-STORAGE SECTION.
       COPY RECVITEM.
       COPY RUNSTAMP.
       COPY COLLRULE.
       COPY COLLWORK.
       01  WS-COLLKSD-FILE-STATUS      PIC X(02).

       01  WS-UPDATE-FAILED-SW         PIC X(01) VALUE "N".
           88  WS-UPDATE-FAILED                VALUE "Y".
       01  WS-FILES-OPEN-SW            PIC X(01) VALUE "N".
           88  WS-FILES-OPEN                   VALUE "Y".
       01  WS-BROWSE-EOF-SW            PIC X(01) VALUE "N".
           88  WS-BROWSE-EOF                   VALUE "Y".

      *----------------------------------------------------------*
      * THE CUSTOMER BEING TOTALLED.  PAST DUE IS EVERY OPEN     *
      * ITEM WHOSE DUE DATE HAS GONE BY, LESS ANY CREDIT ITEM;   *
      * A DISPUTED ITEM IS LEFT OUT, AS IT IS FROM THE DUNNING   *
      * ESCALATION.  THE KEYED FILE DELIVERS EACH CUSTOMER'S     *
      * ITEMS TOGETHER, SO THE ROW IS QUEUED OR PASSED BY AND    *
      * CLEARED ON EACH CHANGE OF CUSTOMER.                      *
      *----------------------------------------------------------*
       01  WS-CUSTOMER-ROW.
           05  WS-CQ-CUSTOMER-ID       PIC X(06) VALUE SPACES.
           05  WS-CQ-PASTDUE           PIC S9(11)V99 COMP-3.
           05  WS-CQ-OPEN-BALANCE      PIC S9(11)V99 COMP-3.
           05  WS-CQ-OLDEST-DUE        PIC X(08).

       01  WS-ITEM-DUE-DATE            PIC X(08).
       01  WS-COLLECTOR-ID             PIC X(08).

       01  WS-TODAY-INTEGER            PIC 9(09) COMP VALUE ZERO.
       01  WS-DUE-INTEGER              PIC 9(09) COMP VALUE ZERO.
       01  WS-DAYS-PAST-DUE            PIC S9(05) COMP-3 VALUE ZERO.
       01  WS-DATE-NUM                 PIC 9(08).

       01  WS-ITEM-COUNT               PIC 9(08) COMP VALUE ZERO.
       01  WS-CUSTOMER-COUNT           PIC 9(08) COMP VALUE ZERO.
       01  WS-QUEUED-COUNT             PIC 9(08) COMP VALUE ZERO.
       01  WS-NEW-COUNT                PIC 9(08) COMP VALUE ZERO.
       01  WS-REASSIGNED-COUNT         PIC 9(08) COMP VALUE ZERO.
       01  WS-UNASSIGNED-COUNT         PIC 9(08) COMP VALUE ZERO.
       01  WS-RESOLVED-COUNT           PIC 9(08) COMP VALUE ZERO.
       01  WS-TOTAL-PASTDUE            PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-EDIT-TOTAL               PIC -(13)9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-TOTAL-ITEM
               THRU 2000-EXIT
               UNTIL WS-RECVI-EOF.

           PERFORM 3000-QUEUE-CUSTOMER
               THRU 3000-EXIT.

           PERFORM 5000-RESOLVE-ACCOUNTS
               THRU 5000-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           GOBACK.

      *----------------------------------------------------------*
      * WITHOUT THE COLLECTIONS ACCOUNT FILE NOTHING CAN BE      *
      * QUEUED, AND THE RECEIVABLES ARE NOT READ.                *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUNSTAMP-CURRENT-DATE.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:14) TO WS-RUN-ID.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:8)  TO WS-RUN-DATE.

           MOVE WS-RUN-DATE            TO WS-DATE-NUM.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

           PERFORM 1300-LOAD-COLLECTOR-RULES
               THRU 1300-EXIT.

           PERFORM 1400-OPEN-ACCOUNTS
               THRU 1400-EXIT.
           IF WS-COLLKSD-FILE-STATUS NOT = "00"
               DISPLAY "ABCCOLQ **** COLLECTIONS ACCOUNT FILE NOT "
                   "AVAILABLE - STATUS " WS-COLLKSD-FILE-STATUS
                   " ****"
               SET WS-UPDATE-FAILED    TO TRUE
               SET WS-RECVI-EOF        TO TRUE
               GO TO 1000-EXIT
           END-IF.

           OPEN OUTPUT COLLECTION-WORK-OUT.
           SET WS-FILES-OPEN           TO TRUE.

           OPEN INPUT RECEIVABLE-KSD.
           IF WS-RECVI-FILE-STATUS = "35"
               SET WS-RECVI-EOF TO TRUE
           ELSE
               PERFORM 2100-READ-ITEM
                   THRU 2100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1300-LOAD-COLLECTOR-RULES.
           OPEN INPUT COLLECTOR-RULE-TAB.
           IF WS-COLLRULE-FILE-STATUS = "35"
               DISPLAY "ABCCOLQ **** NO COLLECTOR RULES ON FILE - "
                   "EVERY ACCOUNT QUEUES UNASSIGNED ****"
               GO TO 1300-EXIT
           END-IF.
           PERFORM 1310-LOAD-ONE-RULE
               THRU 1310-EXIT
               UNTIL WS-COLLRULE-EOF.
           CLOSE COLLECTOR-RULE-TAB.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1310-LOAD-ONE-RULE.
           READ COLLECTOR-RULE-TAB INTO COLLECTOR-RULE-RECORD
               AT END
                   SET WS-COLLRULE-EOF TO TRUE
               NOT AT END
                   IF CRUT-ENTRY-COUNT < 50
                       ADD 1 TO CRUT-ENTRY-COUNT
                       MOVE CRU-COLLECTOR-ID
                           TO CRUT-COLLECTOR-ID(CRUT-ENTRY-COUNT)
                       MOVE CRU-CUST-FROM
                           TO CRUT-CUST-FROM(CRUT-ENTRY-COUNT)
                       MOVE CRU-CUST-TO
                           TO CRUT-CUST-TO(CRUT-ENTRY-COUNT)
                       MOVE CRU-BAL-FROM
                           TO CRUT-BAL-FROM(CRUT-ENTRY-COUNT)
                       MOVE CRU-BAL-TO
                           TO CRUT-BAL-TO(CRUT-ENTRY-COUNT)
                   END-IF
           END-READ.
       1310-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * OPENS THE KEYED COLLECTIONS ACCOUNT FILE FOR UPDATE IN   *
      * PLACE, CREATING IT EMPTY ON ITS VERY FIRST USE.          *
      *----------------------------------------------------------*
       1400-OPEN-ACCOUNTS.
           OPEN I-O COLLECTION-KSD.
           IF WS-COLLKSD-FILE-STATUS = "35"
               OPEN OUTPUT COLLECTION-KSD
               CLOSE COLLECTION-KSD
               OPEN I-O COLLECTION-KSD
           END-IF.
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ADDS ONE ITEM INTO ITS CUSTOMER'S TOTALS.  AN ITEM WITH  *
      * NO USABLE DUE DATE FALLS DUE ON ITS STATEMENT DATE.      *
      *----------------------------------------------------------*
       2000-TOTAL-ITEM.
           IF RV-ITEM-PAID
               GO TO 2000-READ-NEXT
           END-IF.

           ADD 1 TO WS-ITEM-COUNT.

           IF RV-CUSTOMER-ID NOT = WS-CQ-CUSTOMER-ID
               PERFORM 3000-QUEUE-CUSTOMER
                   THRU 3000-EXIT
               PERFORM 2200-START-CUSTOMER-ROW
                   THRU 2200-EXIT
           END-IF.

           IF RV-ITEM-DISPUTED
               GO TO 2000-READ-NEXT
           END-IF.

           ADD RV-OPEN-AMOUNT          TO WS-CQ-OPEN-BALANCE.

           IF RV-ITEM-CREDIT
               ADD RV-OPEN-AMOUNT      TO WS-CQ-PASTDUE
               GO TO 2000-READ-NEXT
           END-IF.

           IF RV-DUE-DATE IS NUMERIC
               MOVE RV-DUE-DATE        TO WS-ITEM-DUE-DATE
           ELSE
               MOVE RV-STMT-DATE       TO WS-ITEM-DUE-DATE
           END-IF.

           IF WS-ITEM-DUE-DATE < WS-RUN-DATE
               AND RV-OPEN-AMOUNT > ZERO
               ADD RV-OPEN-AMOUNT      TO WS-CQ-PASTDUE
               IF WS-CQ-OLDEST-DUE = SPACES
                   OR WS-ITEM-DUE-DATE < WS-CQ-OLDEST-DUE
                   MOVE WS-ITEM-DUE-DATE TO WS-CQ-OLDEST-DUE
               END-IF
           END-IF.

       2000-READ-NEXT.
           PERFORM 2100-READ-ITEM
               THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2100-READ-ITEM.
           READ RECEIVABLE-KSD NEXT RECORD
               INTO RECEIVABLE-ITEM-RECORD
               AT END
                   SET WS-RECVI-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2200-START-CUSTOMER-ROW.
           MOVE RV-CUSTOMER-ID         TO WS-CQ-CUSTOMER-ID.
           MOVE ZERO                   TO WS-CQ-PASTDUE
                                          WS-CQ-OPEN-BALANCE.
           MOVE SPACES                 TO WS-CQ-OLDEST-DUE.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A CUSTOMER STILL OWING PAST-DUE MONEY AFTER ITS CREDITS  *
      * GOES ON THE QUEUE: COLLECTOR BY RULE, ACCOUNT ROW ADDED  *
      * OR REFRESHED, AND ONE WORKLIST ROW.  THE RULES ARE       *
      * APPLIED AFRESH EACH NIGHT, SO AN ACCOUNT WHOSE BALANCE   *
      * MOVES INTO ANOTHER BAND PASSES TO THAT BAND'S COLLECTOR. *
      *----------------------------------------------------------*
       3000-QUEUE-CUSTOMER.
           IF WS-CQ-CUSTOMER-ID = SPACES
               GO TO 3000-EXIT
           END-IF.

           ADD 1 TO WS-CUSTOMER-COUNT.

           IF WS-CQ-PASTDUE NOT > ZERO
               OR WS-CQ-OLDEST-DUE = SPACES
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3100-ASSIGN-COLLECTOR
               THRU 3100-EXIT.

           MOVE WS-CQ-CUSTOMER-ID      TO CLK-CUSTOMER-ID.
           READ COLLECTION-KSD.
           EVALUATE WS-COLLKSD-FILE-STATUS
               WHEN "00"
                   PERFORM 3300-REFRESH-ACCOUNT
                       THRU 3300-EXIT
               WHEN "23"
                   PERFORM 3200-ADD-ACCOUNT
                       THRU 3200-EXIT
               WHEN OTHER
                   SET WS-UPDATE-FAILED TO TRUE
                   DISPLAY "ABCCOLQ **** COLLECTIONS ACCOUNT "
                       WS-CQ-CUSTOMER-ID " NOT READ - STATUS "
                       WS-COLLKSD-FILE-STATUS " ****"
                   GO TO 3000-EXIT
           END-EVALUATE.

           IF WS-COLLKSD-FILE-STATUS NOT = "00"
               SET WS-UPDATE-FAILED    TO TRUE
               DISPLAY "ABCCOLQ **** COLLECTIONS ACCOUNT "
                   WS-CQ-CUSTOMER-ID " NOT UPDATED - STATUS "
                   WS-COLLKSD-FILE-STATUS " ****"
               GO TO 3000-EXIT
           END-IF.

           ADD 1 TO WS-QUEUED-COUNT.
           ADD WS-CQ-PASTDUE           TO WS-TOTAL-PASTDUE.
           IF WS-COLLECTOR-ID = "UNASSIGN"
               ADD 1 TO WS-UNASSIGNED-COUNT
           END-IF.

           PERFORM 4000-WRITE-WORKLIST-ROW
               THRU 4000-EXIT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3100-ASSIGN-COLLECTOR.
           MOVE "UNASSIGN"             TO WS-COLLECTOR-ID.
           SET CRUT-RULE-NOT-FOUND     TO TRUE.
           PERFORM 3110-CHECK-ONE-RULE
               THRU 3110-EXIT
               VARYING CRUT-LOOKUP-SUB FROM 1 BY 1
               UNTIL CRUT-LOOKUP-SUB > CRUT-ENTRY-COUNT
               OR CRUT-RULE-FOUND.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3110-CHECK-ONE-RULE.
           IF WS-CQ-CUSTOMER-ID >= CRUT-CUST-FROM(CRUT-LOOKUP-SUB)
               AND WS-CQ-CUSTOMER-ID <=
                   CRUT-CUST-TO(CRUT-LOOKUP-SUB)
               AND WS-CQ-PASTDUE >= CRUT-BAL-FROM(CRUT-LOOKUP-SUB)
               AND WS-CQ-PASTDUE <= CRUT-BAL-TO(CRUT-LOOKUP-SUB)
               SET CRUT-RULE-FOUND     TO TRUE
               MOVE CRUT-COLLECTOR-ID(CRUT-LOOKUP-SUB)
                   TO WS-COLLECTOR-ID
           END-IF.
       3110-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A CUSTOMER NEW TO COLLECTIONS STARTS WITH NO ACTIVITY.   *
      *----------------------------------------------------------*
       3200-ADD-ACCOUNT.
           MOVE SPACES                 TO COLLECTION-KEYED-RECORD.
           MOVE WS-CQ-CUSTOMER-ID      TO CLK-CUSTOMER-ID.
           MOVE WS-COLLECTOR-ID        TO CLK-COLLECTOR-ID.
           MOVE WS-RUN-DATE            TO CLK-ASSIGNED-DATE.
           MOVE WS-CQ-PASTDUE          TO CLK-PASTDUE-AMOUNT.
           MOVE WS-CQ-OPEN-BALANCE     TO CLK-OPEN-BALANCE.
           MOVE WS-CQ-OLDEST-DUE       TO CLK-OLDEST-DUE-DATE.
           MOVE WS-RUN-DATE            TO CLK-QUEUED-DATE.
           MOVE "A"                    TO CLK-STATUS.
           WRITE COLLECTION-KEYED-RECORD.
           IF WS-COLLKSD-FILE-STATUS = "00"
               ADD 1 TO WS-NEW-COUNT
           END-IF.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * AN ACCOUNT ALREADY ON FILE KEEPS ITS ACTIVITY AND NOTE.  *
      * A CHANGE OF COLLECTOR, OR A RESOLVED ACCOUNT FALLING     *
      * PAST DUE AGAIN, RESTARTS THE ASSIGNED DATE.              *
      *----------------------------------------------------------*
       3300-REFRESH-ACCOUNT.
           IF CLK-COLLECTOR-ID NOT = WS-COLLECTOR-ID
               IF CLK-ACCOUNT-ACTIVE
                   ADD 1 TO WS-REASSIGNED-COUNT
               END-IF
               MOVE WS-COLLECTOR-ID    TO CLK-COLLECTOR-ID
               MOVE WS-RUN-DATE        TO CLK-ASSIGNED-DATE
           END-IF.
           IF CLK-ACCOUNT-RESOLVED
               MOVE WS-RUN-DATE        TO CLK-ASSIGNED-DATE
           END-IF.

           MOVE WS-CQ-PASTDUE          TO CLK-PASTDUE-AMOUNT.
           MOVE WS-CQ-OPEN-BALANCE     TO CLK-OPEN-BALANCE.
           MOVE WS-CQ-OLDEST-DUE       TO CLK-OLDEST-DUE-DATE.
           MOVE WS-RUN-DATE            TO CLK-QUEUED-DATE.
           MOVE "A"                    TO CLK-STATUS.
           REWRITE COLLECTION-KEYED-RECORD.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE ACTION DATE THE WORKLIST IS ORDERED ON IS THE        *
      * COLLECTOR'S NEXT-ACTION DATE, OR THE ASSIGNED DATE WHEN  *
      * NONE HAS BEEN SET, SO A NEWLY QUEUED ACCOUNT IS DUE NOW. *
      *----------------------------------------------------------*
       4000-WRITE-WORKLIST-ROW.
           MOVE SPACES                 TO COLLECTION-WORK-RECORD.
           MOVE CLK-COLLECTOR-ID       TO CWK-COLLECTOR-ID.
           IF CLK-NEXT-ACTION-DATE = SPACES
               MOVE CLK-ASSIGNED-DATE  TO CWK-ACTION-DATE
           ELSE
               MOVE CLK-NEXT-ACTION-DATE TO CWK-ACTION-DATE
           END-IF.
           MOVE CLK-PASTDUE-AMOUNT     TO CWK-PASTDUE-AMOUNT.
           MOVE CLK-CUSTOMER-ID        TO CWK-CUSTOMER-ID.
           MOVE CLK-OPEN-BALANCE       TO CWK-OPEN-BALANCE.
           MOVE CLK-OLDEST-DUE-DATE    TO CWK-OLDEST-DUE-DATE.

           MOVE CLK-OLDEST-DUE-DATE    TO WS-DATE-NUM.
           COMPUTE WS-DUE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           COMPUTE WS-DAYS-PAST-DUE =
               WS-TODAY-INTEGER - WS-DUE-INTEGER.
           MOVE WS-DAYS-PAST-DUE       TO CWK-DAYS-PAST-DUE.

           MOVE CLK-LAST-ACTIVITY-DATE TO CWK-LAST-ACTIVITY-DATE.
           MOVE CLK-LAST-OUTCOME       TO CWK-LAST-OUTCOME.
           MOVE CLK-LAST-NOTE          TO CWK-LAST-NOTE.

           WRITE COLLECTION-WORK-OUT-REC FROM COLLECTION-WORK-RECORD.
           IF WS-COLLWORK-FILE-STATUS NOT = "00"
               SET WS-UPDATE-FAILED    TO TRUE
               DISPLAY "ABCCOLQ **** WORKLIST ROW NOT WRITTEN - "
                   CLK-CUSTOMER-ID " STATUS "
                   WS-COLLWORK-FILE-STATUS " ****"
           END-IF.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * SECOND PASS: AN ACTIVE ACCOUNT THAT WAS NOT QUEUED BY    *
      * THIS RUN IS NO LONGER PAST DUE AND DROPS OFF THE QUEUE.  *
      * ITS LAST ACTIVITY AND NOTE STAY ON THE ROW.              *
      *----------------------------------------------------------*
       5000-RESOLVE-ACCOUNTS.
           IF NOT WS-FILES-OPEN
               GO TO 5000-EXIT
           END-IF.

           MOVE LOW-VALUES             TO CLK-CUSTOMER-ID.
           START COLLECTION-KSD
               KEY IS NOT LESS THAN CLK-CUSTOMER-ID
               INVALID KEY
                   SET WS-BROWSE-EOF TO TRUE
           END-START.

           PERFORM 5100-RESOLVE-ONE-ACCOUNT
               THRU 5100-EXIT
               UNTIL WS-BROWSE-EOF.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       5100-RESOLVE-ONE-ACCOUNT.
           READ COLLECTION-KSD NEXT RECORD
               AT END
                   SET WS-BROWSE-EOF TO TRUE
           END-READ.

           IF WS-BROWSE-EOF
               GO TO 5100-EXIT
           END-IF.
           IF NOT CLK-ACCOUNT-ACTIVE
               OR CLK-QUEUED-DATE = WS-RUN-DATE
               GO TO 5100-EXIT
           END-IF.

           MOVE "R"                    TO CLK-STATUS.
           MOVE ZERO                   TO CLK-PASTDUE-AMOUNT.
           REWRITE COLLECTION-KEYED-RECORD.
           IF WS-COLLKSD-FILE-STATUS = "00"
               ADD 1 TO WS-RESOLVED-COUNT
           ELSE
               SET WS-UPDATE-FAILED    TO TRUE
               DISPLAY "ABCCOLQ **** COLLECTIONS ACCOUNT "
                   CLK-CUSTOMER-ID " NOT RESOLVED - STATUS "
                   WS-COLLKSD-FILE-STATUS " ****"
           END-IF.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A FAILED ACCOUNT UPDATE OR WORKLIST WRITE WOULD LEAVE A  *
      * COLLECTOR'S LIST SHORT, SO THE STEP IS FAILED; AN        *
      * UNASSIGNED ACCOUNT ONLY WARNS.                           *
      *----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-FILES-OPEN
               IF WS-RECVI-FILE-STATUS NOT = "35"
                   CLOSE RECEIVABLE-KSD
               END-IF
               CLOSE COLLECTION-KSD
                     COLLECTION-WORK-OUT
           END-IF.

           MOVE WS-TOTAL-PASTDUE       TO WS-EDIT-TOTAL.
           DISPLAY "ABCCOLQ CONTROL TOTAL - ITEMS=" WS-ITEM-COUNT
               " CUSTOMERS=" WS-CUSTOMER-COUNT
               " QUEUED=" WS-QUEUED-COUNT
               " NEW=" WS-NEW-COUNT
               " REASSIGNED=" WS-REASSIGNED-COUNT
               " UNASSIGNED=" WS-UNASSIGNED-COUNT
               " RESOLVED=" WS-RESOLVED-COUNT.
           DISPLAY "ABCCOLQ CONTROL TOTAL - PAST DUE QUEUED="
               WS-EDIT-TOTAL.

           IF WS-UPDATE-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-UNASSIGNED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
       9000-EXIT.
           EXIT.
