      *                 THAN P, E, OR SPACE IS REJECTED.         *
      * 2026-09-02  DH  FOLLOWS THE USER-PROFILE RECORD'S NEW    *
      *                 DEPARTMENT CODE (RECORD NOW 38 BYTES).   *
      * 2026-10-15  DH  THE CHANGE TRANSACTION NOW CARRIES THE   *
      *                 CUSTOMER'S CREDIT LIMIT (9 DIGITS, TWO   *
      *                 IMPLIED DECIMALS; SPACES = NO CHANGE).   *
      *                 A NON-NUMERIC LIMIT IS REJECTED.  AN ADD *
      *                 STARTS OFF CREDIT HOLD.                  *
      * 2026-10-15  DH  EVERY ADD, CHANGE AND DELETE APPLIED TO  *
      *                 THE MASTER NOW ALSO APPENDS A CHANGE     *
      *                 EVENT, WITH THE FULL BEFORE AND AFTER    *
      *                 RECORD IMAGES, TO THE CUSTOMER CHANGE-   *
      *                 EVENT FILE THE NIGHTLY FEED TO THE CRM   *
      *                 AND LEDGER IS PUBLISHED FROM.            *
      * 2026-10-15  DH  AN ADD STARTS WITH A DELIVERABLE         *
      *                 ADDRESS, AND A CHANGE THAT CARRIES ANY   *
      *                 ADDRESS FIELD CLEARS THE RETURNED-MAIL   *
      *                 FLAG SO THE CUSTOMER'S STATEMENTS PRINT  *
      *                 AGAIN.                                   *
      * 2026-10-15  DH  CUSTOMER MASTER WIDENED TO 120 BYTES FOR *
      *                 THE SEPARATE NAME TITLE, MIDDLE INITIAL  *
      *                 AND SUFFIX; BEFORE-IMAGE AND CHANGE-     *
      *                 EVENT RECORDS WIDENED TO MATCH.          *
      * 2026-10-15  DH  THE CHANGE TRANSACTION NOW CARRIES THE   *
      *                 CUSTOMER'S BILLING CYCLE DAY (01-31, 00  *
      *                 = BACK TO NIGHTLY BILLING; SPACES = NO   *
      *                 CHANGE).  ANY OTHER VALUE IS REJECTED.   *
      *                 AN ADD WITHOUT ONE IS BILLED NIGHTLY.    *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BIMG-FILE-STATUS.

           SELECT CHANGE-EVENT-OUT
               ASSIGN TO CUSTCHG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTCHG-FILE-STATUS.

           SELECT RUN-USER-IN
               ASSIGN TO RUNUSER
               ORGANIZATION IS LINE SEQUENTIAL
           05  CT-ADDRESS-LINE-2       PIC X(25).
           05  CT-POSTAL-CODE          PIC X(10).
           05  CT-DELIVERY-PREF        PIC X(01).
           05  CT-CREDIT-LIMIT         PIC X(09).
           05  CT-CREDIT-LIMIT-N       REDEFINES CT-CREDIT-LIMIT
                                       PIC 9(07)V99.
           05  CT-BILLING-CYCLE-DAY    PIC X(02).
           05  CT-BILLING-CYCLE-DAY-N  REDEFINES CT-BILLING-CYCLE-DAY
                                       PIC 9(02).

       FD  CUSTOMER-KSD.
       COPY CUSTKSD.

       FD  BEFORE-IMAGE-OUT
           RECORDING MODE IS F.
       01  BEFORE-IMAGE-OUT-REC        PIC X(135).

       FD  CHANGE-EVENT-OUT
           RECORDING MODE IS F.
       01  CHANGE-EVENT-OUT-REC        PIC X(275).

       FD  RUN-USER-IN
           RECORDING MODE IS F.
       COPY CTLTOTAL.
       COPY RUNSTAMP.
       COPY RPTHDFT.
       COPY CUSTCHG.
       01  WS-CUSTKSD-FILE-STATUS      PIC X(02).
       01  WS-EOF-SW                   PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                  VALUE "Y".
           88  WS-EDIT-PASSED                  VALUE "Y".
           88  WS-EDIT-FAILED                  VALUE "N".
       01  WS-EDIT-MESSAGE             PIC X(30) VALUE SPACES.
       01  WS-MAIL-FLAG-CLEARED-SW     PIC X(01) VALUE "N".
           88  WS-MAIL-FLAG-CLEARED            VALUE "Y".

       01  WS-BIMG-FILE-STATUS         PIC X(02).

       01  BEFORE-IMAGE-RECORD.
           05  BI-RUN-ID               PIC X(14).
           05  FILLER                  PIC X(01).
           05  BI-MASTER-RECORD        PIC X(120).

       01  WS-BEFORE-IMAGE             PIC X(36) VALUE SPACES.
       01  WS-AFTER-IMAGE              PIC X(36) VALUE SPACES.
               GO TO 2200-EXIT
           END-IF.

           IF CT-CREDIT-LIMIT NOT = SPACES
               AND CT-CREDIT-LIMIT-N IS NOT NUMERIC
               SET WS-EDIT-FAILED      TO TRUE
               MOVE "INVALID CREDIT LIMIT"
                   TO WS-EDIT-MESSAGE
               GO TO 2200-EXIT
           END-IF.

           IF CT-BILLING-CYCLE-DAY NOT = SPACES
               AND (CT-BILLING-CYCLE-DAY-N IS NOT NUMERIC
                OR CT-BILLING-CYCLE-DAY-N > 31)
               SET WS-EDIT-FAILED      TO TRUE
               MOVE "INVALID BILLING CYCLE DAY"
                   TO WS-EDIT-MESSAGE
               GO TO 2200-EXIT
           END-IF.

           IF CT-ACTION-CHANGE
               AND CT-FIRST-NAME = SPACES
               AND CT-LAST-NAME = SPACES
               AND CT-ADDRESS-LINE-2 = SPACES
               AND CT-POSTAL-CODE = SPACES
               AND CT-DELIVERY-PREF = SPACE
               AND CT-CREDIT-LIMIT = SPACES
               AND CT-BILLING-CYCLE-DAY = SPACES
               SET WS-EDIT-FAILED      TO TRUE
               MOVE "CHANGE CARRIES NO FIELDS"
                   TO WS-EDIT-MESSAGE
           MOVE CT-ADDRESS-LINE-2      TO CMK-ADDRESS-LINE-2.
           MOVE CT-POSTAL-CODE         TO CMK-POSTAL-CODE.
           MOVE CT-DELIVERY-PREF       TO CMK-DELIVERY-PREF.
           IF CT-CREDIT-LIMIT = SPACES
               MOVE ZERO               TO CMK-CREDIT-LIMIT
           ELSE
               MOVE CT-CREDIT-LIMIT-N  TO CMK-CREDIT-LIMIT
           END-IF.
           MOVE SPACE                  TO CMK-CREDIT-HOLD.
           SET CMK-ADDRESS-DELIVERABLE TO TRUE.
           MOVE SPACES                 TO CMK-NAME-TITLE
                                          CMK-MIDDLE-INITIAL
                                          CMK-NAME-SUFFIX.
           MOVE CT-BILLING-CYCLE-DAY   TO CMK-BILLING-CYCLE-DAY.

           WRITE CUSTOMER-KEYED-RECORD.
           IF WS-CUSTKSD-FILE-STATUS = "00"
               ADD 1 TO WS-ADD-COUNT
               SET CE-EVENT-ADD        TO TRUE
               MOVE SPACES             TO CE-BEFORE-IMAGE
               MOVE CUSTOMER-KEYED-RECORD TO CE-AFTER-IMAGE
               PERFORM 8300-WRITE-CHANGE-EVENT
                   THRU 8300-EXIT
               STRING CMK-CUSTOMER-ID CMK-FIRST-NAME
                   CMK-LAST-NAME
                   DELIMITED BY SIZE INTO WS-AFTER-IMAGE
      *----------------------------------------------------------*
      * A CHANGE REPLACES ONLY THE NAME FIELDS THE TRANSACTION   *
      * ACTUALLY CARRIES, SO A CORRECTION TO ONE NAME DOES NOT   *
      * BLANK OUT THE OTHER.  A CHANGE THAT CARRIES ANY ADDRESS  *
      * FIELD IS THE ADDRESS CORRECTION THAT CLEARS A RETURNED-  *
      * MAIL FLAG, SO STATEMENTS ARE PRINTED AGAIN.              *
      *----------------------------------------------------------*
       2320-APPLY-CHANGE-REC.
           READ CUSTOMER-KSD.
               DELIMITED BY SIZE INTO WS-BEFORE-IMAGE.
           PERFORM 8200-WRITE-BEFORE-IMAGE
               THRU 8200-EXIT.
           MOVE CUSTOMER-KEYED-RECORD  TO CE-BEFORE-IMAGE.

           IF CT-FIRST-NAME NOT = SPACES
               MOVE CT-FIRST-NAME      TO CMK-FIRST-NAME
           IF CT-DELIVERY-PREF NOT = SPACE
               MOVE CT-DELIVERY-PREF   TO CMK-DELIVERY-PREF
           END-IF.
           IF CT-CREDIT-LIMIT NOT = SPACES
               MOVE CT-CREDIT-LIMIT-N  TO CMK-CREDIT-LIMIT
           END-IF.
           IF CT-BILLING-CYCLE-DAY NOT = SPACES
               MOVE CT-BILLING-CYCLE-DAY TO CMK-BILLING-CYCLE-DAY
           END-IF.
           MOVE "N"                    TO WS-MAIL-FLAG-CLEARED-SW.
           IF CMK-ADDRESS-UNDELIVERABLE
               AND (CT-ADDRESS-LINE-1 NOT = SPACES
                OR CT-ADDRESS-LINE-2 NOT = SPACES
                OR CT-POSTAL-CODE NOT = SPACES)
               SET CMK-ADDRESS-DELIVERABLE TO TRUE
               SET WS-MAIL-FLAG-CLEARED TO TRUE
           END-IF.

           REWRITE CUSTOMER-KEYED-RECORD.
           IF WS-CUSTKSD-FILE-STATUS = "00"
               ADD 1 TO WS-CHANGE-COUNT
               SET CE-EVENT-CHANGE     TO TRUE
               MOVE CUSTOMER-KEYED-RECORD TO CE-AFTER-IMAGE
               PERFORM 8300-WRITE-CHANGE-EVENT
                   THRU 8300-EXIT
               STRING CMK-CUSTOMER-ID CMK-FIRST-NAME
                   CMK-LAST-NAME
                   DELIMITED BY SIZE INTO WS-AFTER-IMAGE
               IF WS-MAIL-FLAG-CLEARED
                   MOVE "CHANGED - MAIL FLAG CLEARED"
                       TO WS-EDIT-MESSAGE
               ELSE
                   MOVE "CHANGED"      TO WS-EDIT-MESSAGE
               END-IF
           ELSE
               SET WS-EDIT-FAILED      TO TRUE
               MOVE "MASTER REWRITE FAILED"
               DELIMITED BY SIZE INTO WS-BEFORE-IMAGE.
           PERFORM 8200-WRITE-BEFORE-IMAGE
               THRU 8200-EXIT.
           MOVE CUSTOMER-KEYED-RECORD  TO CE-BEFORE-IMAGE.

           DELETE CUSTOMER-KSD.
           IF WS-CUSTKSD-FILE-STATUS = "00"
               ADD 1 TO WS-DELETE-COUNT
               SET CE-EVENT-DELETE     TO TRUE
               MOVE SPACES             TO CE-AFTER-IMAGE
               PERFORM 8300-WRITE-CHANGE-EVENT
                   THRU 8300-EXIT
               MOVE "DELETED"          TO WS-EDIT-MESSAGE
           ELSE
               SET WS-EDIT-FAILED      TO TRUE
       8200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * APPENDS ONE CHANGE EVENT, BEFORE AND AFTER IMAGES SET BY *
      * THE CALLER, TO THE CHANGE-EVENT FILE THE NIGHTLY FEED    *
      * TO THE DOWNSTREAM SYSTEMS IS PUBLISHED FROM.             *
      *----------------------------------------------------------*
       8300-WRITE-CHANGE-EVENT.
           MOVE CMK-CUSTOMER-ID        TO CE-CUSTOMER-ID.
           MOVE SPACES                 TO CE-RELATED-ID.
           MOVE "ABCCMNT"              TO CE-PROGRAM-ID.
           MOVE WS-RUN-ID              TO CE-EVENT-STAMP.

           OPEN EXTEND CHANGE-EVENT-OUT.
           IF WS-CUSTCHG-FILE-STATUS = "35"
               OPEN OUTPUT CHANGE-EVENT-OUT
           END-IF.
           WRITE CHANGE-EVENT-OUT-REC FROM CUSTOMER-CHANGE-EVENT.
           CLOSE CHANGE-EVENT-OUT.
       8300-EXIT.
           EXIT.

      *----------------------------------------------------------*
       8100-APPEND-AUDIT-LINE.
           OPEN EXTEND AUDIT-LOG-OUT.
