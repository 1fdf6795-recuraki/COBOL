      * CARRIES THE REAL RECEIVABLES POSITION INSTEAD OF THE     *
      * CASH DESK'S SPREADSHEET.  THE CASH APPLICATION RUN       *
      * CREATES ONE ITEM PER CUSTOMER FROM EACH DAY'S STATEMENT  *
      * EXTRACT AND APPLIES REMITTANCES AGAINST THE OLDEST ITEMS *
      * FIRST.  A CREDIT ITEM (STATUS C) IS AN OVERPAYMENT       *
      * CARRIED AT A NEGATIVE OPEN AMOUNT UNTIL A LATER CHARGE   *
      * ABSORBS IT.                                              *
      * THE ITEMS LIVE ON THE KEYED RECEIVABLES FILE (SEE        *
      * RECVKSD), KEYED ON CUSTOMER-ID PLUS STATEMENT DATE, AND  *
      * EVERY CONSUMER READS AND REWRITES THAT FILE DIRECTLY -   *
      * THERE IS NO IN-MEMORY TABLE AND SO NO CAP ON VOLUME.     *
      * THIS LAYOUT IS THE WORKING COPY A CONSUMER READS INTO,   *
      * AND THE FLAT SEQUENTIAL SHAPE THE LOAD AND UNLOAD        *
      * UTILITIES (ABCRVLOD, ABCRVUNL) EXCHANGE WITH THE KEYED   *
      * FILE.  AN ITEM PAID DOWN TO ZERO STAYS ON THE FILE       *
      * CLOSED (STATUS P) AS THE CUSTOMER'S PAYMENT HISTORY;     *
      * EVERY OPEN-ITEM CONSUMER SKIPS IT.                       *
      *----------------------------------------------------------*
       01  RECEIVABLE-ITEM-RECORD.
           05  RV-ITEM-KEY.
               10  RV-CUSTOMER-ID      PIC X(06).
               10  RV-STMT-DATE        PIC X(08).
           05  RV-DUE-DATE             PIC X(08).
           05  RV-ORIG-AMOUNT          PIC S9(11)V99.
           05  RV-OPEN-AMOUNT          PIC S9(11)V99.
               88  RV-ITEM-OPEN                VALUE "O".
               88  RV-ITEM-CREDIT              VALUE "C".
               88  RV-ITEM-DISPUTED            VALUE "D".
               88  RV-ITEM-PAID                VALUE "P".

       01  WS-RECVI-FILE-STATUS        PIC X(02).
       01  WS-RECVI-EOF-SW             PIC X(01) VALUE "N".
           88  WS-RECVI-EOF                    VALUE "Y".
