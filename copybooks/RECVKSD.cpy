      *----------------------------------------------------------*
      * RECVKSD - RECORD LAYOUT OF THE KEYED OPEN-ITEM           *
      * RECEIVABLES FILE (VSAM KSDS, RECORD KEY RVK-ITEM-KEY =   *
      * CUSTOMER-ID PLUS STATEMENT DATE).  BYTE-FOR-BYTE THE     *
      * SAME SHAPE AS THE FLAT RECVITEM LAYOUT, UNDER ITS OWN    *
      * NAMES SO THE LOAD AND UNLOAD UTILITIES CAN HOLD BOTH     *
      * FILES OPEN AT ONCE; A CONSUMER READS INTO (AND REWRITES  *
      * FROM) THE RECVITEM WORKING COPY.  COPY UNDER THE KEYED   *
      * FILE'S FD IN EVERY PROGRAM THAT READS OR UPDATES THE     *
      * RECEIVABLES, SO THE LAYOUT CANNOT DRIFT BETWEEN THEM.    *
      * A CUSTOMER'S ITEMS ARE CONTIGUOUS IN KEY ORDER, OLDEST   *
      * STATEMENT FIRST, SO A START ON THE CUSTOMER-ID WITH A    *
      * LOW STATEMENT DATE BROWSES ONE CUSTOMER'S ITEMS.         *
      *----------------------------------------------------------*
       01  RECEIVABLE-KEYED-RECORD.
           05  RVK-ITEM-KEY.
               10  RVK-CUSTOMER-ID     PIC X(06).
               10  RVK-STMT-DATE       PIC X(08).
           05  RVK-DUE-DATE            PIC X(08).
           05  RVK-ORIG-AMOUNT         PIC S9(11)V99.
           05  RVK-OPEN-AMOUNT         PIC S9(11)V99.
           05  RVK-LAST-PAY-DATE       PIC X(08).
           05  RVK-STATUS              PIC X(01).
               88  RVK-ITEM-OPEN               VALUE "O".
               88  RVK-ITEM-CREDIT             VALUE "C".
               88  RVK-ITEM-DISPUTED           VALUE "D".
               88  RVK-ITEM-PAID               VALUE "P".
