      *----------------------------------------------------------*
      * REMITREC - CASH-APPLICATION REMITTANCE RECORD.  ONE ROW  *
      * PER PAYMENT RECEIVED: THE CUSTOMER, THE AMOUNT, THE DATE *
      * IT CAME IN, AND THE PAYMENT REFERENCE.  A PAYMENT THAT   *
      * ARRIVED THROUGH THE BANK LOCKBOX (ABCLBOX) ALSO CARRIES  *
      * THE CUSTOMER'S REMITTANCE ADVICE - THE STATEMENT DATES   *
      * IT PAYS AND HOW MUCH AGAINST EACH - AND ABCCASH APPLIES  *
      * IT TO THOSE RECEIVABLE ITEMS ONLY.  A KEYED PAYMENT      *
      * WITH NO ADVICE LEAVES RM-ADVICE-COUNT BLANK OR ZERO AND  *
      * IS APPLIED OLDEST ITEM FIRST.  AN ADVICE LINE WITH A     *
      * ZERO AMOUNT PAYS THE NAMED ITEM IN FULL.                 *
      *----------------------------------------------------------*
       01  REMITTANCE-RECORD.
           05  RM-CUSTOMER-ID          PIC X(06).
           05  RM-AMOUNT               PIC S9(11)V99.
           05  RM-REMIT-DATE           PIC X(08).
           05  RM-REFERENCE            PIC X(14).
           05  RM-ADVICE-COUNT         PIC 9(02).
           05  RM-ADVICE               OCCURS 10 TIMES.
               10  RM-ADV-STMT-DATE    PIC X(08).
               10  RM-ADV-AMOUNT       PIC S9(11)V99.
