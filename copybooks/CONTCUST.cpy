      *----------------------------------------------------------*
      * CONTCUST - CONTAINER CUSTODY.                            *
      * CONTAINER-MOVE-RECORD IS ONE ISSUE OF CONTAINERS TO A    *
      * CUSTOMER (I) OR RETURN FROM ONE (R), AS KEYED BY THE     *
      * YARD.  A RETURN IS ALSO THE CONTAINERS COMING BACK INTO  *
      * YARD STOCK, SO IT IS NOT KEYED AGAIN AS A RECEIPT.       *
      * CONTAINER-CUSTODY-RECORD IS THE CARRY-FORWARD REGISTER   *
      * OF CONTAINERS STILL OUT: ONE ROW PER CUSTOMER, TYPE AND  *
      * ISSUE DATE, HELD IN THAT ORDER, WITH THE DATE DEMURRAGE  *
      * HAS BEEN CHARGED THROUGH.  RETURNS CLOSE THE OLDEST      *
      * ISSUES FIRST.                                            *
      *----------------------------------------------------------*
       01  CONTAINER-MOVE-RECORD.
           05  CM-CUSTOMER-ID          PIC X(06).
           05  CM-CONTAINER-TYPE       PIC X(04).
           05  CM-MOVE-CODE            PIC X(01).
               88  CM-ISSUE                    VALUE "I".
               88  CM-RETURN                   VALUE "R".
           05  CM-QUANTITY             PIC 9(06).
           05  CM-MOVE-DATE            PIC X(08).
           05  CM-MOVE-DATE-N          REDEFINES CM-MOVE-DATE
                                       PIC 9(08).

       01  CONTAINER-CUSTODY-RECORD.
           05  CC-CUSTOMER-ID          PIC X(06).
           05  CC-CONTAINER-TYPE       PIC X(04).
           05  CC-ISSUE-DATE           PIC X(08).
           05  CC-QUANTITY             PIC 9(06).
           05  CC-BILLED-THRU-DATE     PIC X(08).

       01  WS-CONTMOVE-FILE-STATUS     PIC X(02).
       01  WS-CUSTODY-FILE-STATUS      PIC X(02).
