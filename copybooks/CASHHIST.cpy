      *----------------------------------------------------------*
      * CASHHIST - CASH RECEIPTS HISTORY RECORD.  ABCCASH        *
      * APPENDS ONE ROW FOR EVERY REMITTANCE IT APPLIES TO A     *
      * KNOWN CUSTOMER: THE CUSTOMER, THE DATE THE PAYMENT WAS   *
      * RECEIVED (THE RUN DATE WHEN THE REMITTANCE CARRIED       *
      * NONE), THE AMOUNT AND THE PAYMENT REFERENCE.  A PAYMENT  *
      * SENT TO SUSPENSE IS NOT A RECEIPT ON ANY ACCOUNT AND IS  *
      * NOT LOGGED.  SORTED ON CUSTOMER AND RECEIPT DATE, THE    *
      * LAST ROW FOR A CUSTOMER IS ITS MOST RECENT PAYMENT.      *
      *----------------------------------------------------------*
       01  CASH-RECEIPT-RECORD.
           05  CR-CUSTOMER-ID          PIC X(06).
           05  CR-RECEIPT-DATE         PIC X(08).
           05  CR-AMOUNT               PIC S9(11)V99.
           05  CR-REFERENCE            PIC X(14).

       01  WS-CASHHIST-FILE-STATUS     PIC X(02).
       01  WS-CASHHIST-EOF-SW          PIC X(01) VALUE "N".
           88  WS-CASHHIST-EOF                 VALUE "Y".
