      *----------------------------------------------------------*
      * FEEHELD - CREDIT-HOLD HELD-TRANSACTION RECORD.  ABC127A  *
      * APPENDS ONE OF THESE, IN PLACE OF BILLING, FOR EACH FEE  *
      * TRANSACTION WHOSE CUSTOMER IS ON CREDIT HOLD ON THE      *
      * KEYED CUSTOMER MASTER.  THE TRANSACTION IS CARRIED       *
      * EXACTLY AS IT ARRIVED SO THE CREDIT-HOLD RELEASE RUN     *
      * (ABCCRREL) CAN HAND IT BACK TO THE DISPATCHER UNCHANGED  *
      * ONCE A CREDIT OFFICER RELEASES THE CUSTOMER.             *
      *----------------------------------------------------------*
       01  FEE-HELD-RECORD.
           05  FH-CUSTOMER-ID          PIC X(06).
           05  FH-HELD-DATE            PIC X(08).
           05  FH-RUN-ID               PIC X(14).
           05  FH-TRANSACTION          PIC X(100).

       01  WS-FEEHELD-FILE-STATUS      PIC X(02).
