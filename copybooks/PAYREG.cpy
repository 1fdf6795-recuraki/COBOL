      *----------------------------------------------------------*
      * PAYREG - PAYMENT REGISTER RECORD.  ONE ROW PER EFT       *
      * PAYMENT ISSUED BY THE PAYOUT RUN - REIMBURSEMENTS AND    *
      * CREDIT-BALANCE REFUNDS ALIKE - CARRIED FORWARD RUN TO    *
      * RUN SO THE SUITE, NOT THE BANK TERMINAL KEYER, IS THE    *
      * RECORD OF WHAT WAS PAID.  THE REFERENCE IS UNIQUE PER    *
      * PAYMENT (RUN STAMP PLUS SEQUENCE, THE SAME SHAPE AS A    *
      * GLFEED REFERENCE) AND IS WHAT THE BANK'S STATEMENT       *
      * QUOTES BACK, SO THE RECONCILIATION RUN CAN MATCH CLEARED *
      * ITEMS.  A BOUNCED ITEM IS VOIDED IN PLACE AND REISSUED   *
      * UNDER A NEW REFERENCE.                                   *
      *----------------------------------------------------------*
       01  PAY-REGISTER-RECORD.
           05  PR-PAYMENT-REF          PIC X(14).
