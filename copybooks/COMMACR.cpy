      *----------------------------------------------------------*
      * COMMACR - COMMISSION ACCRUAL REGISTER RECORD.  EVERY     *
      * COMMISSION ACCRUAL THE MONTHLY RUN POSTS TO THE LEDGER   *
      * APPENDS ONE ROW PER REP, SO A RERUN OF THE SAME MONTH    *
      * POSTS ONLY THE DIFFERENCE BETWEEN WHAT IT NOW COMPUTES   *
      * AND WHAT IS ALREADY ON THE REGISTER FOR THAT MONTH.      *
      *----------------------------------------------------------*
       01  COMMISSION-ACCRUAL-RECORD.
           05  CA-MONTH                PIC X(06).
           05  CA-REP-ID               PIC X(06).
           05  CA-RUN-DATE             PIC X(08).
           05  CA-AMOUNT               PIC S9(11)V99.
           05  FILLER                  PIC X(07).

       01  WS-COMMACR-FILE-STATUS      PIC X(02).
       01  WS-COMMACR-EOF-SW           PIC X(01) VALUE "N".
           88  WS-COMMACR-EOF                  VALUE "Y".
