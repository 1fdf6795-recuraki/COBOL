      *----------------------------------------------------------*
      * COMMDTL - COMMISSION DETAIL RECORD.  THE MONTHLY         *
      * COMMISSION RUN (ABCCOMM) WRITES ONE ROW PER STATEMENT    *
      * LINE OR WRITE-OFF THAT EARNS OR CLAWS BACK COMMISSION,   *
      * AND THE COMMISSION STATEMENT (ABCCOMST) PRINTS THEM PER  *
      * REP, PRESORTED ON REP, CUSTOMER, AND LINE DATE.  A       *
      * CLAWBACK CARRIES A NEGATIVE BASIS AND COMMISSION.        *
      *----------------------------------------------------------*
       01  COMMISSION-DETAIL-RECORD.
           05  CD-REP-ID               PIC X(06).
           05  CD-CUSTOMER-ID          PIC X(06).
           05  CD-LINE-DATE            PIC X(08).
           05  CD-SOURCE-PROGRAM       PIC X(08).
           05  CD-KIND                 PIC X(01).
               88  CD-EARNED                   VALUE "E".
               88  CD-REVERSAL                 VALUE "R".
               88  CD-WRITEOFF                 VALUE "W".
           05  CD-BASIS-AMOUNT         PIC S9(11)V99.
           05  CD-RATE-PCT             PIC 9(03)V9(04).
           05  CD-COMMISSION           PIC S9(11)V99.
           05  CD-PLAN-CODE            PIC X(04).
           05  CD-MONTH                PIC X(06).
           05  FILLER                  PIC X(08).

       01  WS-COMMDTL-FILE-STATUS      PIC X(02).
       01  WS-COMMDTL-EOF-SW           PIC X(01) VALUE "N".
           88  WS-COMMDTL-EOF                  VALUE "Y".
