      *----------------------------------------------------------*
      * PROMKSD - RECORD LAYOUT OF THE KEYED PROMISE-TO-PAY      *
      * REGISTER (VSAM KSDS, RECORD KEY PM-PROMISE-KEY =         *
      * CUSTOMER-ID PLUS THE DATE THE PROMISE WAS TAKEN).  ONE   *
      * ROW PER ARRANGEMENT: WHAT THE CUSTOMER PROMISED, BY      *
      * WHEN, WHO TOOK THE PROMISE (USERPROF ID), AND HOW MUCH   *
      * HAS COME IN AGAINST IT.  ABCPTPEN REGISTERS PROMISES;    *
      * ABCCASH CREDITS EACH DAY'S REMITTANCES TO THE OPEN       *
      * PROMISE AND BREAKS ANY PROMISE WHOSE DATE HAS PASSED;    *
      * ABCAGING HOLDS OFF DUNNING WHILE A PROMISE IS OPEN.  A   *
      * CUSTOMER HAS AT MOST ONE OPEN PROMISE AT A TIME; CLOSED  *
      * PROMISES STAY ON FILE AS THE CUSTOMER'S PROMISE HISTORY. *
      *----------------------------------------------------------*
       01  PROMISE-KEYED-RECORD.
           05  PM-PROMISE-KEY.
               10  PM-CUSTOMER-ID      PIC X(06).
               10  PM-TAKEN-DATE       PIC X(08).
           05  PM-PROMISED-AMOUNT      PIC S9(11)V99.
           05  PM-PROMISED-DATE        PIC X(08).
           05  PM-TAKEN-BY             PIC X(08).
           05  PM-PAID-AMOUNT          PIC S9(11)V99.
           05  PM-LAST-PAY-DATE        PIC X(08).
           05  PM-STATUS               PIC X(01).
               88  PM-PROMISE-OPEN             VALUE "O" "T".
               88  PM-PROMISE-PARTIAL          VALUE "T".
               88  PM-PROMISE-KEPT             VALUE "K".
               88  PM-PROMISE-BROKEN           VALUE "B".
           05  PM-STATUS-DATE          PIC X(08).
           05  FILLER                  PIC X(10).
