      *----------------------------------------------------------*
      * GARNREC - DEDUCTION ARRANGEMENT PRIORITY ALLOCATION.     *
      * ARRANGEMENT-REGISTER-RECORD IS APPENDED TO DEDARRNG BY   *
      * ABC143A FOR AN ARRANGEMENT THAT NAMES ITS EMPLOYEE AND   *
      * ARRANGEMENT TYPE; THE LATEST ROW FOR AN ARRANGEMENT IS   *
      * THE ONE IN FORCE.                                        *
      * GARNISH-PRIORITY-RECORD IS ONE ROW OF THE ARRANGEMENT-   *
      * TYPE PRIORITY TABLE (GARNPRI): THE ORDER IN WHICH THE    *
      * TYPE IS FILLED (01 FIRST) AND THE MOST THAT MAY BE HELD  *
      * FROM A PERIOD'S DISPOSABLE EARNINGS, IN HUNDREDTHS OF A  *
      * PERCENT, ONCE THAT TYPE IS TAKEN - COUNTING WHAT THE     *
      * HIGHER-PRIORITY TYPES HAVE ALREADY TAKEN.                *
      * DISPOSABLE-EARNINGS-RECORD IS ONE EMPLOYEE'S DISPOSABLE  *
      * EARNINGS (WHOLE UNITS) FOR ONE PAY PERIOD (CCYYMM).      *
      *----------------------------------------------------------*
       01  ARRANGEMENT-REGISTER-RECORD.
           05  GN-ARRANGEMENT-ID       PIC X(08).
           05  GN-EMPLOYEE-ID          PIC X(06).
           05  GN-ARRANGEMENT-TYPE     PIC X(04).
           05  GN-OPENED-DATE          PIC X(08).

       01  GARNISH-PRIORITY-RECORD.
           05  GP-ARRANGEMENT-TYPE     PIC X(04).
           05  GP-PRIORITY             PIC 9(02).
           05  GP-CAP-PCT              PIC 9(03)V99.
           05  GP-DESCRIPTION          PIC X(20).

       01  DISPOSABLE-EARNINGS-RECORD.
           05  DW-EMPLOYEE-ID          PIC X(06).
           05  DW-PERIOD               PIC X(06).
           05  DW-AMOUNT               PIC X(08).
           05  DW-AMOUNT-N             REDEFINES DW-AMOUNT
                                       PIC 9(08).

       01  WS-DEDARRNG-FILE-STATUS     PIC X(02).
