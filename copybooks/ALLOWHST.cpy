      *----------------------------------------------------------*
      * ALLOWHST - BAD-DEBT ALLOWANCE HISTORY.  THE MONTH-END    *
      * ALLOWANCE RUN (ABCALLOW) APPENDS ONE ROW PER COMPANY PER *
      * RUN: THE REQUIRED ALLOWANCE IT BOOKED AND THE CHANGE IT  *
      * POSTED TO GET THERE.  THE LAST ROW ON FILE FOR A COMPANY *
      * IS THE ALLOWANCE THE LEDGER NOW HOLDS, SO THE NEXT RUN   *
      * POSTS ONLY THE DIFFERENCE FROM IT - AND A RERUN IN THE   *
      * SAME MONTH POSTS ONLY WHAT MOVED SINCE THE FIRST RUN.    *
      * AN ACCUMULATOR: NEVER CUT OFF.                           *
      *----------------------------------------------------------*
       01  ALLOWANCE-HISTORY-RECORD.
           05  AH-COMPANY-CODE         PIC X(04).
           05  AH-PERIOD               PIC X(06).
           05  AH-RUN-DATE             PIC X(08).
           05  AH-ALLOWANCE            PIC S9(11)V99.
           05  AH-CHANGE               PIC S9(11)V99.

       01  WS-ALLOWHST-FILE-STATUS     PIC X(02).
       01  WS-ALLOWHST-EOF-SW          PIC X(01) VALUE "N".
           88  WS-ALLOWHST-EOF                 VALUE "Y".
