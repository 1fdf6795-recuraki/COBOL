      *----------------------------------------------------------*
      * SODRULE - SEGREGATION-OF-DUTIES CONFLICT RULE.  EACH ROW *
      * NAMES TWO FUNCTIONS ONE USER SHOULD NEVER COMBINE.  A    *
      * FUNCTION IS HELD EITHER BY PROFILE (USERPROF) OR BY      *
      * ACTIVITY ON THE AUDIT LOG AND THE APPROVAL REGISTERS:    *
      *   PRIVDATA  PRIV ROLE ON THE USER PROFILE                *
      *   MENUNN    MENU CALCULATOR NN AUTHORIZED (01-13)        *
      *   CTLPROP   CONTROL-TABLE CHANGE PROPOSED (ABCCTLCH)     *
      *   CTLAPPR   CONTROL-TABLE CHANGE DECIDED (ABCCTLCH)      *
      *   CTLAPPLY  CONTROL-TABLE CHANGES APPLIED (ABCCTLCH)     *
      *   PAYAPPR   REIMBURSEMENT PAYMENT DECIDED (ABCREAPR)     *
      *   PHLDREL   HELD PARCEL RELEASED (ABCPHELD)              *
      *   CRHLDREL  CREDIT HOLD RELEASED (ABCCRREL)              *
      *   BANKMANT  PAYEE BANK DETAILS CHANGED (ABCEFT)          *
      *   OVERRIDE  VALIDATION OVERRIDE KEYED (OVERRIDE REG)     *
      *   OVRAPPR   OVERRIDE SECOND-APPROVED (OVERRIDE REG)      *
      *   WOAPPR    WRITE-OFF APPROVED (WRITE-OFF REGISTER)      *
      * ABCSODR LOADS THE ROWS IN FILE ORDER AND TESTS EVERY     *
      * USER AGAINST EVERY ROW.                                  *
      *----------------------------------------------------------*
       01  SOD-RULE-RECORD.
           05  SR-RULE-ID              PIC X(04).
           05  FILLER                  PIC X(01).
           05  SR-FUNCTION-A           PIC X(08).
           05  FILLER                  PIC X(01).
           05  SR-FUNCTION-B           PIC X(08).
           05  FILLER                  PIC X(01).
           05  SR-DESCRIPTION          PIC X(40).

       01  WS-SODRULE-FILE-STATUS      PIC X(02).
       01  WS-SODRULE-EOF-SW           PIC X(01) VALUE "N".
           88  WS-SODRULE-EOF                  VALUE "Y".

       01  SOD-RULE-TABLE.
           05  SRT-ENTRY-COUNT         PIC 9(03) COMP VALUE ZERO.
           05  SRT-ENTRY               OCCURS 50 TIMES.
               10  SRT-RULE-ID         PIC X(04).
               10  SRT-FUNCTION-A      PIC X(08).
               10  SRT-FUNCTION-B      PIC X(08).
               10  SRT-DESCRIPTION     PIC X(40).

       01  SRT-SUB                     PIC 9(03) COMP VALUE ZERO.
