      *----------------------------------------------------------*
      * REPASGN - SALES-REP ASSIGNMENT CONTROL RECORD.  ONE ROW  *
      * PER CUSTOMER AND PERIOD NAMES THE SALES REP WHO OWNS THE *
      * CUSTOMER AND THE COMMISSION PLAN THE REP IS PAID UNDER   *
      * FOR IT.  ROWS ARE EFFECTIVE-DATED THE SAME WAY AS THE    *
      * RATE CONTROL: A FROM-DATE OF ZEROS OR SPACES MEANS IN    *
      * FORCE SINCE THE BEGINNING, A TO-DATE OF 99991231 OR      *
      * SPACES MEANS OPEN-ENDED, SO A CUSTOMER CHANGING HANDS    *
      * MID-MONTH PAYS EACH REP ON THE LINES OF ITS OWN DAYS.    *
      *----------------------------------------------------------*
       01  REP-ASSIGNMENT-RECORD.
           05  RA-CUSTOMER-ID          PIC X(06).
           05  RA-REP-ID               PIC X(06).
           05  RA-PLAN-CODE            PIC X(04).
           05  RA-EFF-FROM-DATE        PIC X(08).
           05  RA-EFF-TO-DATE          PIC X(08).

       01  WS-REPASGN-FILE-STATUS      PIC X(02).
       01  WS-REPASGN-EOF-SW           PIC X(01) VALUE "N".
           88  WS-REPASGN-EOF                  VALUE "Y".

       01  REP-ASSIGNMENT-TABLE.
           05  RAT-ENTRY-COUNT         PIC 9(04) COMP VALUE ZERO.
           05  RAT-ENTRY               OCCURS 1000 TIMES.
               10  RAT-CUSTOMER-ID     PIC X(06).
               10  RAT-REP-ID          PIC X(06).
               10  RAT-PLAN-CODE       PIC X(04).
               10  RAT-EFF-FROM-DATE   PIC X(08).
               10  RAT-EFF-TO-DATE     PIC X(08).

       01  RAT-LOOKUP-SUB              PIC 9(04) COMP VALUE ZERO.
       01  RAT-MATCH-SUB               PIC 9(04) COMP VALUE ZERO.
