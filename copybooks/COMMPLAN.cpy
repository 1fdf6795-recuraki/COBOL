      *----------------------------------------------------------*
      * COMMPLAN - COMMISSION PLAN CONTROL RECORD.  ONE ROW PER  *
      * PLAN AND REVENUE SOURCE (THE PROGRAM THAT WRITES THE     *
      * STATEMENT-EXTRACT LINE) GIVES THE PERCENTAGE OF THAT     *
      * SOURCE'S AMOUNT PAID AS COMMISSION.  A SOURCE WITH NO    *
      * ROW UNDER A PLAN EARNS NOTHING UNDER IT.  ROWS ARE       *
      * EFFECTIVE-DATED THE SAME WAY AS THE RATE CONTROL.        *
      *----------------------------------------------------------*
       01  COMMISSION-PLAN-RECORD.
           05  CP-PLAN-CODE            PIC X(04).
           05  CP-SOURCE-PROGRAM       PIC X(08).
           05  CP-RATE-PCT             PIC 9(03)V9(04).
           05  CP-EFF-FROM-DATE        PIC X(08).
           05  CP-EFF-TO-DATE          PIC X(08).

       01  WS-COMMPLAN-FILE-STATUS     PIC X(02).
       01  WS-COMMPLAN-EOF-SW          PIC X(01) VALUE "N".
           88  WS-COMMPLAN-EOF                 VALUE "Y".

       01  COMMISSION-PLAN-TABLE.
           05  CPT-ENTRY-COUNT         PIC 9(04) COMP VALUE ZERO.
           05  CPT-ENTRY               OCCURS 200 TIMES.
               10  CPT-PLAN-CODE       PIC X(04).
               10  CPT-SOURCE-PROGRAM  PIC X(08).
               10  CPT-RATE-PCT        PIC 9(03)V9(04).
               10  CPT-EFF-FROM-DATE   PIC X(08).
               10  CPT-EFF-TO-DATE     PIC X(08).

       01  CPT-LOOKUP-SUB              PIC 9(04) COMP VALUE ZERO.
       01  CPT-MATCH-SUB               PIC 9(04) COMP VALUE ZERO.
