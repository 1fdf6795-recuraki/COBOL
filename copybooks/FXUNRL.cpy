      *----------------------------------------------------------*
      * FXUNRL - UNREALIZED FOREIGN-EXCHANGE REGISTER.  THE      *
      * REVALUATION RUN (ABCREVAL) APPENDS ONE ROW FOR EVERY     *
      * MOVEMENT IT POSTS, KEYED BY THE POSITION'S SOURCE        *
      * PROGRAM AND GL REFERENCE (A GAIN IS POSITIVE).  WHEN     *
      * CASH APPLICATION (ABCCASH) SETTLES THE ITEM IT TOTALS    *
      * THE ROWS FOR THAT REFERENCE, POSTS THE REVERSAL, AND     *
      * APPENDS A SETTLEMENT ROW NEGATING THE TOTAL (A ZERO ROW  *
      * WHEN NOTHING STOOD), SO THE ROWS FOR A SETTLED ITEM      *
      * ALWAYS NET TO ZERO AND THE SETTLEMENT ROW MARKS THE      *
      * CHARGE AS SETTLED.  AN ACCUMULATOR: NEVER CUT OFF.       *
      *----------------------------------------------------------*
       01  FX-UNREALIZED-RECORD.
           05  FU-SOURCE-PROGRAM       PIC X(08).
           05  FU-GL-REFERENCE         PIC X(14).
           05  FU-CURRENCY-CODE        PIC X(03).
           05  FU-AMOUNT               PIC S9(11)V99.
           05  FU-POST-DATE            PIC X(08).
           05  FU-ENTRY-TYPE           PIC X(01).
               88  FU-REVALUATION              VALUE "R".
               88  FU-SETTLEMENT               VALUE "S".

       01  WS-FXUNRL-FILE-STATUS       PIC X(02).
       01  WS-FXUNRL-EOF-SW            PIC X(01) VALUE "N".
           88  WS-FXUNRL-EOF                   VALUE "Y".
