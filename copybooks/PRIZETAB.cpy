      *----------------------------------------------------------*
      * PRIZETAB - SEASON PRIZE TABLE.  ONE ROW PER PRIZE: THE   *
      * STANDINGS TABLE IT IS WON ON (G GROSS, N NET OF          *
      * HANDICAP), THE FINISHING POSITION, AND THE PRIZE MONEY.  *
      * PLAYERS TIED ON POINTS SHARE THE COMBINED PRIZES FOR THE *
      * POSITIONS THEY OCCUPY.                                   *
      *----------------------------------------------------------*
       01  PRIZE-TABLE-RECORD.
           05  PZ-TABLE-CODE           PIC X(01).
               88  PZ-GROSS-TABLE              VALUE "G".
               88  PZ-NET-TABLE                VALUE "N".
           05  PZ-POSITION             PIC 9(03).
           05  PZ-AMOUNT               PIC 9(07)V99.

       01  WS-PRIZETAB-FILE-STATUS     PIC X(02).
       01  WS-PRIZETAB-EOF-SW          PIC X(01) VALUE "N".
           88  WS-PRIZETAB-EOF                 VALUE "Y".

       01  PRIZE-TABLE.
           05  PZT-ENTRY-COUNT         PIC 9(03) COMP VALUE ZERO.
           05  PZT-ENTRY               OCCURS 50 TIMES.
               10  PZT-TABLE-CODE      PIC X(01).
               10  PZT-POSITION        PIC 9(03).
               10  PZT-AMOUNT          PIC 9(07)V99 COMP-3.

       01  PZT-LOOKUP-SUB              PIC 9(03) COMP VALUE ZERO.
