      *----------------------------------------------------------*
      * ANOMREC - TRANSACTION ANOMALY HISTORY AND REVIEW         *
      * REGISTER.                                                *
      * ANOMALY-HISTORY-RECORD IS ONE STATEMENT-EXTRACT LINE AS  *
      * ABCANOM KEPT IT FOR THE ROLLING WINDOW: THE CUSTOMER,    *
      * THE CALCULATOR THAT RAISED THE CHARGE, THE NIGHT IT WAS  *
      * EXTRACTED AND ITS AMOUNT.  ROWS OLDER THAN THE WINDOW    *
      * ARE DROPPED AS THE HISTORY IS REWRITTEN EACH NIGHT.      *
      *----------------------------------------------------------*
       01  ANOMALY-HISTORY-RECORD.
           05  AH-CUSTOMER-ID          PIC X(06).
           05  AH-SOURCE-PROGRAM       PIC X(08).
           05  AH-RUN-DATE             PIC X(08).
           05  AH-AMOUNT               PIC S9(11)V99.

      *----------------------------------------------------------*
      * ONE ROW PER EXTRACT LINE FLAGGED AS OUTSIDE ITS          *
      * CUSTOMER'S NORMAL BAND FOR THE CALCULATOR.  THE FLAG ID  *
      * IS THE NIGHT IT WAS RAISED AND A SEQUENCE WITHIN THE     *
      * NIGHT, AND IS WHAT THE REVIEWER QUOTES ON THE CLEARANCE  *
      * CARD.  THE MEAN AND BAND ARE THE ONES THE LINE WAS       *
      * JUDGED AGAINST.  STATUS O = OPEN, C = CLEARED BY A       *
      * REVIEWER.  ABCALERT RAISES EVERY ROW STILL OPEN FROM AN  *
      * EARLIER NIGHT ON THE ALERT FEED.                         *
      *----------------------------------------------------------*
       01  ANOMALY-FLAG-RECORD.
           05  AF-FLAG-ID.
               10  AF-FLAG-DATE        PIC X(08).
               10  AF-FLAG-SEQ         PIC 9(04).
           05  AF-CUSTOMER-ID          PIC X(06).
           05  AF-SOURCE-PROGRAM       PIC X(08).
           05  AF-CHARGE-DESC          PIC X(20).
           05  AF-TRACE-ID             PIC X(10).
           05  AF-AMOUNT               PIC S9(11)V99.
           05  AF-MEAN                 PIC S9(11)V99.
           05  AF-BAND-LOW             PIC S9(11)V99.
           05  AF-BAND-HIGH            PIC S9(11)V99.
           05  AF-HISTORY-COUNT        PIC 9(05).
           05  AF-STATUS               PIC X(01).
               88  AF-OPEN                     VALUE "O".
               88  AF-CLEARED                  VALUE "C".
           05  AF-CLEARED-BY           PIC X(08).
           05  AF-CLEARED-DATE         PIC X(08).
           05  AF-CLEAR-NOTE           PIC X(30).

       01  WS-ANOMHIST-FILE-STATUS     PIC X(02).
       01  WS-ANOMREG-FILE-STATUS      PIC X(02).
