      *----------------------------------------------------------*
      * DEFRSCHD - DEFERRED-REVENUE RECOGNITION SCHEDULE.  ONE   *
      * ROW PER FEE BILLED IN ADVANCE OF A SERVICE PERIOD THAT   *
      * RUNS PAST THE MONTH IT IS POSTED IN.  ABC127A POSTS THE  *
      * WHOLE FEE TO DEFERRED REVENUE (DEFR MAPPING CLASS) AND   *
      * APPENDS THE ROW; THE MONTH-END RELEASE RUN (ABCDEFRL)    *
      * RECOGNIZES AN EQUAL SLICE PER SERVICE MONTH, THE LAST    *
      * MONTH TAKING THE ROUNDING, AND CARRIES THE AMOUNT        *
      * RECOGNIZED TO DATE FORWARD ON THE NEXT GENERATION OF THE *
      * FILE.  SERVICE MONTHS ARE YYYYMM, BOTH INCLUSIVE.  THE   *
      * LAST RELEASE MONTH AND AMOUNT LET A RERUN OF THE SAME    *
      * MONTH REPORT WHAT WAS RELEASED WITHOUT POSTING IT TWICE. *
      *----------------------------------------------------------*
       01  DEFERRAL-SCHEDULE-RECORD.
           05  DS-CUSTOMER-ID          PIC X(06).
           05  DS-GL-REFERENCE         PIC X(14).
           05  DS-BOOKED-DATE          PIC X(08).
           05  DS-SERVICE-START        PIC X(06).
           05  DS-SERVICE-END          PIC X(06).
           05  DS-PERIOD-MONTHS        PIC 9(03).
           05  DS-DEFERRED-AMOUNT      PIC S9(11)V99.
           05  DS-RECOGNIZED-AMOUNT    PIC S9(11)V99.
           05  DS-LAST-RELEASE-MONTH   PIC X(06).
           05  DS-LAST-RELEASE-AMOUNT  PIC S9(11)V99.
           05  FILLER                  PIC X(12).

       01  WS-DEFRSCHD-FILE-STATUS     PIC X(02).
       01  WS-DEFRSCHD-EOF-SW          PIC X(01) VALUE "N".
           88  WS-DEFRSCHD-EOF                 VALUE "Y".
