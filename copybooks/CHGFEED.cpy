      *----------------------------------------------------------*
      * CHGFEED - CUSTOMER MASTER CHANGE FEED RECORD.  ABCCHGFD  *
      * WRITES ONE FEED FILE A NIGHT TO THE DOWNSTREAM RECEIVERS *
      * (CRM, LEDGER CUSTOMER TABLE):                            *
      *   H  HEADER  - FEED DATE AND RUN-ID, THE FIRST NEW       *
      *                SEQUENCE NUMBER, AND THE LOWEST SEQUENCE  *
      *                STILL UNACKNOWLEDGED BY SOME RECEIVER;    *
      *   D  EVENT   - ONE CUSTCHG CHANGE EVENT UNDER ITS FEED   *
      *                SEQUENCE NUMBER.  SENT N(EW) THE NIGHT IT *
      *                IS CAPTURED, THEN R(ESENT) EVERY NIGHT    *
      *                UNTIL EVERY RECEIVER HAS ACKNOWLEDGED IT; *
      *                CF-SEND-COUNT SAYS HOW MANY TIMES IT HAS  *
      *                GONE OUT.  A RECEIVER SKIPS ANY SEQUENCE  *
      *                AT OR BELOW THE ONE IT LAST APPLIED;      *
      *   T  TRAILER - CONTROL TOTALS: EVENT, NEW AND RESENT     *
      *                COUNTS, THE HIGHEST SEQUENCE ON THE FILE  *
      *                AND A HASH TOTAL OF THE SEQUENCE NUMBERS, *
      *                SO A RECEIVER CAN PROVE IT GOT THE WHOLE  *
      *                FILE BEFORE IT APPLIES ANY OF IT.         *
      * THE SAME LAYOUT, D RECORDS ONLY, CARRIES THE PENDING     *
      * (UNACKNOWLEDGED) EVENTS FORWARD FROM NIGHT TO NIGHT.     *
      *----------------------------------------------------------*
       01  CHANGE-FEED-RECORD.
           05  CF-RECORD-TYPE          PIC X(01).
               88  CF-HEADER                   VALUE "H".
               88  CF-EVENT-DETAIL             VALUE "D".
               88  CF-TRAILER                  VALUE "T".
           05  CF-SEQUENCE             PIC 9(09).
           05  CF-DETAIL-DATA.
               10  CF-SEND-TYPE        PIC X(01).
                   88  CF-SEND-NEW             VALUE "N".
                   88  CF-SEND-RESEND          VALUE "R".
               10  CF-SEND-COUNT       PIC 9(03).
               10  CF-EVENT            PIC X(275).
           05  CF-HEADER-DATA          REDEFINES CF-DETAIL-DATA.
               10  CF-H-FEED-DATE      PIC X(08).
               10  CF-H-RUN-ID         PIC X(14).
               10  CF-H-FIRST-NEW-SEQ  PIC 9(09).
               10  CF-H-RESEND-FROM    PIC 9(09).
               10  FILLER              PIC X(239).
           05  CF-TRAILER-DATA         REDEFINES CF-DETAIL-DATA.
               10  CF-T-EVENT-COUNT    PIC 9(09).
               10  CF-T-NEW-COUNT      PIC 9(09).
               10  CF-T-RESEND-COUNT   PIC 9(09).
               10  CF-T-HIGH-SEQUENCE  PIC 9(09).
               10  CF-T-SEQUENCE-HASH  PIC 9(15).
               10  FILLER              PIC X(228).
