      * THE RATE IT WAS BOOKED AT.  THE MONTH-END OPEN-POSITION  *
      * BUILD (ABCFXMNT) JOINS THESE ROWS TO THE LEDGER-ACK      *
      * OUTSTANDING FILE TO PRODUCE THE FXPOSIT FILE THE         *
      * REVALUATION RUN CONSUMES.  THE CUSTOMER AND BOOKING DATE *
      * (THE NIGHT OF THE CHARGE) TIE THE ROW TO THE RECEIVABLE  *
      * ITEM OF THE STATEMENT THAT BILLED IT - THE CUSTOMER'S    *
      * FIRST STATEMENT DATED ON OR AFTER THE BOOKING DATE,      *
      * WHICH FOR A CYCLE CUSTOMER MAY BE WEEKS LATER - SO CASH  *
      * APPLICATION CAN BOOK THE REALIZED GAIN OR LOSS WHEN THE  *
      * ITEM IS SETTLED.                                         *
      *----------------------------------------------------------*
       01  FX-DETAIL-RECORD.
           05  FX-SOURCE-PROGRAM       PIC X(08).
           05  FX-CURRENCY-CODE        PIC X(03).
           05  FX-FC-AMOUNT            PIC S9(11)V99.
           05  FX-BOOKED-RATE          PIC 9(05)V9(06).
           05  FX-CUSTOMER-ID          PIC X(06).
           05  FX-BOOKED-DATE          PIC X(08).

       01  WS-FXDET-FILE-STATUS        PIC X(02).
