      *----------------------------------------------------------*
      * BACKORD - ONE PICK ROUND ABC124A COULD NOT FILL BECAUSE  *
      * THE ITEM HAD NO FREE STOCK.  THE ROUND KEEPS ITS PLACE   *
      * IN THE SELECTION (ITS VALUE IS ALREADY IN THE SPEND) AND *
      * WAITS ON THIS FILE; EACH BATCH RUN OF ABC124A FIRST      *
      * RELEASES, OLDEST FIRST, EVERY BACKORDER WHOSE ITEM NOW   *
      * HAS FREE STOCK ONTO THAT RUN'S PICK LIST, AND WRITES THE *
      * REST BACK.                                               *
      *----------------------------------------------------------*
       01  BACKORDER-RECORD.
           05  BO-ITEM-ID              PIC X(08).
           05  BO-ROUND                PIC 9(05).
           05  BO-VALUE                PIC 9(09).
           05  BO-ORDER-DATE           PIC X(08).
           05  BO-INDATA               PIC X(40).
