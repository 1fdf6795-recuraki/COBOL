      *----------------------------------------------------------*
      * ITEMKSD - RECORD LAYOUT OF THE KEYED ITEM STOCK MASTER   *
      * (VSAM KSDS, RECORD KEY IS-ITEM-ID).  ONE ROW PER STOCKED *
      * PICK ITEM: WHAT IS ON THE SHELF AND HOW MUCH OF THAT IS  *
      * ALREADY RESERVED FOR PICKS NOT YET CONFIRMED.  ABCITRCV  *
      * ADDS RECEIPTS TO ON-HAND (AND SETS UP A NEW ITEM ON ITS  *
      * FIRST RECEIPT); ABC124A RESERVES ONE UNIT FOR EACH ROUND *
      * IT PICKS; ABCPKCF TAKES A CONFIRMED PICK OFF BOTH        *
      * ON-HAND AND RESERVED.  ON-HAND LESS RESERVED IS WHAT IS  *
      * FREE TO PICK.                                            *
      *----------------------------------------------------------*
       01  ITEM-STOCK-KEYED-RECORD.
           05  IS-ITEM-ID              PIC X(08).
           05  IS-DESCRIPTION          PIC X(20).
           05  IS-ON-HAND              PIC 9(07).
           05  IS-RESERVED             PIC 9(07).
           05  IS-LAST-RECEIPT-DATE    PIC X(08).
           05  FILLER                  PIC X(10).
