      *----------------------------------------------------------*
      * RETNREC - PARCEL RETURNS.                                *
      * RETURN-REASON-RECORD IS ONE ROW OF THE RETURN REASON     *
      * TABLE (RETNRSN): WHO WAS AT FAULT (C CARRIER, S SHIPPER, *
      * R RECIPIENT) AND WHETHER A PARCEL RETURNED FOR THE       *
      * REASON GOES BACK INTO STOCK.                             *
      * RETURN-HISTORY-RECORD IS ONE RETURN TAKEN IN BY ABCRETN, *
      * APPENDED TO RETNHIST SO THE SAME PARCEL CANNOT BE        *
      * RETURNED (AND CREDITED) TWICE.                           *
      *----------------------------------------------------------*
       01  RETURN-REASON-RECORD.
           05  RN-REASON-CODE          PIC X(02).
           05  RN-FAULT                PIC X(01).
               88  RN-CARRIER-FAULT            VALUE "C".
               88  RN-SHIPPER-FAULT            VALUE "S".
               88  RN-RECIPIENT-FAULT          VALUE "R".
           05  RN-RESTOCK              PIC X(01).
               88  RN-RESTOCKABLE              VALUE "Y".
           05  RN-DESCRIPTION          PIC X(20).

       01  RETURN-HISTORY-RECORD.
           05  RH-PARCEL-ID            PIC X(30).
           05  RH-REASON-CODE          PIC X(02).
           05  RH-RETURN-DATE          PIC X(08).
           05  RH-MANIFEST-DATE        PIC X(08).
           05  RH-ZONE                 PIC X(02).
           05  RH-CARRIER              PIC X(04).
           05  RH-CUSTOMER-ID          PIC X(06).
           05  RH-CREDIT-AMOUNT        PIC 9(09)V99.

       01  WS-RETNHIST-FILE-STATUS     PIC X(02).
