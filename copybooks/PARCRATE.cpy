      *----------------------------------------------------------*
      * PARCRATE - PARCEL SHIPPING RATE TABLE.  ONE ROW PER      *
      * CUSTOMER AND DELIVERY ZONE CARRIES A BASE CHARGE PER     *
      * PARCEL AND A CHARGE PER BILLABLE KILOGRAM, EFFECTIVE-    *
      * DATED THE SAME WAY AS THE SHARED RATE CONTROL ROWS.  A   *
      * ROW WITH A BLANK CUSTOMER IS THE HOUSE TARIFF FOR THE    *
      * ZONE, USED FOR ANY CUSTOMER WITH NO ROW OF ITS OWN IN    *
      * FORCE.  ABC109A PRICES EVERY MANIFESTED PARCEL THAT      *
      * CARRIES A WEIGHT FROM THIS TABLE.                        *
      *----------------------------------------------------------*
       01  PARCEL-RATE-RECORD.
           05  PR-CUSTOMER-ID          PIC X(06).
           05  PR-ZONE                 PIC X(02).
           05  PR-BASE-CHARGE          PIC 9(05)V99.
           05  PR-RATE-PER-KG          PIC 9(05)V99.
           05  PR-EFF-FROM-DATE        PIC X(08).
           05  PR-EFF-TO-DATE          PIC X(08).

       01  WS-PARCRATE-FILE-STATUS     PIC X(02).
       01  WS-PARCRATE-EOF-SW          PIC X(01) VALUE "N".
           88  WS-PARCRATE-EOF                 VALUE "Y".

       01  PARCEL-RATE-TABLE.
           05  PRT-ENTRY-COUNT         PIC 9(03) COMP VALUE ZERO.
           05  PRT-ENTRY               OCCURS 500 TIMES.
               10  PRT-CUSTOMER-ID     PIC X(06).
               10  PRT-ZONE            PIC X(02).
               10  PRT-BASE-CHARGE     PIC 9(05)V99 COMP-3.
               10  PRT-RATE-PER-KG     PIC 9(05)V99 COMP-3.

       01  PRT-LOOKUP-SUB              PIC 9(03) COMP VALUE ZERO.
