      *----------------------------------------------------------*
      * PRODMAST - PRODUCT PRICING MASTER.  ONE ROW PER PRODUCT  *
      * AND EFFECTIVE DATE GIVES THE MULTIPLIER (FOUR DECIMAL    *
      * PLACES) AND THE DECIMAL PRECISION THE PRICE IS QUOTED    *
      * TO.  A PRICE CHANGE IS A NEW ROW, SO THE ROW IN FORCE ON *
      * A PROCESSING DATE IS THE ONE WITH THE LATEST EFFECTIVE   *
      * DATE NOT AFTER IT.  A ROW WITH NO EFFECTIVE DATE HAS     *
      * BEEN IN FORCE SINCE THE PRODUCT WAS SET UP.  MAINTAINED  *
      * BY ABCPRDMN; READ BY ABC134A.                            *
      *----------------------------------------------------------*
       01  PRODUCT-MASTER-RECORD.
           05  PM-PRODUCT-CODE         PIC X(06).
           05  PM-MULTIPLIER           PIC 9(05)V9(04).
           05  PM-PRECISION            PIC 9(01).
           05  PM-EFFECTIVE-DATE       PIC X(08).

       01  WS-PRODMAST-FILE-STATUS     PIC X(02).
