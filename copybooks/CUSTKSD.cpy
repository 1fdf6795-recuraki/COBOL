      * READS OR MAINTAINS THE MASTER, SO THE LAYOUT CANNOT      *
      * DRIFT BETWEEN THEM.  CARRIES THE SAME ADDRESS AND        *
      * DELIVERY-PREFERENCE FIELDS AS THE FLAT LAYOUT.           *
      * CMK-CREDIT-LIMIT IS THE CUSTOMER'S EXPOSURE CEILING (A   *
      * LIMIT OF ZERO MEANS NO LIMIT HAS BEEN SET); THE NIGHTLY  *
      * EXPOSURE RUN PUTS AN OVER-LIMIT CUSTOMER ON CREDIT HOLD  *
      * (H) AND ONLY A CREDIT OFFICER'S RELEASE CLEARS IT.       *
      * CMK-ADDRESS-STATUS U MARKS AN ADDRESS THE POST OFFICE    *
      * HAS RETURNED MAIL FROM (SET BY THE RETURNED-MAIL RUN);   *
      * STATEMENTS ARE WITHHELD UNTIL MAINTENANCE CORRECTS THE   *
      * ADDRESS, WHICH CLEARS THE FLAG.  CMK-ADDRESS-LINE-2 IS   *
      * THE CITY AND STATE LINE ("CITY ST" OR "CITY, ST").       *
      * THE TITLE (MR, DR ...), MIDDLE INITIAL AND SUFFIX (JR,   *
      * III ...) ARE KEPT IN THEIR OWN FIELDS, OUT OF THE NAME   *
      * FIELDS, BY THE NAME-STANDARDIZATION PASS.                *
      * CMK-BILLING-CYCLE-DAY IS THE DAY OF THE MONTH (01-31)    *
      * THE CUSTOMER'S STATEMENT IS CUT; CHARGES ARE HELD UNTIL  *
      * THEN.  A DAY PAST THE END OF A SHORT MONTH BILLS ON THE  *
      * MONTH'S LAST DAY.  SPACES OR 00 BILLS NIGHTLY, AS EVERY  *
      * CUSTOMER WAS BILLED BEFORE THE CYCLE EXISTED.  RECORD IS *
      * 120 BYTES.                                               *
      *----------------------------------------------------------*
       01  CUSTOMER-KEYED-RECORD.
           05  CMK-CUSTOMER-ID         PIC X(06).
           05  CMK-DELIVERY-PREF       PIC X(01).
               88  CMK-DELIVER-PRINT           VALUE "P" " ".
               88  CMK-DELIVER-ELECTRONIC      VALUE "E".
           05  CMK-CREDIT-LIMIT        PIC 9(07)V99.
           05  CMK-CREDIT-HOLD         PIC X(01).
               88  CMK-CREDIT-HELD             VALUE "H".
               88  CMK-CREDIT-CLEAR            VALUE " " "N".
           05  CMK-ADDRESS-STATUS      PIC X(01).
               88  CMK-ADDRESS-UNDELIVERABLE   VALUE "U".
               88  CMK-ADDRESS-DELIVERABLE     VALUE " ".
           05  CMK-NAME-TITLE          PIC X(04).
           05  CMK-MIDDLE-INITIAL      PIC X(01).
           05  CMK-NAME-SUFFIX         PIC X(03).
           05  CMK-BILLING-CYCLE-DAY   PIC X(02).
               88  CMK-BILLED-NIGHTLY          VALUE SPACES "00".
           05  CMK-BILLING-CYCLE-DAY-N REDEFINES CMK-BILLING-CYCLE-DAY
                                       PIC 9(02).
           05  FILLER                  PIC X(02).
