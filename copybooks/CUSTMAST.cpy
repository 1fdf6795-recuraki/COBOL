      * ELECTRONIC) SO THE STATEMENT RUN CAN MAIL OR TRANSMIT    *
      * WITHOUT THE BILLING OFFICE'S SIDE LIST.  A PREFERENCE OF *
      * SPACES IS TREATED AS PRINT.                              *
      * CM-CREDIT-LIMIT AND CM-CREDIT-HOLD MIRROR THE KEYED      *
      * MASTER'S CREDIT FIELDS (LIMIT ZERO = NO LIMIT SET,       *
      * HOLD H = ON CREDIT HOLD) AND CM-ADDRESS-STATUS MIRRORS   *
      * ITS RETURNED-MAIL FLAG (U = ADDRESS UNDELIVERABLE).      *
      * CM-NAME-TITLE, CM-MIDDLE-INITIAL AND CM-NAME-SUFFIX      *
      * MIRROR THE KEYED MASTER'S STANDARDIZED NAME PARTS.       *
      * CM-BILLING-CYCLE-DAY MIRRORS THE KEYED MASTER'S BILLING  *
      * CYCLE DAY (01-31; SPACES OR 00 = BILLED NIGHTLY).        *
      *----------------------------------------------------------*
       01  CUSTOMER-MASTER-RECORD.
           05  CM-CUSTOMER-ID          PIC X(06).
           05  CM-DELIVERY-PREF        PIC X(01).
               88  CM-DELIVER-PRINT            VALUE "P" " ".
               88  CM-DELIVER-ELECTRONIC       VALUE "E".
           05  CM-CREDIT-LIMIT         PIC 9(07)V99.
           05  CM-CREDIT-HOLD          PIC X(01).
               88  CM-CREDIT-HELD              VALUE "H".
               88  CM-CREDIT-CLEAR             VALUE " " "N".
           05  CM-ADDRESS-STATUS       PIC X(01).
               88  CM-ADDRESS-UNDELIVERABLE    VALUE "U".
               88  CM-ADDRESS-DELIVERABLE      VALUE " ".
           05  CM-NAME-TITLE           PIC X(04).
           05  CM-MIDDLE-INITIAL       PIC X(01).
           05  CM-NAME-SUFFIX          PIC X(03).
           05  CM-BILLING-CYCLE-DAY    PIC X(02).
               88  CM-BILLED-NIGHTLY           VALUE SPACES "00".
           05  FILLER                  PIC X(02).
