      *----------------------------------------------------------*
      * PORTEXT - CUSTOMER WEB PORTAL ACCOUNT-SUMMARY EXTRACT.   *
      * ONE RECORD GROUP PER CUSTOMER, IN CUSTOMER-ID ORDER:     *
      *   S  ACCOUNT SUMMARY - CURRENT BALANCE, THE BALANCE BY   *
      *      AGING BUCKET (THE SAME BUCKETS AS THE AGED TRIAL    *
      *      BALANCE), DISPUTED AMOUNT, LAST PAYMENT DATE AND    *
      *      AMOUNT, AND HOW MANY I AND D RECORDS FOLLOW;        *
      *   I  ONE PER OPEN RECEIVABLE ITEM, WITH ITS DUE DATE;    *
      *   D  ONE PER OPEN STATEMENT DISPUTE.                     *
      * THE FILE ENDS WITH A SINGLE T (TRAILER) RECORD, CUSTOMER *
      * SPACES, CARRYING THE EXTRACT DATE, THE MODE (FULL OR     *
      * DELTA) AND THE CUSTOMER AND RECORD COUNTS, SO THE PORTAL *
      * LOAD CAN PROVE IT RECEIVED THE WHOLE FILE.  AMOUNTS ARE  *
      * SIGNED ZONED DECIMAL WITH TWO IMPLIED PLACES.            *
      *----------------------------------------------------------*
       01  PORTAL-EXTRACT-RECORD.
           05  PX-RECORD-TYPE          PIC X(01).
               88  PX-SUMMARY                  VALUE "S".
               88  PX-ITEM                     VALUE "I".
               88  PX-DISPUTE                  VALUE "D".
               88  PX-TRAILER                  VALUE "T".
           05  PX-CUSTOMER-ID          PIC X(06).
           05  PX-SUMMARY-DATA.
               10  PX-S-BALANCE        PIC S9(11)V99.
               10  PX-S-CURRENT        PIC S9(11)V99.
               10  PX-S-DAYS-30        PIC S9(11)V99.
               10  PX-S-DAYS-60        PIC S9(11)V99.
               10  PX-S-DAYS-90        PIC S9(11)V99.
               10  PX-S-DISPUTED       PIC S9(11)V99.
               10  PX-S-LAST-PAY-DATE  PIC X(08).
               10  PX-S-LAST-PAY-AMT   PIC S9(11)V99.
               10  PX-S-ITEM-COUNT     PIC 9(04).
               10  PX-S-DISPUTE-COUNT  PIC 9(03).
               10  FILLER              PIC X(07).
           05  PX-ITEM-DATA REDEFINES PX-SUMMARY-DATA.
               10  PX-I-STMT-DATE      PIC X(08).
               10  PX-I-DUE-DATE       PIC X(08).
               10  PX-I-ORIG-AMOUNT    PIC S9(11)V99.
               10  PX-I-OPEN-AMOUNT    PIC S9(11)V99.
               10  PX-I-STATUS         PIC X(01).
               10  FILLER              PIC X(70).
           05  PX-DISPUTE-DATA REDEFINES PX-SUMMARY-DATA.
               10  PX-D-DISPUTE-ID     PIC 9(05).
               10  PX-D-SOURCE-PROGRAM PIC X(08).
               10  PX-D-AMOUNT         PIC 9(09)V99.
               10  PX-D-REASON         PIC X(20).
               10  PX-D-OPEN-DATE      PIC X(08).
               10  FILLER              PIC X(61).
           05  PX-TRAILER-DATA REDEFINES PX-SUMMARY-DATA.
               10  PX-T-EXTRACT-DATE   PIC X(08).
               10  PX-T-MODE           PIC X(05).
               10  PX-T-CUSTOMER-COUNT PIC 9(08).
               10  PX-T-RECORD-COUNT   PIC 9(08).
               10  FILLER              PIC X(84).
