      *----------------------------------------------------------*
      * PAYBANK - PAYEE BANK-ACCOUNT MASTER RECORD.  ONE ROW PER *
      * PAYEE (CUSTOMER) HOLDS THE ROUTING AND ACCOUNT NUMBER    *
      * THE EFT PAYOUT RUN PAYS TO, CARRIED FORWARD RUN TO RUN.  *
      * A NEW OR CHANGED ACCOUNT GOES OUT FIRST AS A ZERO-AMOUNT *
      * PRENOTE AND STAYS PRENOTE-PENDING (P) UNTIL THE WAITING  *
      * PERIOD PASSES WITH NO BANK RETURN, WHEN IT BECOMES       *
      * ACTIVE (A).  A PRENOTE THE BANK RETURNS MARKS THE        *
      * ACCOUNT RETURNED (R) WITH THE BANK'S RETURN CODE UNTIL   *
      * CORRECTED DETAILS ARE KEYED.  PB-CHANGED-DATE IS THE     *
      * DATE THE DETAILS WERE LAST KEYED, FOR THE LARGE-PAYMENT  *
      * HOLD ON A RECENTLY CHANGED ACCOUNT.                      *
      *----------------------------------------------------------*
       01  PAYEE-BANK-RECORD.
           05  PB-CUSTOMER-ID          PIC X(06).
           05  PB-ROUTING              PIC X(09).
           05  PB-ACCOUNT              PIC X(17).
           05  PB-STATUS               PIC X(01).
               88  PB-PRENOTE-PENDING          VALUE "P".
               88  PB-ACTIVE                   VALUE "A".
               88  PB-PRENOTE-RETURNED         VALUE "R".
           05  PB-PRENOTE-DATE         PIC X(08).
           05  PB-CHANGED-DATE         PIC X(08).
           05  PB-RETURN-CODE          PIC X(03).

       01  WS-PAYBNKI-FILE-STATUS      PIC X(02).
       01  WS-PAYBNKI-EOF-SW           PIC X(01) VALUE "N".
           88  WS-PAYBNKI-EOF                  VALUE "Y".

       01  PAYEE-BANK-TABLE.
           05  PBT-ENTRY-COUNT         PIC 9(04) COMP VALUE ZERO.
           05  PBT-ENTRY               OCCURS 500 TIMES.
               10  PBT-CUSTOMER-ID     PIC X(06).
               10  PBT-ROUTING         PIC X(09).
               10  PBT-ACCOUNT         PIC X(17).
               10  PBT-STATUS          PIC X(01).
               10  PBT-PRENOTE-DATE    PIC X(08).
               10  PBT-CHANGED-DATE    PIC X(08).
               10  PBT-RETURN-CODE     PIC X(03).

       01  PBT-LOOKUP-SUB              PIC 9(04) COMP VALUE ZERO.
       01  PBT-MATCH-SUB               PIC 9(04) COMP VALUE ZERO.
