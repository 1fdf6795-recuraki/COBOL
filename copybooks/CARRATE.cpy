      *----------------------------------------------------------*
      * CARRATE - CONTRACTED CARRIER RATE FILE.  ONE ROW PER     *
      * CARRIER, SERVICE LEVEL AND DELIVERY ZONE THE CARRIER     *
      * SERVICES, CARRYING THE CONTRACTED PRICE PER PARCEL.  A   *
      * CARRIER WITH NO ROW FOR A ZONE AND LEVEL DOES NOT        *
      * SERVICE IT.  THE INCUMBENT CARRIER'S ROWS CARRY THE      *
      * DEFAULT FLAG; ITS PRICE IS WHAT EVERY PARCEL WOULD HAVE  *
      * COST BEFORE RATE SHOPPING, AND IT TAKES ANY PARCEL NO    *
      * CARRIER HAS A RATE FOR.  SERVICE LEVEL S (STANDARD) IS   *
      * ASSUMED FOR A PARCEL THAT DOES NOT NAME ONE.             *
      * ABC109A SHOPS EACH PARCEL ACROSS EVERY CARRIER; ABCCARAU *
      * AUDITS ONE CARRIER'S INVOICE AGAINST ITS OWN ROWS.       *
      *----------------------------------------------------------*
       01  CARRIER-RATE-RECORD.
           05  CR-CARRIER-ID           PIC X(04).
           05  CR-SERVICE-LEVEL        PIC X(01).
           05  CR-ZONE                 PIC X(02).
           05  CR-RATE                 PIC 9(07)V99.
           05  CR-DEFAULT-SW           PIC X(01).
               88  CR-DEFAULT-CARRIER          VALUE "Y".

       01  WS-CARRATE-FILE-STATUS      PIC X(02).
       01  WS-CARRATE-EOF-SW           PIC X(01) VALUE "N".
           88  WS-CARRATE-EOF                  VALUE "Y".

       01  WS-DEFAULT-CARRIER          PIC X(04) VALUE SPACES.

       01  CARRIER-RATE-TABLE.
           05  CRT-ENTRY-COUNT         PIC 9(03) COMP VALUE ZERO.
           05  CRT-ENTRY               OCCURS 300 TIMES.
               10  CRT-CARRIER-ID      PIC X(04).
               10  CRT-SERVICE-LEVEL   PIC X(01).
               10  CRT-ZONE            PIC X(02).
               10  CRT-RATE            PIC 9(07)V99 COMP-3.

       01  CRT-LOOKUP-SUB              PIC 9(03) COMP VALUE ZERO.
