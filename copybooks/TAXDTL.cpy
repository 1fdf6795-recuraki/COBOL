      *----------------------------------------------------------*
      * TAXDTL - SALES-TAX DETAIL.  ONE ROW PER FEE THE BRACKET  *
      * CALCULATOR COMPUTES, APPENDED AS THE TAX IS DECIDED:     *
      * TAXED (T), EXEMPT UNDER A CERTIFICATE IN FORCE (E, WITH  *
      * THE CERTIFICATE NUMBER), OR UNTAXED BECAUSE NO RATE WAS  *
      * IN FORCE FOR THE JURISDICTION (N).  THE GL REFERENCE IS  *
      * THE FEE'S TAX LIABILITY LINE ON GLFEED, SPACES WHEN NO   *
      * TAX WAS POSTED.  THE FILE IS AN ACCUMULATOR; THE MONTHLY *
      * TAX-RETURN RUN (ABCTAXRT) SELECTS ITS MONTH BY THE       *
      * POSTING DATE.                                            *
      *----------------------------------------------------------*
       01  TAX-DETAIL-RECORD.
           05  TD-JURISDICTION         PIC X(04).
           05  TD-CUSTOMER-ID          PIC X(06).
           05  TD-POST-DATE            PIC X(08).
           05  TD-GL-REFERENCE         PIC X(14).
           05  TD-TAX-STATUS           PIC X(01).
               88  TD-TAXED                    VALUE "T".
               88  TD-EXEMPT                   VALUE "E".
               88  TD-NO-RATE                  VALUE "N".
           05  TD-CERT-NUMBER          PIC X(12).
           05  TD-GROSS-FEE            PIC S9(11)V99.
           05  TD-TAXABLE-FEE          PIC S9(11)V99.
           05  TD-TAX-AMOUNT           PIC S9(11)V99.
           05  TD-TAX-RATE             PIC 9(03)V9(04).
           05  FILLER                  PIC X(09).

       01  WS-TAXDTL-FILE-STATUS       PIC X(02).
       01  WS-TAXDTL-EOF-SW            PIC X(01) VALUE "N".
           88  WS-TAXDTL-EOF                   VALUE "Y".
