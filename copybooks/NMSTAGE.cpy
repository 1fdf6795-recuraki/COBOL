      *----------------------------------------------------------*
      * NMSTAGE - STAGED NAME-STANDARDIZATION CHANGE.  THE       *
      * STANDARDIZATION PASS (ABCNMSTD) WRITES ONE ROW FOR EACH  *
      * KEYED CUSTOMER MASTER RECORD IT WOULD CHANGE: THE RECORD *
      * AS READ AND AS STANDARDIZED, BOTH IN THE 120-BYTE        *
      * CUSTKSD LAYOUT.  NOTHING IS REWRITTEN UNTIL THE CHANGE   *
      * REPORT HAS BEEN REVIEWED AND THE PROMOTION (ABCNMPRM) IS *
      * RUN; PROMOTION APPLIES A ROW ONLY WHILE THE MASTER STILL *
      * MATCHES ITS BEFORE-IMAGE.                                *
      *----------------------------------------------------------*
       01  NAME-STAGE-RECORD.
           05  NS-RUN-ID               PIC X(14).
           05  NS-CUSTOMER-ID          PIC X(06).
           05  NS-BEFORE-IMAGE         PIC X(120).
           05  NS-AFTER-IMAGE          PIC X(120).

       01  WS-NMSTAGE-FILE-STATUS      PIC X(02).
