      *----------------------------------------------------------*
      * ICHIST - INTERCOMPANY POSTING HISTORY RECORD.  ABCCOSPL  *
      * APPENDS ONE RECORD FOR EVERY DUE-TO/DUE-FROM PAIR LINE   *
      * IT POSTS: THE GLFEED LINE AS WRITTEN TO THE COMPANY'S    *
      * SPLIT FEED, THE OTHER COMPANY IN THE TRANSACTION, AND    *
      * THE STATEMENT LINE (CUSTOMER, SOURCE PROGRAM, TRACE-ID)  *
      * IT WAS RAISED FOR.  THE MONTH-END INTERCOMPANY           *
      * RECONCILIATION READS THE FILE TO PROVE EACH COMPANY'S    *
      * DUE-FROM AGREES WITH ITS COUNTERPARTY'S DUE-TO.          *
      *----------------------------------------------------------*
       01  IC-HISTORY-RECORD.
           05  IH-GL-LINE              PIC X(64).
           05  IH-COUNTER-COMPANY      PIC X(04).
           05  IH-CUSTOMER-ID          PIC X(06).
           05  IH-SOURCE-PROGRAM       PIC X(08).
           05  IH-TRACE-ID             PIC X(10).
