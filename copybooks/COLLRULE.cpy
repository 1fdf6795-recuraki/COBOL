      *----------------------------------------------------------*
      * COLLRULE - COLLECTOR-ASSIGNMENT CONTROL RECORD.  ONE ROW *
      * PER RULE NAMES A COLLECTOR (A USERPROF ID) AND THE       *
      * CUSTOMER-ID RANGE AND PAST-DUE BALANCE BAND, BOTH ENDS   *
      * INCLUSIVE, THAT COLLECTOR WORKS.  THE NIGHTLY QUEUE      *
      * BUILD (ABCCOLQ) LOADS THE ROWS IN FILE ORDER AND GIVES A *
      * PAST-DUE CUSTOMER TO THE FIRST ROW THAT COVERS IT, SO A  *
      * NARROW SPECIAL-CASE RULE GOES AHEAD OF A BROAD ONE.  A   *
      * CUSTOMER NO RULE COVERS IS QUEUED TO UNASSIGN FOR THE    *
      * COLLECTIONS SUPERVISOR TO PLACE.                         *
      *----------------------------------------------------------*
       01  COLLECTOR-RULE-RECORD.
           05  CRU-COLLECTOR-ID        PIC X(08).
           05  CRU-CUST-FROM           PIC X(06).
           05  CRU-CUST-TO             PIC X(06).
           05  CRU-BAL-FROM            PIC 9(09)V99.
           05  CRU-BAL-TO              PIC 9(09)V99.

       01  WS-COLLRULE-FILE-STATUS     PIC X(02).
       01  WS-COLLRULE-EOF-SW          PIC X(01) VALUE "N".
           88  WS-COLLRULE-EOF                 VALUE "Y".

       01  COLLECTOR-RULE-TABLE.
           05  CRUT-ENTRY-COUNT        PIC 9(03) COMP VALUE ZERO.
           05  CRUT-ENTRY              OCCURS 50 TIMES.
               10  CRUT-COLLECTOR-ID   PIC X(08).
               10  CRUT-CUST-FROM      PIC X(06).
               10  CRUT-CUST-TO        PIC X(06).
               10  CRUT-BAL-FROM       PIC 9(09)V99.
               10  CRUT-BAL-TO         PIC 9(09)V99.

       01  CRUT-FOUND-SW               PIC X(01) VALUE "N".
           88  CRUT-RULE-FOUND                 VALUE "Y".
           88  CRUT-RULE-NOT-FOUND             VALUE "N".

       01  CRUT-LOOKUP-SUB             PIC 9(03) COMP VALUE ZERO.
