      *----------------------------------------------------------*
      * COLLKSD - RECORD LAYOUT OF THE KEYED COLLECTIONS ACCOUNT *
      * FILE (VSAM KSDS, RECORD KEY CLK-CUSTOMER-ID).  ONE ROW   *
      * PER CUSTOMER THAT HAS EVER BEEN ON THE COLLECTIONS       *
      * QUEUE.  THE NIGHTLY QUEUE BUILD (ABCCOLQ) ADDS OR        *
      * REFRESHES THE ROW OF EVERY PAST-DUE CUSTOMER - COLLECTOR *
      * BY RULE, PAST-DUE AND OPEN BALANCES, OLDEST DUE DATE -   *
      * AND MARKS RESOLVED (R) ANY ACTIVE ROW WHOSE CUSTOMER IS  *
      * NO LONGER PAST DUE.  THE ACTIVITY CARD RUN (ABCCOLAC)    *
      * CARRIES THE LATEST CONTACT, OUTCOME, NEXT-ACTION DATE    *
      * AND NOTE; THE FULL ACTIVITY HISTORY IS ON COLLACT.  A    *
      * RESOLVED ROW KEEPS ITS LAST NOTE, SO A CUSTOMER WHO      *
      * FALLS PAST DUE AGAIN COMES BACK WITH ITS HISTORY.        *
      *----------------------------------------------------------*
       01  COLLECTION-KEYED-RECORD.
           05  CLK-CUSTOMER-ID         PIC X(06).
           05  CLK-COLLECTOR-ID        PIC X(08).
           05  CLK-ASSIGNED-DATE       PIC X(08).
           05  CLK-PASTDUE-AMOUNT      PIC S9(11)V99.
           05  CLK-OPEN-BALANCE        PIC S9(11)V99.
           05  CLK-OLDEST-DUE-DATE     PIC X(08).
           05  CLK-QUEUED-DATE         PIC X(08).
           05  CLK-STATUS              PIC X(01).
               88  CLK-ACCOUNT-ACTIVE          VALUE "A".
               88  CLK-ACCOUNT-RESOLVED        VALUE "R".
           05  CLK-LAST-ACTIVITY-DATE  PIC X(08).
           05  CLK-LAST-ACTIVITY-BY    PIC X(08).
           05  CLK-LAST-CONTACT        PIC X(01).
               88  CLK-CONTACT-MADE            VALUE "Y".
           05  CLK-LAST-OUTCOME        PIC X(02).
           05  CLK-NEXT-ACTION-DATE    PIC X(08).
           05  CLK-LAST-NOTE           PIC X(40).
           05  FILLER                  PIC X(10).
