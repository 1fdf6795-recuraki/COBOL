      *----------------------------------------------------------*
      * COLLACT - COLLECTIONS ACTIVITY HISTORY.  THE ACTIVITY    *
      * CARD RUN (ABCCOLAC) APPENDS ONE ROW PER ACCEPTED CARD:   *
      * WHO WORKED THE ACCOUNT AND WHEN, WHETHER CONTACT WAS     *
      * MADE, THE OUTCOME, THE NEXT-ACTION DATE SET, AND THE     *
      * COLLECTOR'S NOTE.  OUTCOME CODES -                       *
      *   PP  PROMISE TO PAY TAKEN     LM  LEFT MESSAGE          *
      *   NA  NO ANSWER                CB  CALL BACK REQUESTED   *
      *   DS  DISPUTE RAISED           RF  REFUSED TO PAY        *
      *   WN  WRONG NUMBER             PD  SAYS PAYMENT SENT     *
      * AN ACCUMULATOR: NEVER CUT OFF.                           *
      *----------------------------------------------------------*
       01  COLLECTION-ACTIVITY-RECORD.
           05  CLA-CUSTOMER-ID         PIC X(06).
           05  CLA-ACTIVITY-DATE       PIC X(08).
           05  CLA-COLLECTOR-ID        PIC X(08).
           05  CLA-CONTACT             PIC X(01).
               88  CLA-CONTACT-VALID           VALUE "Y" "N".
           05  CLA-OUTCOME             PIC X(02).
               88  CLA-OUTCOME-VALID           VALUE "PP" "LM"
                                                     "NA" "CB"
                                                     "DS" "RF"
                                                     "WN" "PD".
           05  CLA-NEXT-ACTION-DATE    PIC X(08).
           05  CLA-NOTE                PIC X(40).

       01  WS-COLLACT-FILE-STATUS      PIC X(02).
