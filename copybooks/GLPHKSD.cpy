      *----------------------------------------------------------*
      * GLPHKSD - RECORD LAYOUT OF THE KEYED GL POSTING HISTORY  *
      * (VSAM KSDS, RECORD KEY PH-POSTING-KEY = COMPANY CODE, GL *
      * ACCOUNT, COST CENTER, POSTING DATE AND THE LINE'S        *
      * UNIQUE GLFEED REFERENCE).  ONE RECORD PER RELEASED       *
      * GLFEED LINE, LOADED BY ABCGLPH EACH NIGHT AFTER A CLEAN  *
      * RELEASE, SO OUR COPY OF WHAT WE POSTED OUTLIVES THE FEED *
      * CUT-OFF.  AN ACCOUNT'S POSTINGS ARE CONTIGUOUS IN KEY    *
      * ORDER BY COST CENTER, OLDEST FIRST, SO A START ON THE    *
      * COMPANY AND ACCOUNT BROWSES ONE ACCOUNT'S ACTIVITY.      *
      * PH-TRACE-ID CARRIES THE FRONT-DOOR TRACE-ID WHEN THE     *
      * LINE'S REFERENCE WAS STAMPED WITH ONE, ELSE SPACES.      *
      *----------------------------------------------------------*
       01  GL-POSTING-HISTORY-RECORD.
           05  PH-POSTING-KEY.
               10  PH-COMPANY-CODE     PIC X(04).
               10  PH-ACCOUNT-NUMBER   PIC X(10).
               10  PH-COST-CENTER      PIC X(06).
               10  PH-POSTING-DATE     PIC X(08).
               10  PH-REFERENCE        PIC X(14).
           05  PH-POSTING-DATA.
               10  PH-DEBIT-CREDIT-IND PIC X(01).
               10  PH-AMOUNT           PIC S9(11)V99.
               10  PH-SOURCE-PROGRAM   PIC X(08).
               10  PH-TRACE-ID         PIC X(10).
           05  PH-LOADED-RUN-ID        PIC X(14).
           05  FILLER                  PIC X(12).
