      *----------------------------------------------------------*
      * COLLWORK - COLLECTIONS WORKLIST EXTRACT.  THE NIGHTLY    *
      * QUEUE BUILD (ABCCOLQ) WRITES ONE ROW PER ACTIVE          *
      * COLLECTIONS ACCOUNT; THE JOB SORTS THE EXTRACT ON        *
      * COLLECTOR (1-8), ACTION DATE (9-16) ASCENDING AND        *
      * PAST-DUE AMOUNT (17-29, UNSIGNED ZONED) DESCENDING, AND  *
      * THE WORKLIST PRINT (ABCCOLWL) BREAKS IT INTO ONE         *
      * WORKLIST PER COLLECTOR.  THE ACTION DATE IS THE          *
      * NEXT-ACTION DATE THE COLLECTOR LAST SET, OR THE DATE THE *
      * ACCOUNT WAS ASSIGNED WHEN NONE HAS BEEN SET YET.         *
      *----------------------------------------------------------*
       01  COLLECTION-WORK-RECORD.
           05  CWK-COLLECTOR-ID        PIC X(08).
           05  CWK-ACTION-DATE         PIC X(08).
           05  CWK-PASTDUE-AMOUNT      PIC 9(11)V99.
           05  CWK-CUSTOMER-ID         PIC X(06).
           05  CWK-OPEN-BALANCE        PIC S9(11)V99.
           05  CWK-OLDEST-DUE-DATE     PIC X(08).
           05  CWK-DAYS-PAST-DUE       PIC 9(05).
           05  CWK-LAST-ACTIVITY-DATE  PIC X(08).
           05  CWK-LAST-OUTCOME        PIC X(02).
           05  CWK-LAST-NOTE           PIC X(40).

       01  WS-COLLWORK-FILE-STATUS     PIC X(02).
       01  WS-COLLWORK-EOF-SW          PIC X(01) VALUE "N".
           88  WS-COLLWORK-EOF                 VALUE "Y".
