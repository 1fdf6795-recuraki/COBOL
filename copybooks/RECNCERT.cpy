      *----------------------------------------------------------*
      * RECNCERT - RECONCILIATION CERTIFICATION REGISTER.  ONE   *
      * ROW PER NIGHTLY RECONCILIATION (ABC152A SUSPENSE OR      *
      * ABC154A MATCH) AND BUSINESS DATE, ADDED BY ABCRCERT FROM *
      * THAT NIGHT'S PROGRAM-TOTALS LINE.  THE OPEN-ITEM COUNT   *
      * IS THE RUN'S REJECT COUNT.  STATUS O = OPEN, P = SIGNED  *
      * BY THE PREPARER, C = CERTIFIED BY A SECOND USER AS THE   *
      * REVIEWER.                                                *
      * RN-ESCALATED IS SET WHILE THE ROW HAS STOOD UNCERTIFIED  *
      * PAST THE ESCALATION LIMIT IN BUSINESS DAYS; ABCALERT     *
      * PAGES ON IT.                                             *
      *----------------------------------------------------------*
       01  RECON-CERT-RECORD.
           05  RN-RECON-ID             PIC X(08).
           05  RN-BUSINESS-DATE        PIC X(08).
           05  RN-STATUS               PIC X(01).
               88  RN-OPEN                     VALUE "O".
               88  RN-PREPARED                 VALUE "P".
               88  RN-CERTIFIED                VALUE "C".
           05  RN-OPEN-ITEMS           PIC 9(05).
           05  RN-COMMENT-COUNT        PIC 9(05).
           05  RN-PREPARER-ID          PIC X(08).
           05  RN-PREPARED-DATE        PIC X(08).
           05  RN-PREPARED-TIME        PIC X(06).
           05  RN-REVIEWER-ID          PIC X(08).
           05  RN-REVIEWED-DATE        PIC X(08).
           05  RN-REVIEWED-TIME        PIC X(06).
           05  RN-RECON-RUN-ID         PIC X(14).
           05  RN-DAYS-UNSIGNED        PIC 9(03).
           05  RN-ESCALATED            PIC X(01).
               88  RN-ESCALATION-DUE           VALUE "Y".

      *----------------------------------------------------------*
      * ONE PREPARER COMMENT ON ONE OPEN ITEM OF A               *
      * RECONCILIATION, APPENDED TO RECNCMNT AS EACH COMMENT     *
      * CARD IS ACCEPTED.  THE ITEM REFERENCE IS THE KEY OR      *
      * SEQUENCE NUMBER THE ITEM CARRIES ON THE REPORT.          *
      *----------------------------------------------------------*
       01  RECON-COMMENT-RECORD.
           05  RM-RECON-ID             PIC X(08).
           05  RM-BUSINESS-DATE        PIC X(08).
           05  RM-ITEM-REF             PIC X(14).
           05  RM-USER-ID              PIC X(08).
           05  RM-COMMENT-DATE         PIC X(08).
           05  RM-COMMENT-TEXT         PIC X(34).

       01  WS-RECNCERT-FILE-STATUS     PIC X(02).
       01  WS-RECNCMNT-FILE-STATUS     PIC X(02).
