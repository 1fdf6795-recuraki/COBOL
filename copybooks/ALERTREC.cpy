      *----------------------------------------------------------*
      * ALERTREC - ALERT RECORD IN THE OPERATIONS PAGING         *
      * SYSTEM'S INGEST FORMAT (ALERTOUT): ONE FIXED-FORMAT      *
      * 88-BYTE LINE PER CONDITION.  AL-DIAG-REF CARRIES THE     *
      * REFERENCE (PROGRAM-ID AND RUN-ID) OF THE DIAGNOSTIC SET  *
      * THE PROGRAM WROTE TONIGHT, IF IT WROTE ONE, SO THE       *
      * ON-CALL CAN PULL IT WITH ABCDIAGP; A WRITER WITH NO      *
      * DIAGNOSTIC SET LEAVES IT SPACES.  WRITTEN BY ABCALERT,   *
      * ABCEFT AND ABCEXAGE.                                     *
      *----------------------------------------------------------*
       01  ALERT-RECORD.
           05  AL-PROGRAM-ID           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  AL-SEVERITY             PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  AL-REASON               PIC X(40).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AL-RUN-DATE             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AL-DIAG-REF             PIC X(22).
