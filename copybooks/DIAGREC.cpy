      *----------------------------------------------------------*
      * DIAGREC - FAILURE DIAGNOSTIC RECORD.  A BATCH CALCULATOR *
      * THAT ENDS WITH RC 8 OR WORSE (A FAILED RUN OR CONTROL    *
      * TOTALS OUT OF BALANCE) APPENDS ONE DIAGNOSTIC SET TO THE *
      * SUITE-WIDE DIAGLOG FILE BEFORE IT RESETS ITS CHECKPOINT: *
      * A HEADER LINE (H) WITH THE RETURN CODE, THE CHECKPOINT   *
      * KEY AND THE READ/PROCESSED/REJECTED/SKIPPED COUNTERS,    *
      * ONE STATUS LINE (S) PER FILE THE PROGRAM TRACKS A FILE   *
      * STATUS FOR, AND ONE RECORD LINE (R) FOR EACH OF THE LAST *
      * DG-RECENT-MAX INPUT RECORDS READ, OLDEST FIRST.  EVERY   *
      * LINE OF A SET CARRIES THE SAME REFERENCE - PROGRAM-ID    *
      * AND RUN-ID - WHICH ABCALERT QUOTES ON THE PAGE AND       *
      * ABCDIAGP FORMATS FOR THE MORNING REVIEW.                 *
      *----------------------------------------------------------*
       01  DIAG-LOG-LINE.
           05  DG-REFERENCE.
               10  DG-PROGRAM-ID       PIC X(08).
               10  DG-RUN-ID           PIC X(14).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DG-LINE-TYPE            PIC X(01).
               88  DG-HEADER-LINE              VALUE "H".
               88  DG-STATUS-LINE              VALUE "S".
               88  DG-RECORD-LINE              VALUE "R".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DG-LINE-SEQ             PIC 9(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DG-LINE-BODY            PIC X(100).
           05  DG-HEADER-BODY REDEFINES DG-LINE-BODY.
               10  DG-RUN-DATE         PIC X(08).
               10  FILLER              PIC X(01).
               10  DG-FAIL-REASON      PIC X(01).
                   88  DG-OUT-OF-BALANCE       VALUE "B".
                   88  DG-RUN-FAILED           VALUE "F".
               10  FILLER              PIC X(01).
               10  DG-RETURN-CODE      PIC 9(04).
               10  FILLER              PIC X(01).
               10  DG-CHECKPOINT-KEY   PIC 9(08).
               10  FILLER              PIC X(01).
               10  DG-READ-COUNT       PIC 9(08).
               10  FILLER              PIC X(01).
               10  DG-PROCESSED-COUNT  PIC 9(08).
               10  FILLER              PIC X(01).
               10  DG-REJECT-COUNT     PIC 9(08).
               10  FILLER              PIC X(01).
               10  DG-SKIP-COUNT       PIC 9(08).
               10  FILLER              PIC X(01).
               10  DG-RECENT-COUNT     PIC 9(02).
               10  FILLER              PIC X(37).
           05  DG-STATUS-BODY REDEFINES DG-LINE-BODY.
               10  DG-DD-NAME          PIC X(12).
               10  FILLER              PIC X(01).
               10  DG-FILE-STATUS      PIC X(02).
               10  FILLER              PIC X(85).
           05  DG-RECORD-BODY REDEFINES DG-LINE-BODY.
               10  DG-RECORD-IMAGE     PIC X(100).

      *----------------------------------------------------------*
      * THE LAST DG-RECENT-MAX INPUT RECORDS READ, HELD IN A     *
      * RING: DG-RECENT-NEXT IS THE SLOT THE LATEST RECORD WENT  *
      * INTO, SO ONCE THE RING IS FULL THE OLDEST IS THE SLOT    *
      * AFTER IT.                                                *
      *----------------------------------------------------------*
       01  DG-RECENT-INPUT.
           05  DG-RECENT-MAX           PIC 9(02) COMP VALUE 10.
           05  DG-RECENT-HELD          PIC 9(02) COMP VALUE ZERO.
           05  DG-RECENT-NEXT          PIC 9(02) COMP VALUE ZERO.
           05  DG-RECENT-FIRST         PIC 9(02) COMP VALUE ZERO.
           05  DG-RECENT-SUB           PIC 9(02) COMP VALUE ZERO.
           05  DG-RECENT-IX            PIC 9(02) COMP VALUE ZERO.
           05  DG-RECENT-RECORD        PIC X(100) OCCURS 10 TIMES.

       01  WS-DIAGLOG-FILE-STATUS      PIC X(02).
