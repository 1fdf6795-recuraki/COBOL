      *                 THRESHOLD - SO THE MONTH-END SCRAMBLE    *
      *                 STOPS BEING THE EXCEPTIONS NOBODY SAW    *
      *                 AGING.                                   *
      * 2026-10-15  DH  BREACH ALERTS NOW USE THE SHARED 88-BYTE *
      *                 ALERT RECORD (ALERTREC) THAT ABCALERT    *
      *                 WRITES, FILLERS SPACED AND NO DIAGNOSTIC *
      *                 REFERENCE.                               *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FD  ALERT-OUT
           RECORDING MODE IS F.
       01  ALERT-OUT-REC               PIC X(88).

       FD  AGE-REPORT-OUT
           RECORDING MODE IS F.
           05  RS-STATUS-DATE          PIC X(08).
           05  RS-EXCEPTION-TEXT       PIC X(60).

       COPY ALERTREC.

       01  WS-OWNER-TABLE.
           05  WS-OWN-COUNT            PIC 9(02) COMP VALUE ZERO.
               " PAST FINAL THRESHOLD"
               DELIMITED BY SIZE INTO AL-REASON.
           MOVE WS-RUN-DATE            TO AL-RUN-DATE.
           MOVE SPACES                 TO AL-DIAG-REF.

           OPEN EXTEND ALERT-OUT.
           IF WS-ALERT-FILE-STATUS = "35"
