      *                 UNTOUCHED.  THE KEYED TEST MASTER IS     *
      *                 BUILT BY RUNNING ABCCMLOD OVER THE       *
      *                 SCRUBBED FLAT COPY.                      *
      * 2026-10-15  DH  CUSTOMER MASTER WIDENED TO 120 BYTES FOR *
      *                 THE SEPARATE NAME TITLE, MIDDLE INITIAL  *
      *                 AND SUFFIX; BEFORE-IMAGE AND CHANGE-     *
      *                 EVENT RECORDS WIDENED TO MATCH.          *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FD  CUSTOMER-MASTER-OUT
           RECORDING MODE IS F.
       01  CUSTOMER-MASTER-OUT-REC     PIC X(120).

       FD  DISPATCH-IN
           RECORDING MODE IS F.
