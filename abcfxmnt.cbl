      *                 CURRENCY, FOREIGN AMOUNT, AND BOOKED     *
      *                 RATE.  BASE-CURRENCY OUTSTANDING ITEMS   *
      *                 (NO DETAIL ROW) ARE COUNTED AND SKIPPED. *
      * 2026-10-15  DH  THE FOREIGN-CURRENCY DETAIL ROW IS NOW   *
      *                 63 BYTES (CUSTOMER AND BOOKING DATE      *
      *                 ADDED FOR SETTLEMENT IN CASH             *
      *                 APPLICATION); THIS BUILD STILL JOINS ON  *
      *                 SOURCE PROGRAM AND GL REFERENCE ONLY.    *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FD  FX-DETAIL-IN
           RECORDING MODE IS F.
       01  FX-DETAIL-IN-REC            PIC X(63).

       FD  FX-POSITION-OUT
           RECORDING MODE IS F.
