      *                 HAS CARRIED ONE SINCE BEFORE THIS EDIT   *
      *                 STEP EXISTED, SO IT MUST NOT BLOCK THE   *
      *                 CYCLE.                                   *
      * 2026-10-15  DH  READS THE LONGER CONTROL CARD THAT NOW   *
      *                 CARRIES A RUN FREQUENCY.                 *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FD  EXEC-CONTROL-IN
           RECORDING MODE IS F.
       01  EXEC-CONTROL-IN-REC         PIC X(57).

       FD  EDIT-REPORT-OUT
           RECORDING MODE IS F.
