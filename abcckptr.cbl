      *                 DAYS, AND CUTS A READY-MADE EXECUTOR     *
      *                 CARD DECK HOLDING ONLY THE PROGRAMS THAT *
      *                 NEED RERUNNING.                          *
      * 2026-10-15  DH  RERUN CARDS ARE CUT TO THE LONGER        *
      *                 CONTROL CARD WITH A DAILY RUN FREQUENCY, *
      *                 SO A RERUN IS ALWAYS DUE.                *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FD  RERUN-DECK-OUT
           RECORDING MODE IS F.
       01  RERUN-DECK-OUT-REC          PIC X(57).

       WORKING-STORAGE SECTION.
       COPY CHKPTREC.
      *----------------------------------------------------------*
      * CUTS ONE EXECUTOR CONTROL CARD FOR A PROGRAM THAT NEEDS  *
      * RERUNNING, IN CARD-DECK SEQUENCE ORDER, WITH NO          *
      * PREDECESSOR, THE DEFAULT CONTINUE ACTION, AND A DAILY    *
      * RUN FREQUENCY SO THE RERUN IS DUE WHATEVER THE DATE.     *
      *----------------------------------------------------------*
       3000-CUT-RERUN-CARD.
           ADD 1 TO WS-RERUN-COUNT.
               TO EC-DESCRIPTION.
           MOVE ZERO                   TO EC-PREDECESSOR.
           MOVE SPACE                  TO EC-ONFAIL-ACTION.
           MOVE "D"                    TO EC-RUN-FREQUENCY.
           MOVE SPACE                  TO EC-RUN-WEEKDAY.
           WRITE RERUN-DECK-OUT-REC FROM EXEC-CONTROL-RECORD.
       3000-EXIT.
           EXIT.
