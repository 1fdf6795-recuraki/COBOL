      *                 OWN UNCLAIMED ITEM INSTEAD OF BEING      *
      *                 SILENTLY DISCARDED; LINES STILL TREATED  *
      *                 AS RE-READS ARE COUNTED AND REPORTED.    *
      * 2026-10-15  DH  AN APPORTIONMENT DETAIL NOW REGISTERS AS *
      *                 ITS UNCLAIMED ITEM THE AMOUNT ACTUALLY   *
      *                 PAID - THE PORTION LESS ANY BACKUP       *
      *                 WITHHOLDING CARRIED ON THE LINE - SINCE  *
      *                 THE WITHHELD PART IS REMITTED AND NEVER  *
      *                 ESCHEATS.                                *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FD  APPOR-DETAIL-IN
           RECORDING MODE IS F.
       01  APPOR-DETAIL-IN-REC         PIC X(46).

       FD  RATE-TAB
           RECORDING MODE IS F.

       01  WS-NEW-COUNT                PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-REREAD-COUNT             PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-NET-PAID                 PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
       01  WS-CLAIMED-COUNT            PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-LETTER-COUNT             PIC 9(05) COMP-3 VALUE ZERO.
       01  WS-SURRENDER-COUNT          PIC 9(05) COMP-3 VALUE ZERO.
           EXIT.

      *----------------------------------------------------------*
      * THE UNCLAIMED ITEM IS WHAT THE BENEFICIARY WAS ACTUALLY
      * PAID - THE PORTION LESS ANY BACKUP WITHHOLDING, WHICH IS
      * REMITTED TO THE TAX AUTHORITY AND NEVER ESCHEATS.
       3200-APPLY-ONE-DETAIL.
           IF AD-WITHHELD IS NOT NUMERIC
               MOVE ZERO               TO AD-WITHHELD
           END-IF.
           COMPUTE WS-NET-PAID = AD-AMOUNT - AD-WITHHELD.

           MOVE ZERO                   TO WS-MATCH-SUB.
           PERFORM 3300-SCAN-FOR-DUPLICATE
               THRU 3300-EXIT
           MOVE AD-ACCOUNT        TO WS-IT-ACCOUNT(WS-ITEM-COUNT).
           MOVE AD-BENEFICIARY
               TO WS-IT-BENEFICIARY(WS-ITEM-COUNT).
           MOVE WS-NET-PAID       TO WS-IT-AMOUNT(WS-ITEM-COUNT).
           MOVE AD-RUN-DATE       TO WS-IT-ORIG-DATE(WS-ITEM-COUNT).
           MOVE "U"               TO WS-IT-STAGE(WS-ITEM-COUNT).
           MOVE SPACES
           IF WS-IT-ACCOUNT(WS-SCAN-SUB) = AD-ACCOUNT
               AND WS-IT-BENEFICIARY(WS-SCAN-SUB) = AD-BENEFICIARY
               AND WS-IT-ORIG-DATE(WS-SCAN-SUB) = AD-RUN-DATE
               AND WS-IT-AMOUNT(WS-SCAN-SUB) = WS-NET-PAID
               MOVE WS-SCAN-SUB        TO WS-MATCH-SUB
           END-IF.
       3300-EXIT.
