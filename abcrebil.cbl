      *                 ITS REVERSAL ON ITS FACE.  WHOLE-DAY     *
      *                 BACKOUTS STAY WITH ABCBKOUT; THIS RUN    *
      *                 TOUCHES ONE CUSTOMER ONLY.               *
      * 2026-10-15  DH  A REVERSAL LINE'S DESCRIPTION NOW NAMES  *
      *                 THE PROGRAM WHOSE CHARGE IT REVERSES     *
      *                 (REVERSAL ABC127A, REVERSAL FEE TAX)     *
      *                 INSTEAD OF THE FIXED REVERSAL OF CHARGE, *
      *                 SO COMMISSION AND PROFITABILITY CAN CLAW *
      *                 IT BACK BY REVENUE SOURCE.               *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01  WS-LINE-COUNT               PIC 9(08) COMP VALUE ZERO.
       01  WS-REVERSED-COUNT           PIC 9(08) COMP VALUE ZERO.
       01  WS-REVERSED-SOURCE          PIC X(08) VALUE SPACES.
       01  WS-REQUEUED-COUNT           PIC 9(08) COMP VALUE ZERO.
       01  WS-NET-REVERSED             PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
      * ONE EXTRACT LINE: IN SCOPE WHEN IT BELONGS TO THE CARD'S *
      * CUSTOMER AND FALLS IN THE DATE RANGE.  THE ORIGINAL AND  *
      * ITS REVERSAL BOTH SHOW ON THE CORRECTED STATEMENT, AND   *
      * THE REVERSAL GOES OUT AS A NORMAL EXTRACT LINE.  ITS     *
      * DESCRIPTION NAMES THE PROGRAM WHOSE CHARGE IT REVERSES   *
      * (OR FEE TAX FOR A REVERSED SALES TAX LINE), SO THE       *
      * COMMISSION AND PROFITABILITY RUNS CAN CLAW IT BACK FROM  *
      * THE RIGHT REVENUE SOURCE.                                *
      *----------------------------------------------------------*
       2000-PROCESS-EXTRACT-LINE.
           ADD 1 TO WS-LINE-COUNT.
           WRITE CORRECTED-STMT-OUT-REC FROM WS-DETAIL-LINE.

           COMPUTE SX-AMOUNT = ZERO - SX-AMOUNT.
           IF SX-SOURCE-PROGRAM = "ABC127A "
               AND SX-CHARGE-DESC = "FEE TAX"
               MOVE "REVERSAL FEE TAX"   TO SX-CHARGE-DESC
           ELSE
               MOVE SX-SOURCE-PROGRAM  TO WS-REVERSED-SOURCE
               MOVE SPACES             TO SX-CHARGE-DESC
               STRING "REVERSAL " WS-REVERSED-SOURCE
                   DELIMITED BY SIZE INTO SX-CHARGE-DESC
           END-IF.
           MOVE "ABCREBIL"             TO SX-SOURCE-PROGRAM.
           MOVE WS-RUN-DATE            TO SX-RUN-DATE.

