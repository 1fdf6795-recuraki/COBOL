       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCRVLOD.
       AUTHOR. D HARLOW.
       INSTALLATION. DL100 BATCH SERVICES.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 2026-10-15  DH  NEW PROGRAM.  LOADS THE KEYED OPEN-ITEM  *
      *                 RECEIVABLES FILE FROM THE FLAT           *
      *                 SEQUENTIAL RECVITEM LAYOUT, SO THE CASH, *
      *                 AGING, LATE-CHARGE, DISPUTE AND MERGE    *
      *                 RUNS CAN READ AND REWRITE ONE ITEM BY    *
      *                 CUSTOMER-ID PLUS STATEMENT DATE INSTEAD  *
      *                 OF LOADING THE WHOLE FILE INTO A TABLE.  *
      *                 A RECORD WHOSE KEY IS ALREADY ON THE     *
      *                 KEYED FILE IS REJECTED AND COUNTED, THE  *
      *                 SAME AS THE CUSTOMER MASTER LOAD.        *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIVABLE-IN
               ASSIGN TO RECVIN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RECEIVABLE-KSD
               ASSIGN TO RECVKSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RVK-ITEM-KEY
               FILE STATUS IS WS-RECVKSD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECEIVABLE-IN
           RECORDING MODE IS F.
       01  RECEIVABLE-IN-REC           PIC X(57).

       FD  RECEIVABLE-KSD.
       COPY RECVKSD.

       WORKING-STORAGE SECTION.
       COPY RECVITEM.
       COPY CTLTOTAL.
       COPY RUNSTAMP.
       01  WS-RECVKSD-FILE-STATUS      PIC X(02).
       01  WS-EOF-SW                   PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                  VALUE "Y".

       01  WS-RECORD-COUNT             PIC 9(08) COMP VALUE ZERO.
       01  WS-REJECT-COUNT             PIC 9(08) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-PROCESS-ITEM
               THRU 2000-EXIT
               UNTIL WS-END-OF-FILE.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           GOBACK.

      *----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT  RECEIVABLE-IN
                OUTPUT RECEIVABLE-KSD.

           PERFORM 1060-SET-RUN-STAMP
               THRU 1060-EXIT.

           PERFORM 2100-READ-ITEM
               THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1060-SET-RUN-STAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-RUNSTAMP-CURRENT-DATE.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:14) TO WS-RUN-ID.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:8)  TO WS-RUN-DATE.
       1060-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * WRITES ONE FLAT ITEM TO THE KEYED FILE.  THE FLAT FILE   *
      * IS PRESORTED ASCENDING ON CUSTOMER-ID AND STATEMENT DATE *
      * BY THE USUAL PRESORT STEP, SO THE LOAD RUNS IN           *
      * SEQUENTIAL ACCESS MODE; A FILE-STATUS OF 21 OR 22 MEANS  *
      * A KEY OUT OF SEQUENCE OR ALREADY LOADED AND THE ITEM IS  *
      * COUNTED AS A REJECT.                                     *
      *----------------------------------------------------------*
       2000-PROCESS-ITEM.
           ADD 1 TO WS-RECORD-COUNT.

           MOVE RECEIVABLE-IN-REC      TO RECEIVABLE-ITEM-RECORD.
           MOVE RV-CUSTOMER-ID         TO RVK-CUSTOMER-ID.
           MOVE RV-STMT-DATE           TO RVK-STMT-DATE.
           MOVE RV-DUE-DATE            TO RVK-DUE-DATE.
           MOVE RV-ORIG-AMOUNT         TO RVK-ORIG-AMOUNT.
           MOVE RV-OPEN-AMOUNT         TO RVK-OPEN-AMOUNT.
           MOVE RV-LAST-PAY-DATE       TO RVK-LAST-PAY-DATE.
           MOVE RV-STATUS              TO RVK-STATUS.

           WRITE RECEIVABLE-KEYED-RECORD.
           IF WS-RECVKSD-FILE-STATUS = "00"
               ADD 1 TO WS-CT-PROCESSED-COUNT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "ABCRVLOD **** KEY " RV-CUSTOMER-ID
                   " " RV-STMT-DATE
                   " NOT LOADED - FILE STATUS "
                   WS-RECVKSD-FILE-STATUS " ****"
           END-IF.

           PERFORM 2100-READ-ITEM
               THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2100-READ-ITEM.
           READ RECEIVABLE-IN
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       9000-TERMINATE.
           PERFORM 9050-CONTROL-TOTAL-CHECK
               THRU 9050-EXIT.

           CLOSE RECEIVABLE-IN
                 RECEIVABLE-KSD.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CONFIRMS THAT EVERY FLAT ITEM READ WAS EITHER LOADED TO  *
      * THE KEYED FILE OR REJECTED, AND FLAGS THE RUN IF THE     *
      * COUNTS DO NOT TIE OUT.                                   *
      *----------------------------------------------------------*
       9050-CONTROL-TOTAL-CHECK.
           IF WS-RECORD-COUNT =
               WS-CT-PROCESSED-COUNT + WS-REJECT-COUNT
               SET WS-CT-IN-BALANCE TO TRUE
           ELSE
               SET WS-CT-OUT-OF-BALANCE TO TRUE
           END-IF.

           DISPLAY "ABCRVLOD CONTROL TOTAL - READ=" WS-RECORD-COUNT
               " LOADED=" WS-CT-PROCESSED-COUNT
               " REJECTED=" WS-REJECT-COUNT.

           IF WS-CT-OUT-OF-BALANCE
               DISPLAY
                 "ABCRVLOD **** CONTROL TOTALS OUT OF BALANCE ****"
           END-IF.

           IF WS-CT-OUT-OF-BALANCE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REJECT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
       9050-EXIT.
           EXIT.
