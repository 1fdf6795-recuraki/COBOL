       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCRVUNL.
       AUTHOR. D HARLOW.
       INSTALLATION. DL100 BATCH SERVICES.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 2026-10-15  DH  NEW PROGRAM.  UNLOADS THE KEYED OPEN-    *
      *                 ITEM RECEIVABLES FILE BACK TO THE FLAT   *
      *                 SEQUENTIAL RECVITEM LAYOUT, IN CUSTOMER  *
      *                 AND STATEMENT-DATE ORDER, FOR BACKUP AND *
      *                 FOR ANY JOB THAT STILL WANTS A FLAT COPY *
      *                 OF THE RECEIVABLES POSITION.             *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIVABLE-KSD
               ASSIGN TO RECVKSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RVK-ITEM-KEY
               FILE STATUS IS WS-RECVKSD-FILE-STATUS.

           SELECT RECEIVABLE-OUT
               ASSIGN TO RECVFLAT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RECEIVABLE-KSD.
       COPY RECVKSD.

       FD  RECEIVABLE-OUT
           RECORDING MODE IS F.
       01  RECEIVABLE-OUT-REC          PIC X(57).

       WORKING-STORAGE SECTION.
       COPY RECVITEM.
       COPY CTLTOTAL.
       COPY RUNSTAMP.
       01  WS-RECVKSD-FILE-STATUS      PIC X(02).
       01  WS-EOF-SW                   PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                  VALUE "Y".

       01  WS-RECORD-COUNT             PIC 9(08) COMP VALUE ZERO.

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
           OPEN INPUT  RECEIVABLE-KSD
                OUTPUT RECEIVABLE-OUT.

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
       2000-PROCESS-ITEM.
           ADD 1 TO WS-RECORD-COUNT.

           MOVE RVK-CUSTOMER-ID        TO RV-CUSTOMER-ID.
           MOVE RVK-STMT-DATE          TO RV-STMT-DATE.
           MOVE RVK-DUE-DATE           TO RV-DUE-DATE.
           MOVE RVK-ORIG-AMOUNT        TO RV-ORIG-AMOUNT.
           MOVE RVK-OPEN-AMOUNT        TO RV-OPEN-AMOUNT.
           MOVE RVK-LAST-PAY-DATE      TO RV-LAST-PAY-DATE.
           MOVE RVK-STATUS             TO RV-STATUS.
           WRITE RECEIVABLE-OUT-REC FROM RECEIVABLE-ITEM-RECORD.
           ADD 1 TO WS-CT-PROCESSED-COUNT.

           PERFORM 2100-READ-ITEM
               THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2100-READ-ITEM.
           READ RECEIVABLE-KSD
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       9000-TERMINATE.
           PERFORM 9050-CONTROL-TOTAL-CHECK
               THRU 9050-EXIT.

           CLOSE RECEIVABLE-KSD
                 RECEIVABLE-OUT.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CONFIRMS THAT EVERY KEYED ITEM READ WAS WRITTEN TO THE   *
      * FLAT COPY, AND FLAGS THE RUN IF THE COUNTS DO NOT TIE.   *
      *----------------------------------------------------------*
       9050-CONTROL-TOTAL-CHECK.
           IF WS-RECORD-COUNT = WS-CT-PROCESSED-COUNT
               SET WS-CT-IN-BALANCE TO TRUE
           ELSE
               SET WS-CT-OUT-OF-BALANCE TO TRUE
           END-IF.

           DISPLAY "ABCRVUNL CONTROL TOTAL - READ=" WS-RECORD-COUNT
               " UNLOADED=" WS-CT-PROCESSED-COUNT.

           IF WS-CT-OUT-OF-BALANCE
               DISPLAY
                 "ABCRVUNL **** CONTROL TOTALS OUT OF BALANCE ****"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       9050-EXIT.
           EXIT.
