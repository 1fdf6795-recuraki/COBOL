       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCPMLOD.
       AUTHOR. D HARLOW.
       INSTALLATION. DL100 BATCH SERVICES.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 2026-10-15  DH  NEW PROGRAM.  RELOADS THE KEYED PROMISE- *
      *                 TO-PAY REGISTER FROM A FLAT COPY WRITTEN *
      *                 BY ABCPMUNL, TO RECOVER THE REGISTER     *
      *                 AFTER A FAILED CASH RUN.  A RECORD WHOSE *
      *                 KEY IS ALREADY ON THE KEYED FILE IS      *
      *                 REJECTED AND COUNTED, THE SAME AS THE    *
      *                 RECEIVABLES LOAD.                        *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMISE-IN
               ASSIGN TO PROMFLAT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PROMISE-KSD
               ASSIGN TO PROMKSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-PROMISE-KEY
               FILE STATUS IS WS-PROMKSD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROMISE-IN
           RECORDING MODE IS F.
       01  PROMISE-IN-REC              PIC X(83).

       FD  PROMISE-KSD.
       COPY PROMKSD.

       WORKING-STORAGE SECTION.
       COPY CTLTOTAL.
       COPY RUNSTAMP.
       01  WS-PROMKSD-FILE-STATUS      PIC X(02).
       01  WS-EOF-SW                   PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                  VALUE "Y".

       01  WS-RECORD-COUNT             PIC 9(08) COMP VALUE ZERO.
       01  WS-REJECT-COUNT             PIC 9(08) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-PROCESS-PROMISE
               THRU 2000-EXIT
               UNTIL WS-END-OF-FILE.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           GOBACK.

      *----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT  PROMISE-IN
                OUTPUT PROMISE-KSD.

           PERFORM 1060-SET-RUN-STAMP
               THRU 1060-EXIT.

           PERFORM 2100-READ-PROMISE
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
      * WRITES ONE FLAT PROMISE TO THE KEYED FILE.  THE FLAT     *
      * COPY IS ALREADY IN KEY ORDER, AS ABCPMUNL WROTE IT, SO   *
      * THE LOAD RUNS IN SEQUENTIAL ACCESS MODE; A FILE-STATUS   *
      * OF 21 OR 22 MEANS A KEY OUT OF SEQUENCE OR ALREADY       *
      * LOADED AND THE PROMISE IS COUNTED AS A REJECT.           *
      *----------------------------------------------------------*
       2000-PROCESS-PROMISE.
           ADD 1 TO WS-RECORD-COUNT.

           MOVE PROMISE-IN-REC         TO PROMISE-KEYED-RECORD.

           WRITE PROMISE-KEYED-RECORD.
           IF WS-PROMKSD-FILE-STATUS = "00"
               ADD 1 TO WS-CT-PROCESSED-COUNT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "ABCPMLOD **** KEY " PM-CUSTOMER-ID
                   " " PM-TAKEN-DATE
                   " NOT LOADED - FILE STATUS "
                   WS-PROMKSD-FILE-STATUS " ****"
           END-IF.

           PERFORM 2100-READ-PROMISE
               THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2100-READ-PROMISE.
           READ PROMISE-IN
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       9000-TERMINATE.
           PERFORM 9050-CONTROL-TOTAL-CHECK
               THRU 9050-EXIT.

           CLOSE PROMISE-IN
                 PROMISE-KSD.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CONFIRMS THAT EVERY FLAT PROMISE READ WAS EITHER LOADED  *
      * TO THE KEYED FILE OR REJECTED, AND FLAGS THE RUN IF THE  *
      * COUNTS DO NOT TIE OUT.                                   *
      *----------------------------------------------------------*
       9050-CONTROL-TOTAL-CHECK.
           IF WS-RECORD-COUNT =
               WS-CT-PROCESSED-COUNT + WS-REJECT-COUNT
               SET WS-CT-IN-BALANCE TO TRUE
           ELSE
               SET WS-CT-OUT-OF-BALANCE TO TRUE
           END-IF.

           DISPLAY "ABCPMLOD CONTROL TOTAL - READ=" WS-RECORD-COUNT
               " LOADED=" WS-CT-PROCESSED-COUNT
               " REJECTED=" WS-REJECT-COUNT.

           IF WS-CT-OUT-OF-BALANCE
               DISPLAY
                 "ABCPMLOD **** CONTROL TOTALS OUT OF BALANCE ****"
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
