       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCPMUNL.
       AUTHOR. D HARLOW.
       INSTALLATION. DL100 BATCH SERVICES.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 2026-10-15  DH  NEW PROGRAM.  UNLOADS THE KEYED PROMISE- *
      *                 TO-PAY REGISTER TO A FLAT SEQUENTIAL     *
      *                 COPY OF THE SAME LAYOUT, IN CUSTOMER AND *
      *                 TAKEN-DATE ORDER, AS THE BACKUP TAKEN    *
      *                 AHEAD OF THE CASH RUN, WHICH UPDATES THE *
      *                 REGISTER IN PLACE.                       *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMISE-KSD
               ASSIGN TO PROMKSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-PROMISE-KEY
               FILE STATUS IS WS-PROMKSD-FILE-STATUS.

           SELECT PROMISE-OUT
               ASSIGN TO PROMFLAT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PROMISE-KSD.
       COPY PROMKSD.

       FD  PROMISE-OUT
           RECORDING MODE IS F.
       01  PROMISE-OUT-REC             PIC X(83).

       WORKING-STORAGE SECTION.
       COPY CTLTOTAL.
       COPY RUNSTAMP.
       01  WS-PROMKSD-FILE-STATUS      PIC X(02).
       01  WS-EOF-SW                   PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                  VALUE "Y".

       01  WS-RECORD-COUNT             PIC 9(08) COMP VALUE ZERO.

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
      * A REGISTER NOT YET DEFINED (NO PROMISE EVER TAKEN)       *
      * UNLOADS AS AN EMPTY BACKUP.                              *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT PROMISE-OUT.
           OPEN INPUT  PROMISE-KSD.
           IF WS-PROMKSD-FILE-STATUS = "35"
               MOVE "Y" TO WS-EOF-SW
           END-IF.

           PERFORM 1060-SET-RUN-STAMP
               THRU 1060-EXIT.

           IF NOT WS-END-OF-FILE
               PERFORM 2100-READ-PROMISE
                   THRU 2100-EXIT
           END-IF.
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
       2000-PROCESS-PROMISE.
           ADD 1 TO WS-RECORD-COUNT.

           WRITE PROMISE-OUT-REC FROM PROMISE-KEYED-RECORD.
           ADD 1 TO WS-CT-PROCESSED-COUNT.

           PERFORM 2100-READ-PROMISE
               THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2100-READ-PROMISE.
           READ PROMISE-KSD
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       9000-TERMINATE.
           PERFORM 9050-CONTROL-TOTAL-CHECK
               THRU 9050-EXIT.

           IF WS-PROMKSD-FILE-STATUS NOT = "35"
               CLOSE PROMISE-KSD
           END-IF.
           CLOSE PROMISE-OUT.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CONFIRMS THAT EVERY KEYED PROMISE READ WAS WRITTEN TO    *
      * THE FLAT COPY, AND FLAGS THE RUN IF THE COUNTS DO NOT    *
      * TIE.                                                     *
      *----------------------------------------------------------*
       9050-CONTROL-TOTAL-CHECK.
           IF WS-RECORD-COUNT = WS-CT-PROCESSED-COUNT
               SET WS-CT-IN-BALANCE TO TRUE
           ELSE
               SET WS-CT-OUT-OF-BALANCE TO TRUE
           END-IF.

           DISPLAY "ABCPMUNL CONTROL TOTAL - READ=" WS-RECORD-COUNT
               " UNLOADED=" WS-CT-PROCESSED-COUNT.

           IF WS-CT-OUT-OF-BALANCE
               DISPLAY
                 "ABCPMUNL **** CONTROL TOTALS OUT OF BALANCE ****"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       9050-EXIT.
           EXIT.
