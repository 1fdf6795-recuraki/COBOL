       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCGLPH.
       AUTHOR. D HARLOW.
       INSTALLATION. DL100 BATCH SERVICES.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 2026-10-15  DH  NEW PROGRAM.  NIGHTLY GL POSTING-HISTORY *
      *                 LOAD.  RUN AFTER A CLEAN RELEASE AND     *
      *                 BEFORE THE GL FEED IS CUT OFF: EVERY     *
      *                 RELEASED GLFEED LINE IS WRITTEN TO THE   *
      *                 KEYED POSTING HISTORY (GLPHKSD) UNDER    *
      *                 COMPANY, ACCOUNT, COST CENTER, POSTING   *
      *                 DATE AND REFERENCE, SO THE ACCOUNT       *
      *                 ACTIVITY INQUIRY (ABCGLPIQ) CAN ANSWER A *
      *                 BALANCE QUESTION WITHOUT OLD FEED        *
      *                 GENERATIONS.  A LINE ALREADY ON FILE     *
      *                 WITH THE SAME CONTENT IS A RERUN AND IS  *
      *                 ONLY COUNTED; THE SAME KEY WITH OTHER    *
      *                 CONTENT IS LISTED AND THE STEP ENDS RC 4.*
      *                 THE SAME PROGRAM LOADS THE HISTORY FROM  *
      *                 THE CUMULATIVE ACTUALS FILE ONCE, WHEN   *
      *                 THE CLUSTER IS FIRST DEFINED.            *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-RELEASE-IN
               ASSIGN TO GLRELSE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.

           SELECT POSTING-HISTORY-KSD
               ASSIGN TO GLPHKSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PH-POSTING-KEY
               FILE STATUS IS WS-GLPHKSD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-RELEASE-IN
           RECORDING MODE IS F.
       01  GL-RELEASE-IN-REC           PIC X(64).

       FD  POSTING-HISTORY-KSD.
       COPY GLPHKSD.

       WORKING-STORAGE SECTION.
       COPY GLFEED.
       COPY RUNSTAMP.
       01  WS-GLPHKSD-FILE-STATUS      PIC X(02).
       01  WS-NEW-POSTING-DATA         PIC X(32).

       01  WS-RELEASE-EOF-SW           PIC X(01) VALUE "N".
           88  WS-RELEASE-EOF                  VALUE "Y".
       01  WS-UPDATE-FAILED-SW         PIC X(01) VALUE "N".
           88  WS-UPDATE-FAILED                VALUE "Y".
       01  WS-MASTER-OPEN-SW           PIC X(01) VALUE "N".
           88  WS-MASTER-OPEN                  VALUE "Y".

       01  WS-LINE-COUNT               PIC 9(08) COMP VALUE ZERO.
       01  WS-ADDED-COUNT              PIC 9(08) COMP VALUE ZERO.
       01  WS-ON-FILE-COUNT            PIC 9(08) COMP VALUE ZERO.
       01  WS-COLLISION-COUNT          PIC 9(08) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-PROCESS-LINE
               THRU 2000-EXIT
               UNTIL WS-RELEASE-EOF.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           GOBACK.

      *----------------------------------------------------------*
      * ON THE FIRST LOAD AFTER THE CLUSTER IS DEFINED THERE IS  *
      * NOTHING ON IT AND IT IS OPENED FOR OUTPUT FIRST.         *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1060-SET-RUN-STAMP
               THRU 1060-EXIT.

           OPEN I-O POSTING-HISTORY-KSD.
           IF WS-GLPHKSD-FILE-STATUS = "35"
               OPEN OUTPUT POSTING-HISTORY-KSD
               CLOSE POSTING-HISTORY-KSD
               OPEN I-O POSTING-HISTORY-KSD
           END-IF.
           IF WS-GLPHKSD-FILE-STATUS NOT = "00"
               DISPLAY "ABCGLPH **** POSTING HISTORY WILL NOT OPEN - "
                   "FILE STATUS " WS-GLPHKSD-FILE-STATUS " ****"
               SET WS-UPDATE-FAILED    TO TRUE
               SET WS-RELEASE-EOF      TO TRUE
               GO TO 1000-EXIT
           END-IF.
           SET WS-MASTER-OPEN          TO TRUE.

           OPEN INPUT GL-RELEASE-IN.
           IF WS-GL-FILE-STATUS = "35"
               SET WS-RELEASE-EOF TO TRUE
           ELSE
               PERFORM 2100-READ-RELEASED-LINE
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
      * THE D/C INDICATOR AND SIGNED AMOUNT ARE KEPT AS RELEASED.*
      * A REFERENCE STAMPED WITH A FRONT-DOOR TRACE-ID CARRIES   *
      * IT IN ITS FIRST TEN BYTES; IT IS KEPT SEPARATELY SO THE  *
      * INQUIRY CAN HAND IT STRAIGHT TO THE TRACE REPORT.        *
      *----------------------------------------------------------*
       2000-PROCESS-LINE.
           ADD 1 TO WS-LINE-COUNT.

           MOVE SPACES                 TO GL-POSTING-HISTORY-RECORD.
           MOVE GL-COMPANY-CODE        TO PH-COMPANY-CODE.
           MOVE GL-ACCOUNT-NUMBER      TO PH-ACCOUNT-NUMBER.
           MOVE GL-COST-CENTER         TO PH-COST-CENTER.
           MOVE GL-TRANS-DATE          TO PH-POSTING-DATE.
           MOVE GL-REFERENCE           TO PH-REFERENCE.
           MOVE GL-DEBIT-CREDIT-IND    TO PH-DEBIT-CREDIT-IND.
           MOVE GL-AMOUNT              TO PH-AMOUNT.
           MOVE GL-SOURCE-PROGRAM      TO PH-SOURCE-PROGRAM.
           IF GL-REFERENCE(1:1) = "T"
               MOVE GL-REFERENCE(1:10) TO PH-TRACE-ID
           END-IF.
           MOVE WS-RUN-ID              TO PH-LOADED-RUN-ID.

           WRITE GL-POSTING-HISTORY-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-GLPHKSD-FILE-STATUS = "00"
               ADD 1 TO WS-ADDED-COUNT
               GO TO 2000-READ-NEXT
           END-IF.
           IF WS-GLPHKSD-FILE-STATUS NOT = "22"
               DISPLAY "ABCGLPH **** POSTING NOT KEPT - "
                   GL-SOURCE-PROGRAM " " GL-REFERENCE " STATUS "
                   WS-GLPHKSD-FILE-STATUS " ****"
               SET WS-UPDATE-FAILED    TO TRUE
               GO TO 2000-READ-NEXT
           END-IF.

           PERFORM 2200-CHECK-ON-FILE
               THRU 2200-EXIT.

       2000-READ-NEXT.
           PERFORM 2100-READ-RELEASED-LINE
               THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2100-READ-RELEASED-LINE.
           READ GL-RELEASE-IN INTO GL-INTERFACE-LINE
               AT END
                   SET WS-RELEASE-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE KEY IS ALREADY ON FILE.  THE SAME D/C, AMOUNT,       *
      * SOURCE AND TRACE-ID MEANS THIS NIGHT'S RELEASE (OR THE   *
      * BACKFILL) IS BEING RUN AGAIN AND THE LINE IS ALREADY     *
      * KEPT.  ANYTHING ELSE IS TWO DIFFERENT LINES UNDER ONE    *
      * REFERENCE; THE FIRST STAYS AND THE SECOND IS LISTED.     *
      *----------------------------------------------------------*
       2200-CHECK-ON-FILE.
           MOVE PH-POSTING-DATA        TO WS-NEW-POSTING-DATA.

           READ POSTING-HISTORY-KSD
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-GLPHKSD-FILE-STATUS NOT = "00"
               DISPLAY "ABCGLPH **** POSTING NOT KEPT - "
                   GL-SOURCE-PROGRAM " " GL-REFERENCE " STATUS "
                   WS-GLPHKSD-FILE-STATUS " ****"
               SET WS-UPDATE-FAILED    TO TRUE
               GO TO 2200-EXIT
           END-IF.

           IF PH-POSTING-DATA = WS-NEW-POSTING-DATA
               ADD 1 TO WS-ON-FILE-COUNT
           ELSE
               ADD 1 TO WS-COLLISION-COUNT
               DISPLAY "ABCGLPH **** DUPLICATE KEY, OTHER CONTENT - "
                   GL-COMPANY-CODE " " GL-ACCOUNT-NUMBER " "
                   GL-COST-CENTER " " GL-TRANS-DATE " "
                   GL-REFERENCE " FROM " GL-SOURCE-PROGRAM
                   " NOT KEPT ****"
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A LINE THAT COULD NOT BE KEPT FAILS THE STEP; THE STEP   *
      * IS RERUN FROM THE SAME RELEASE GENERATION, AND LINES     *
      * ALREADY KEPT ARE ONLY COUNTED.  A KEY COLLISION IS A     *
      * WARNING.                                                 *
      *----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-GL-FILE-STATUS NOT = "35"
               AND WS-MASTER-OPEN
               CLOSE GL-RELEASE-IN
           END-IF.
           IF WS-MASTER-OPEN
               CLOSE POSTING-HISTORY-KSD
           END-IF.

           DISPLAY "ABCGLPH CONTROL TOTAL - RELEASED LINES="
               WS-LINE-COUNT " ADDED=" WS-ADDED-COUNT
               " ALREADY ON FILE=" WS-ON-FILE-COUNT
               " DUPLICATE KEYS=" WS-COLLISION-COUNT.

           IF WS-UPDATE-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-COLLISION-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
       9000-EXIT.
           EXIT.
