       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCARGLA.
       AUTHOR. D HARLOW.
       INSTALLATION. DL100 BATCH SERVICES.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 2026-10-15  DH  NEW PROGRAM.  NIGHTLY RECEIVABLES        *
      *                 CONTROL-ACCOUNT ACCUMULATOR.  RUN AFTER  *
      *                 A CLEAN RELEASE AND BEFORE THE GL FEED   *
      *                 IS CUT OFF: EVERY RELEASED LINE THAT     *
      *                 POSTS TO A RECEIVABLES CONTROL ACCOUNT   *
      *                 (THE ABCARREC RCTL ROWS ON THE GL        *
      *                 ACCOUNT-MAPPING CONTROL, ONE PER         *
      *                 COMPANY) IS APPENDED, IN GLFEED LAYOUT,  *
      *                 TO THE CUMULATIVE CONTROL-ACCOUNT        *
      *                 POSTINGS FILE THE MONTH-END              *
      *                 RECONCILIATION (ABCARREC) READS.  THE    *
      *                 FILE IS AN ACCUMULATOR AND IS NEVER CUT  *
      *                 OFF.                                     *
      * 2026-10-15  DH  RELEASED LINES TO A TAX LIABILITY        *
      *                 ACCOUNT (THE ABCTAXRT TLIA ROWS ON THE   *
      *                 GL MAPPING) ARE NOW ALSO KEPT, ON THEIR  *
      *                 OWN CUMULATIVE FILE (TAXGLHST), SO THE   *
      *                 MONTHLY SALES-TAX RETURN CAN PROVE TAX   *
      *                 COLLECTED AGAINST THE MONTH'S POSTINGS.  *
      * 2026-10-15  DH  EVERY RELEASED LINE IS NOW ALSO APPENDED *
      *                 TO THE CUMULATIVE ACTUALS FILE (GLACTHST)*
      *                 THE MONTHLY BUDGET-VERSUS-ACTUAL RUN     *
      *                 (ABCBVA) READS, SO THE FEED IS READ EVEN *
      *                 WHEN NO CONTROL OR TAX ROWS ARE MAPPED.  *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-RELEASE-IN
               ASSIGN TO GLRELSE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.

           SELECT GL-MAP-TAB
               ASSIGN TO GLMAP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-FILE-STATUS.

           SELECT AR-CONTROL-POSTINGS
               ASSIGN TO ARGLHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARGLHIST-FILE-STATUS.

           SELECT TAX-LIABILITY-POSTINGS
               ASSIGN TO TAXGLHST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXGLHST-FILE-STATUS.

           SELECT RELEASED-ACTUALS
               ASSIGN TO GLACTHST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLACTHST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-RELEASE-IN
           RECORDING MODE IS F.
       01  GL-RELEASE-IN-REC           PIC X(64).

       FD  GL-MAP-TAB
           RECORDING MODE IS F.
       01  GL-MAP-TAB-REC              PIC X(32).

       FD  AR-CONTROL-POSTINGS
           RECORDING MODE IS F.
       01  AR-CONTROL-POSTINGS-REC     PIC X(64).

       FD  TAX-LIABILITY-POSTINGS
           RECORDING MODE IS F.
       01  TAX-LIABILITY-POSTINGS-REC  PIC X(64).

       FD  RELEASED-ACTUALS
           RECORDING MODE IS F.
       01  RELEASED-ACTUALS-REC        PIC X(64).

       WORKING-STORAGE SECTION.
       COPY GLFEED.
       COPY GLMAP.
       01  WS-ARGLHIST-FILE-STATUS     PIC X(02).
       01  WS-TAXGLHST-FILE-STATUS     PIC X(02).
       01  WS-GLACTHST-FILE-STATUS     PIC X(02).
       01  WS-KEPT-CLASS               PIC X(04) VALUE SPACES.

       01  WS-RELEASE-EOF-SW           PIC X(01) VALUE "N".
           88  WS-RELEASE-EOF                  VALUE "Y".
       01  WS-GLMAP-EOF-SW             PIC X(01) VALUE "N".
           88  WS-GLMAP-EOF                    VALUE "Y".
       01  WS-WRITE-FAILED-SW          PIC X(01) VALUE "N".
           88  WS-WRITE-FAILED                 VALUE "Y".

       01  WS-LINE-COUNT               PIC 9(08) COMP VALUE ZERO.
       01  WS-CONTROL-COUNT            PIC 9(08) COMP VALUE ZERO.
       01  WS-TAX-COUNT                PIC 9(08) COMP VALUE ZERO.
       01  WS-ACTUAL-COUNT             PIC 9(08) COMP VALUE ZERO.

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
      * WITH NO CONTROL-ACCOUNT OR TAX-LIABILITY ROWS ONLY THE   *
      * ACTUALS FILE IS KEPT.                                    *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1400-LOAD-GL-MAP
               THRU 1400-EXIT.

           IF GLM-ENTRY-COUNT = ZERO
               DISPLAY "ABCARGLA **** NO CONTROL OR TAX LIABILITY "
                   "ACCOUNT ON THE GL MAPPING - ACTUALS ONLY ****"
           END-IF.

           OPEN EXTEND RELEASED-ACTUALS.
           IF WS-GLACTHST-FILE-STATUS = "35"
               OPEN OUTPUT RELEASED-ACTUALS
           END-IF.
           OPEN EXTEND AR-CONTROL-POSTINGS.
           IF WS-ARGLHIST-FILE-STATUS = "35"
               OPEN OUTPUT AR-CONTROL-POSTINGS
           END-IF.
           OPEN EXTEND TAX-LIABILITY-POSTINGS.
           IF WS-TAXGLHST-FILE-STATUS = "35"
               OPEN OUTPUT TAX-LIABILITY-POSTINGS
           END-IF.

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
       1400-LOAD-GL-MAP.
           OPEN INPUT GL-MAP-TAB.
           IF WS-GLMAP-FILE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM 1410-LOAD-GL-MAP-ROW
                   THRU 1410-EXIT
                   UNTIL WS-GLMAP-EOF
               CLOSE GL-MAP-TAB
           END-IF.
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1410-LOAD-GL-MAP-ROW.
           READ GL-MAP-TAB INTO GL-MAP-RECORD
               AT END
                   SET WS-GLMAP-EOF TO TRUE
               NOT AT END
                   IF ((GM-SOURCE-PROGRAM = "ABCARREC"
                           AND GM-TRANS-CLASS = "RCTL")
                       OR (GM-SOURCE-PROGRAM = "ABCTAXRT"
                           AND GM-TRANS-CLASS = "TLIA"))
                       AND GLM-ENTRY-COUNT < 20
                       ADD 1 TO GLM-ENTRY-COUNT
                       MOVE GM-TRANS-CLASS
                           TO GLM-TRANS-CLASS(GLM-ENTRY-COUNT)
                       MOVE GM-COMPANY-CODE
                           TO GLM-COMPANY-CODE(GLM-ENTRY-COUNT)
                       MOVE GM-COST-CENTER
                           TO GLM-COST-CENTER(GLM-ENTRY-COUNT)
                       MOVE GM-ACCOUNT-NUMBER
                           TO GLM-ACCOUNT-NUMBER(GLM-ENTRY-COUNT)
                   END-IF
           END-READ.
       1410-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A RELEASED LINE IS KEPT WHEN ITS COMPANY AND ACCOUNT ARE *
      * A RECEIVABLES CONTROL ACCOUNT, WHATEVER ITS COST CENTER. *
      * A LINE TO A TAX LIABILITY ACCOUNT (THE ABCTAXRT TLIA     *
      * ROWS) IS KEPT THE SAME WAY ON ITS OWN FILE FOR THE       *
      * MONTHLY SALES-TAX RETURN.  EVERY LINE, WHATEVER ITS      *
      * ACCOUNT, GOES TO THE ACTUALS FILE FIRST.                 *
      *----------------------------------------------------------*
       2000-PROCESS-LINE.
           ADD 1 TO WS-LINE-COUNT.

           WRITE RELEASED-ACTUALS-REC FROM GL-INTERFACE-LINE.
           IF WS-GLACTHST-FILE-STATUS = "00"
               ADD 1 TO WS-ACTUAL-COUNT
           ELSE
               SET WS-WRITE-FAILED     TO TRUE
               DISPLAY "ABCARGLA **** ACTUAL NOT KEPT - "
                   GL-SOURCE-PROGRAM " " GL-REFERENCE " STATUS "
                   WS-GLACTHST-FILE-STATUS " ****"
           END-IF.

           SET GLM-CLASS-NOT-FOUND TO TRUE.
           PERFORM 2200-CHECK-CONTROL-ACCOUNT
               THRU 2200-EXIT
               VARYING GLM-LOOKUP-SUB FROM 1 BY 1
               UNTIL GLM-LOOKUP-SUB > GLM-ENTRY-COUNT
               OR GLM-CLASS-FOUND.

           IF GLM-CLASS-NOT-FOUND
               GO TO 2000-READ-NEXT
           END-IF.

           IF WS-KEPT-CLASS = "TLIA"
               PERFORM 2300-KEEP-TAX-LINE
                   THRU 2300-EXIT
               GO TO 2000-READ-NEXT
           END-IF.

           WRITE AR-CONTROL-POSTINGS-REC FROM GL-INTERFACE-LINE.
           IF WS-ARGLHIST-FILE-STATUS = "00"
               ADD 1 TO WS-CONTROL-COUNT
           ELSE
               SET WS-WRITE-FAILED     TO TRUE
               DISPLAY "ABCARGLA **** CONTROL POSTING NOT KEPT - "
                   GL-SOURCE-PROGRAM " " GL-REFERENCE " STATUS "
                   WS-ARGLHIST-FILE-STATUS " ****"
           END-IF.

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
       2200-CHECK-CONTROL-ACCOUNT.
           IF GLM-COMPANY-CODE(GLM-LOOKUP-SUB) = GL-COMPANY-CODE
               AND GLM-ACCOUNT-NUMBER(GLM-LOOKUP-SUB) =
                   GL-ACCOUNT-NUMBER
               MOVE GLM-TRANS-CLASS(GLM-LOOKUP-SUB) TO WS-KEPT-CLASS
               SET GLM-CLASS-FOUND TO TRUE
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2300-KEEP-TAX-LINE.
           WRITE TAX-LIABILITY-POSTINGS-REC FROM GL-INTERFACE-LINE.
           IF WS-TAXGLHST-FILE-STATUS = "00"
               ADD 1 TO WS-TAX-COUNT
           ELSE
               SET WS-WRITE-FAILED     TO TRUE
               DISPLAY "ABCARGLA **** TAX POSTING NOT KEPT - "
                   GL-SOURCE-PROGRAM " " GL-REFERENCE " STATUS "
                   WS-TAXGLHST-FILE-STATUS " ****"
           END-IF.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A LINE THAT COULD NOT BE KEPT WOULD SHOW UP AT MONTH END *
      * AS AN UNEXPLAINED DIFFERENCE, SO THE STEP IS FAILED.     *
      *----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-GL-FILE-STATUS NOT = "35"
               CLOSE GL-RELEASE-IN
           END-IF.
           CLOSE AR-CONTROL-POSTINGS
                 TAX-LIABILITY-POSTINGS
                 RELEASED-ACTUALS.

           DISPLAY "ABCARGLA CONTROL TOTAL - RELEASED LINES="
               WS-LINE-COUNT " CONTROL-ACCOUNT LINES KEPT="
               WS-CONTROL-COUNT " TAX-ACCOUNT LINES KEPT="
               WS-TAX-COUNT " ACTUALS KEPT=" WS-ACTUAL-COUNT.

           IF WS-WRITE-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
