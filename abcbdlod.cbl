       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCBDLOD.
       AUTHOR. D HARLOW.
       INSTALLATION. DL100 BATCH SERVICES.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 2026-10-15  DH  NEW PROGRAM.  LOADS FINANCE'S ANNUAL     *
      *                 BUDGET FILE INTO THE KEYED BUDGET MASTER *
      *                 (COMPANY, COST CENTER, ACCOUNT, MONTH).  *
      *                 EVERY ROW IS EDITED - COMPANY ON THE     *
      *                 COMPANY CONTROL FILE, COST CENTER ON THE *
      *                 ORGANIZATION MASTER AND NOT RETIRED      *
      *                 BEFORE THE BUDGET MONTH, NUMERIC         *
      *                 ACCOUNT, VALID MONTH, NUMERIC AMOUNT,    *
      *                 AND NO KEY TWICE IN ONE LOAD.  A ROW     *
      *                 WHOSE KEY IS ALREADY ON THE MASTER       *
      *                 REPLACES IT, SO A REVISED BUDGET IS      *
      *                 RELOADED THE SAME WAY.  THE EDIT REPORT  *
      *                 LISTS EVERY ROW WITH WHAT WAS DONE.      *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-IN
               ASSIGN TO BUDGIN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUDGET-KSD
               ASSIGN TO BUDKSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-BUDGET-KEY
               FILE STATUS IS WS-BUDKSD-FILE-STATUS.

           SELECT COMPANY-CONTROL-IN
               ASSIGN TO COMPCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPCTL-FILE-STATUS.

           SELECT ORG-MASTER-IN
               ASSIGN TO ORGMAST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORGMAST-FILE-STATUS.

           SELECT BUDGET-REPORT-OUT
               ASSIGN TO BUDLDRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------*
      * ONE ROW PER COMPANY, COST CENTER, ACCOUNT AND MONTH, AS  *
      * FINANCE SENDS IT, PRESORTED ON THE KEY (COLUMNS 1-26).   *
      * THE AMOUNT IS SIGNED THE LEDGER WAY - DEBIT PLUS.        *
      *----------------------------------------------------------*
       FD  BUDGET-IN
           RECORDING MODE IS F.
       01  BUDGET-IN-RECORD.
           05  BI-BUDGET-KEY.
               10  BI-COMPANY-CODE     PIC X(04).
               10  BI-COST-CENTER      PIC X(06).
               10  BI-ACCOUNT-NUMBER   PIC X(10).
               10  BI-BUDGET-MONTH     PIC X(06).
           05  BI-MONTH-PARTS REDEFINES BI-BUDGET-KEY.
               10  FILLER              PIC X(20).
               10  BI-BUDGET-YEAR      PIC 9(04).
               10  BI-BUDGET-MM        PIC 9(02).
           05  BI-BUDGET-AMOUNT        PIC S9(11)V99.
           05  BI-BUDGET-AMOUNT-X      REDEFINES BI-BUDGET-AMOUNT
                                       PIC X(13).

       FD  BUDGET-KSD.
       COPY BUDKSD.

       FD  COMPANY-CONTROL-IN
           RECORDING MODE IS F.
       01  COMPANY-CONTROL-IN-REC      PIC X(37).

       FD  ORG-MASTER-IN
           RECORDING MODE IS F.
       01  ORG-MASTER-IN-REC           PIC X(28).

       FD  BUDGET-REPORT-OUT
           RECORDING MODE IS F.
       01  BUDGET-REPORT-OUT-REC       PIC X(132).

       WORKING-STORAGE SECTION.
       COPY COMPCTL.
       COPY ORGMAST.
       COPY CTLTOTAL.
       COPY RUNSTAMP.
       COPY RPTHDFT.
       01  WS-BUDKSD-FILE-STATUS       PIC X(02).
       01  WS-EOF-SW                   PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                  VALUE "Y".
       01  WS-ROW-BAD-SW               PIC X(01) VALUE "N".
           88  WS-ROW-BAD                      VALUE "Y".
       01  WS-UPDATE-FAILED-SW         PIC X(01) VALUE "N".
           88  WS-UPDATE-FAILED                VALUE "Y".
       01  WS-MASTER-OPEN-SW           PIC X(01) VALUE "N".
           88  WS-MASTER-OPEN                  VALUE "Y".

       01  WS-RECORD-COUNT             PIC 9(08) COMP VALUE ZERO.
       01  WS-ADDED-COUNT              PIC 9(08) COMP VALUE ZERO.
       01  WS-REPLACED-COUNT           PIC 9(08) COMP VALUE ZERO.
       01  WS-REJECT-COUNT             PIC 9(08) COMP VALUE ZERO.
       01  WS-LOADED-AMOUNT            PIC S9(13)V99 COMP-3
                                       VALUE ZERO.

       01  WS-LAST-KEY                 PIC X(26) VALUE SPACES.
       01  WS-MONTH-START              PIC X(08) VALUE SPACES.
       01  WS-REJECT-REASON            PIC X(40) VALUE SPACES.
       01  WS-ACTION-TEXT              PIC X(08) VALUE SPACES.

       01  WS-RPT-DATE                 PIC X(10).

       01  WS-HEADER-LINE.
           05  FILLER                  PIC X(10) VALUE "ACTION".
           05  FILLER                  PIC X(06) VALUE "CO".
           05  FILLER                  PIC X(08) VALUE "CC".
           05  FILLER                  PIC X(12) VALUE "ACCOUNT".
           05  FILLER                  PIC X(08) VALUE "MONTH".
           05  FILLER                  PIC X(18) VALUE
               "     BUDGET AMOUNT".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE "REMARKS".

       01  WS-DETAIL-LINE.
           05  WS-D-ACTION             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-COMPANY            PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-COST-CENTER        PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-ACCOUNT            PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-MONTH              PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-AMOUNT             PIC -(13)9.99.
           05  WS-D-AMOUNT-X           REDEFINES WS-D-AMOUNT
                                       PIC X(17).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-D-REMARKS            PIC X(40).

       01  WS-AMOUNT-LINE.
           05  FILLER                  PIC X(24)
               VALUE "AMOUNT LOADED..........".
           05  WS-AL-AMOUNT            PIC -(13)9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-PROCESS-ROW
               THRU 2000-EXIT
               UNTIL WS-END-OF-FILE.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           GOBACK.

      *----------------------------------------------------------*
      * THE MASTER IS OPENED I-O SO EXISTING ROWS CAN BE         *
      * REPLACED; ON THE FIRST LOAD AFTER THE CLUSTER IS DEFINED *
      * THERE IS NOTHING ON IT AND IT IS OPENED FOR OUTPUT.      *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT BUDGET-REPORT-OUT.

           PERFORM 1060-SET-RUN-STAMP
               THRU 1060-EXIT.

           MOVE "BUDGET MASTER LOAD - EDIT REPORT" TO RPT-ST-TEXT.
           STRING WS-RUN-DATE(5:2) "/" WS-RUN-DATE(7:2) "/"
               WS-RUN-DATE(1:4)
               DELIMITED BY SIZE INTO WS-RPT-DATE.

           PERFORM 1300-LOAD-COMPANY-CONTROL
               THRU 1300-EXIT.

           PERFORM 1400-LOAD-ORG-MASTER
               THRU 1400-EXIT.

           PERFORM 1100-WRITE-PAGE-HEADERS
               THRU 1100-EXIT.

           OPEN I-O BUDGET-KSD.
           IF WS-BUDKSD-FILE-STATUS = "35"
               OPEN OUTPUT BUDGET-KSD
               CLOSE BUDGET-KSD
               OPEN I-O BUDGET-KSD
           END-IF.
           IF WS-BUDKSD-FILE-STATUS NOT = "00"
               DISPLAY "ABCBDLOD **** BUDGET MASTER WILL NOT OPEN - "
                   "FILE STATUS " WS-BUDKSD-FILE-STATUS " ****"
               SET WS-UPDATE-FAILED    TO TRUE
               SET WS-END-OF-FILE      TO TRUE
               GO TO 1000-EXIT
           END-IF.
           SET WS-MASTER-OPEN          TO TRUE.

           OPEN INPUT BUDGET-IN.
           PERFORM 2100-READ-ROW
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
       1100-WRITE-PAGE-HEADERS.
           ADD 1 TO RPT-PAGE-COUNT.
           MOVE WS-RPT-DATE            TO RPT-DL-RUN-DATE.

           WRITE BUDGET-REPORT-OUT-REC FROM RPT-TITLE-LINE.
           WRITE BUDGET-REPORT-OUT-REC FROM RPT-SUBTITLE-LINE.
           WRITE BUDGET-REPORT-OUT-REC FROM RPT-DATE-LINE.
           MOVE SPACES                 TO BUDGET-REPORT-OUT-REC.
           WRITE BUDGET-REPORT-OUT-REC.
           WRITE BUDGET-REPORT-OUT-REC FROM WS-HEADER-LINE.
           MOVE SPACES                 TO BUDGET-REPORT-OUT-REC.
           WRITE BUDGET-REPORT-OUT-REC.

           MOVE 6                      TO RPT-LINE-COUNT.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * WITHOUT A COMPANY CONTROL FILE THE COMPANY CODE IS ONLY  *
      * CHECKED FOR PRESENCE.                                    *
      *----------------------------------------------------------*
       1300-LOAD-COMPANY-CONTROL.
           OPEN INPUT COMPANY-CONTROL-IN.
           IF WS-COMPCTL-FILE-STATUS = "35"
               GO TO 1300-EXIT
           END-IF.
           PERFORM 1310-LOAD-CONTROL-ROW
               THRU 1310-EXIT
               UNTIL WS-COMPCTL-EOF.
           CLOSE COMPANY-CONTROL-IN.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1310-LOAD-CONTROL-ROW.
           READ COMPANY-CONTROL-IN INTO COMPANY-CONTROL-RECORD
               AT END
                   SET WS-COMPCTL-EOF TO TRUE
               NOT AT END
                   IF CP-COMPANY-ROW
                       AND CPT-COMPANY-COUNT < 10
                       ADD 1 TO CPT-COMPANY-COUNT
                       MOVE CP-COMPANY-CODE TO
                         CPT-COMPANY-CODE(CPT-COMPANY-COUNT)
                       MOVE CP-COMPANY-NAME TO
                         CPT-COMPANY-NAME(CPT-COMPANY-COUNT)
                   END-IF
           END-READ.
       1310-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * WITHOUT AN ORGANIZATION MASTER THE COST CENTER IS ONLY   *
      * CHECKED FOR PRESENCE.                                    *
      *----------------------------------------------------------*
       1400-LOAD-ORG-MASTER.
           OPEN INPUT ORG-MASTER-IN.
           IF WS-ORGMAST-FILE-STATUS = "35"
               GO TO 1400-EXIT
           END-IF.
           PERFORM 1410-LOAD-ORG-ROW
               THRU 1410-EXIT
               UNTIL WS-ORGMAST-EOF.
           CLOSE ORG-MASTER-IN.
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1410-LOAD-ORG-ROW.
           READ ORG-MASTER-IN INTO ORG-MASTER-RECORD
               AT END
                   SET WS-ORGMAST-EOF TO TRUE
               NOT AT END
                   IF WS-ORG-COUNT < 100
                       ADD 1 TO WS-ORG-COUNT
                       MOVE OM-COST-CENTER
                           TO WS-OG-COST-CENTER(WS-ORG-COUNT)
                       MOVE OM-EFF-FROM-DATE
                           TO WS-OG-EFF-FROM(WS-ORG-COUNT)
                       MOVE OM-EFF-TO-DATE
                           TO WS-OG-EFF-TO(WS-ORG-COUNT)
                       MOVE OM-SUCCESSOR-CC
                           TO WS-OG-SUCCESSOR(WS-ORG-COUNT)
                   ELSE
                       DISPLAY "ABCBDLOD **** ORG MASTER TABLE "
                           "FULL - " OM-COST-CENTER " NOT LOADED ****"
                   END-IF
           END-READ.
       1410-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * EDITS ONE BUDGET ROW AND, IF IT PASSES, ADDS IT TO THE   *
      * MASTER OR REPLACES THE ROW ALREADY THERE.                *
      *----------------------------------------------------------*
       2000-PROCESS-ROW.
           ADD 1 TO WS-RECORD-COUNT.

           PERFORM 2200-EDIT-ROW
               THRU 2200-EXIT.

           IF WS-ROW-BAD
               ADD 1 TO WS-REJECT-COUNT
               MOVE "REJECTED"         TO WS-ACTION-TEXT
               PERFORM 2800-REPORT-ROW
                   THRU 2800-EXIT
               GO TO 2000-READ-NEXT
           END-IF.

           PERFORM 2400-STORE-ROW
               THRU 2400-EXIT.
           PERFORM 2800-REPORT-ROW
               THRU 2800-EXIT.

       2000-READ-NEXT.
           MOVE BI-BUDGET-KEY          TO WS-LAST-KEY.
           PERFORM 2100-READ-ROW
               THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2100-READ-ROW.
           READ BUDGET-IN
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE FIRST FAILING EDIT IS THE ONE REPORTED.  THE LOAD    *
      * FILE IS SORTED ON THE KEY, SO A KEY THAT REPEATS THE ROW *
      * BEFORE IT IS A DUPLICATE WITHIN THIS LOAD.               *
      *----------------------------------------------------------*
       2200-EDIT-ROW.
           MOVE "N"                    TO WS-ROW-BAD-SW.
           MOVE SPACES                 TO WS-REJECT-REASON.

           IF BI-COMPANY-CODE = SPACES
               MOVE "COMPANY CODE MISSING" TO WS-REJECT-REASON
               GO TO 2200-REJECT
           END-IF.

           IF CPT-COMPANY-COUNT > ZERO
               MOVE ZERO               TO CPT-MATCH-SUB
               PERFORM 2210-SCAN-COMPANY
                   THRU 2210-EXIT
                   VARYING CPT-LOOKUP-SUB FROM 1 BY 1
                   UNTIL CPT-LOOKUP-SUB > CPT-COMPANY-COUNT
                   OR CPT-MATCH-SUB > ZERO
               IF CPT-MATCH-SUB = ZERO
                   MOVE "COMPANY NOT ON COMPANY CONTROL"
                       TO WS-REJECT-REASON
                   GO TO 2200-REJECT
               END-IF
           END-IF.

           IF BI-COST-CENTER = SPACES
               MOVE "COST CENTER MISSING" TO WS-REJECT-REASON
               GO TO 2200-REJECT
           END-IF.

           IF BI-ACCOUNT-NUMBER IS NOT NUMERIC
               MOVE "ACCOUNT NUMBER NOT NUMERIC" TO WS-REJECT-REASON
               GO TO 2200-REJECT
           END-IF.

           IF BI-BUDGET-MONTH IS NOT NUMERIC
               MOVE "BUDGET MONTH NOT NUMERIC" TO WS-REJECT-REASON
               GO TO 2200-REJECT
           END-IF.
           IF BI-BUDGET-MM < 1 OR BI-BUDGET-MM > 12
               MOVE "BUDGET MONTH NOT 01 TO 12" TO WS-REJECT-REASON
               GO TO 2200-REJECT
           END-IF.

           IF BI-BUDGET-AMOUNT IS NOT NUMERIC
               MOVE "BUDGET AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
               GO TO 2200-REJECT
           END-IF.

           IF BI-BUDGET-KEY = WS-LAST-KEY
               MOVE "DUPLICATE KEY IN THIS LOAD" TO WS-REJECT-REASON
               GO TO 2200-REJECT
           END-IF.

           IF WS-ORG-COUNT > ZERO
               PERFORM 2300-EDIT-COST-CENTER
                   THRU 2300-EXIT
           END-IF.
           GO TO 2200-EXIT.

       2200-REJECT.
           SET WS-ROW-BAD              TO TRUE.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2210-SCAN-COMPANY.
           IF CPT-COMPANY-CODE(CPT-LOOKUP-SUB) = BI-COMPANY-CODE
               MOVE CPT-LOOKUP-SUB     TO CPT-MATCH-SUB
           END-IF.
       2210-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE CENTER MUST BE ON THE ORGANIZATION MASTER AND STILL  *
      * OPEN ON THE FIRST DAY OF THE BUDGET MONTH.  A CENTER     *
      * RETIRED BY THEN IS REJECTED NAMING ITS SUCCESSOR, SO     *
      * FINANCE CAN RE-KEY THE BUDGET TO THE CENTER THAT NOW     *
      * CARRIES ITS POSTINGS.                                    *
      *----------------------------------------------------------*
       2300-EDIT-COST-CENTER.
           MOVE ZERO                   TO WS-ORG-MATCH-SUB.
           PERFORM 2310-SCAN-ORG-ROW
               THRU 2310-EXIT
               VARYING WS-ORG-SUB FROM 1 BY 1
               UNTIL WS-ORG-SUB > WS-ORG-COUNT
               OR WS-ORG-MATCH-SUB > ZERO.

           IF WS-ORG-MATCH-SUB = ZERO
               MOVE "COST CENTER NOT ON ORGANIZATION MASTER"
                   TO WS-REJECT-REASON
               SET WS-ROW-BAD          TO TRUE
               GO TO 2300-EXIT
           END-IF.

           STRING BI-BUDGET-MONTH "01"
               DELIMITED BY SIZE INTO WS-MONTH-START.

           IF WS-OG-EFF-TO(WS-ORG-MATCH-SUB) NOT = SPACES
               AND WS-OG-EFF-TO(WS-ORG-MATCH-SUB) < WS-MONTH-START
               IF WS-OG-SUCCESSOR(WS-ORG-MATCH-SUB) = SPACES
                   MOVE "COST CENTER RETIRED - NO SUCCESSOR"
                       TO WS-REJECT-REASON
               ELSE
                   STRING "COST CENTER RETIRED - BUDGET TO "
                       WS-OG-SUCCESSOR(WS-ORG-MATCH-SUB)
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
               END-IF
               SET WS-ROW-BAD          TO TRUE
           END-IF.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2310-SCAN-ORG-ROW.
           IF WS-OG-COST-CENTER(WS-ORG-SUB) = BI-COST-CENTER
               MOVE WS-ORG-SUB         TO WS-ORG-MATCH-SUB
           END-IF.
       2310-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A KEY ALREADY ON THE MASTER IS A RELOAD: THE AMOUNT IS   *
      * REPLACED AND THE LOAD COUNT BUMPED.  ANY OTHER FILE      *
      * STATUS FAILS THE ROW AND THE RUN.                        *
      *----------------------------------------------------------*
       2400-STORE-ROW.
           MOVE BI-BUDGET-KEY          TO BM-BUDGET-KEY.
           READ BUDGET-KSD
               KEY IS BM-BUDGET-KEY
               INVALID KEY
                   CONTINUE
           END-READ.

           IF WS-BUDKSD-FILE-STATUS = "00"
               MOVE BI-BUDGET-AMOUNT   TO BM-BUDGET-AMOUNT
               MOVE WS-RUN-DATE        TO BM-LOADED-DATE
               IF BM-LOAD-COUNT < 999
                   ADD 1 TO BM-LOAD-COUNT
               END-IF
               REWRITE BUDGET-MASTER-RECORD
               MOVE "REPLACED"         TO WS-ACTION-TEXT
           ELSE
               INITIALIZE BUDGET-MASTER-RECORD
               MOVE BI-BUDGET-KEY      TO BM-BUDGET-KEY
               MOVE BI-BUDGET-AMOUNT   TO BM-BUDGET-AMOUNT
               MOVE WS-RUN-DATE        TO BM-LOADED-DATE
               MOVE 1                  TO BM-LOAD-COUNT
               WRITE BUDGET-MASTER-RECORD
               MOVE "ADDED"            TO WS-ACTION-TEXT
           END-IF.

           IF WS-BUDKSD-FILE-STATUS = "00"
               ADD 1 TO WS-CT-PROCESSED-COUNT
               ADD BI-BUDGET-AMOUNT    TO WS-LOADED-AMOUNT
               IF WS-ACTION-TEXT = "ADDED"
                   ADD 1 TO WS-ADDED-COUNT
               ELSE
                   ADD 1 TO WS-REPLACED-COUNT
               END-IF
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               SET WS-UPDATE-FAILED    TO TRUE
               MOVE "REJECTED"         TO WS-ACTION-TEXT
               STRING "MASTER NOT UPDATED - FILE STATUS "
                   WS-BUDKSD-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
           END-IF.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2800-REPORT-ROW.
           IF RPT-LINE-COUNT >= RPT-MAX-LINES-PER-PAGE
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE BUDGET-REPORT-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 1100-WRITE-PAGE-HEADERS
                   THRU 1100-EXIT
           END-IF.

           MOVE WS-ACTION-TEXT         TO WS-D-ACTION.
           MOVE BI-COMPANY-CODE        TO WS-D-COMPANY.
           MOVE BI-COST-CENTER         TO WS-D-COST-CENTER.
           MOVE BI-ACCOUNT-NUMBER      TO WS-D-ACCOUNT.
           MOVE BI-BUDGET-MONTH        TO WS-D-MONTH.
           IF BI-BUDGET-AMOUNT IS NUMERIC
               MOVE BI-BUDGET-AMOUNT   TO WS-D-AMOUNT
           ELSE
               MOVE SPACES             TO WS-D-AMOUNT-X
               MOVE BI-BUDGET-AMOUNT-X TO WS-D-AMOUNT-X(5:13)
           END-IF.
           MOVE WS-REJECT-REASON       TO WS-D-REMARKS.

           WRITE BUDGET-REPORT-OUT-REC FROM WS-DETAIL-LINE.
           ADD 1 TO RPT-LINE-COUNT.
       2800-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * EVERY ROW READ MUST HAVE BEEN ADDED, REPLACED OR         *
      * REJECTED.  REJECTED ROWS GIVE RC 4 SO FINANCE CORRECTS   *
      * AND RELOADS THEM; A MASTER THAT COULD NOT BE UPDATED OR  *
      * COUNTS THAT DO NOT TIE GIVE RC 8.                        *
      *----------------------------------------------------------*
       9000-TERMINATE.
           MOVE RPT-PAGE-COUNT         TO RPT-F-PAGE-NO.
           WRITE BUDGET-REPORT-OUT-REC FROM RPT-FOOTER-LINE.

           MOVE "ROWS READ.............." TO RPT-FN-LABEL.
           MOVE WS-RECORD-COUNT        TO RPT-FN-COUNT.
           WRITE BUDGET-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "ROWS ADDED............." TO RPT-FN-LABEL.
           MOVE WS-ADDED-COUNT         TO RPT-FN-COUNT.
           WRITE BUDGET-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "ROWS REPLACED.........." TO RPT-FN-LABEL.
           MOVE WS-REPLACED-COUNT      TO RPT-FN-COUNT.
           WRITE BUDGET-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "ROWS REJECTED.........." TO RPT-FN-LABEL.
           MOVE WS-REJECT-COUNT        TO RPT-FN-COUNT.
           WRITE BUDGET-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE WS-LOADED-AMOUNT       TO WS-AL-AMOUNT.
           WRITE BUDGET-REPORT-OUT-REC FROM WS-AMOUNT-LINE.

           IF WS-RECORD-COUNT =
               WS-CT-PROCESSED-COUNT + WS-REJECT-COUNT
               SET WS-CT-IN-BALANCE TO TRUE
           ELSE
               SET WS-CT-OUT-OF-BALANCE TO TRUE
           END-IF.

           IF WS-MASTER-OPEN
               CLOSE BUDGET-IN
                     BUDGET-KSD
           END-IF.
           CLOSE BUDGET-REPORT-OUT.

           DISPLAY "ABCBDLOD CONTROL TOTAL - READ=" WS-RECORD-COUNT
               " ADDED=" WS-ADDED-COUNT
               " REPLACED=" WS-REPLACED-COUNT
               " REJECTED=" WS-REJECT-COUNT
               " AMOUNT=" WS-LOADED-AMOUNT.

           IF WS-CT-OUT-OF-BALANCE
               DISPLAY
                 "ABCBDLOD **** CONTROL TOTALS OUT OF BALANCE ****"
           END-IF.

           IF WS-CT-OUT-OF-BALANCE
               OR WS-UPDATE-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REJECT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
       9000-EXIT.
           EXIT.
