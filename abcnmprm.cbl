       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCNMPRM.
       AUTHOR. D HARLOW.
       INSTALLATION. DL100 BATCH SERVICES.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 2026-10-15  DH  NEW PROGRAM.  PROMOTES A REVIEWED NAME   *
      *                 STANDARDIZATION PASS (ABCNMSTD) TO THE   *
      *                 KEYED CUSTOMER MASTER.  EACH STAGED ROW  *
      *                 IS APPLIED ONLY WHILE THE MASTER RECORD  *
      *                 STILL MATCHES THE BEFORE-IMAGE THE PASS  *
      *                 TOOK, SO MAINTENANCE DONE BETWEEN THE    *
      *                 PASS AND THE PROMOTION IS NEVER          *
      *                 OVERLAID.  EVERY APPLIED ROW IS LOGGED   *
      *                 TO THE AUDIT LOG AND THE CUSTOMER        *
      *                 CHANGE-EVENT FILE.                       *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NAME-STAGE-IN
               ASSIGN TO NMSTAGE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NMSTAGE-FILE-STATUS.

           SELECT CUSTOMER-KSD
               ASSIGN TO CUSTKSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMK-CUSTOMER-ID
               FILE STATUS IS WS-CUSTKSD-FILE-STATUS.

           SELECT AUDIT-LOG-OUT
               ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT CHANGE-EVENT-OUT
               ASSIGN TO CUSTCHG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTCHG-FILE-STATUS.

           SELECT PROMOTE-REPORT-OUT
               ASSIGN TO NMPRMRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  NAME-STAGE-IN
           RECORDING MODE IS F.
       01  NAME-STAGE-IN-REC           PIC X(260).

       FD  CUSTOMER-KSD.
       COPY CUSTKSD.

       FD  AUDIT-LOG-OUT
           RECORDING MODE IS F.
       01  AUDIT-LOG-OUT-REC           PIC X(100).

       FD  CHANGE-EVENT-OUT
           RECORDING MODE IS F.
       01  CHANGE-EVENT-OUT-REC        PIC X(275).

       FD  PROMOTE-REPORT-OUT
           RECORDING MODE IS F.
       01  PROMOTE-REPORT-OUT-REC      PIC X(132).

       WORKING-STORAGE SECTION.
       COPY NMSTAGE.
       COPY AUDITREC.
       COPY CUSTCHG.
       COPY RUNSTAMP.
       COPY RPTHDFT.
       01  WS-CUSTKSD-FILE-STATUS      PIC X(02).

       01  WS-STAGE-EOF-SW             PIC X(01) VALUE "N".
           88  WS-STAGE-EOF                    VALUE "Y".
       01  WS-UPDATE-FAILED-SW         PIC X(01) VALUE "N".
           88  WS-UPDATE-FAILED                VALUE "Y".
       01  WS-MASTER-OPEN-SW           PIC X(01) VALUE "N".
           88  WS-MASTER-OPEN                  VALUE "Y".

       01  WS-STAGED-COUNT             PIC 9(08) COMP VALUE ZERO.
       01  WS-PROMOTED-COUNT           PIC 9(08) COMP VALUE ZERO.
       01  WS-ALREADY-COUNT            PIC 9(08) COMP VALUE ZERO.
       01  WS-SKIPPED-COUNT            PIC 9(08) COMP VALUE ZERO.

       01  WS-PASS-RUN-ID              PIC X(14) VALUE SPACES.
       01  WS-RPT-DATE                 PIC X(10).

       01  WS-AFTER-RECORD             PIC X(120).
       01  WS-AFTER-FIELDS             REDEFINES WS-AFTER-RECORD.
           05  FILLER                  PIC X(06).
           05  WS-A-FIRST-NAME         PIC X(15).
           05  WS-A-LAST-NAME          PIC X(15).
           05  FILLER                  PIC X(84).

       01  WS-DETAIL-LINE.
           05  WS-D-CUSTOMER-ID        PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-FIRST-NAME         PIC X(15).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-D-LAST-NAME          PIC X(15).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-DISPOSITION        PIC X(40).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-PROMOTE-STAGED-ROW
               THRU 2000-EXIT
               UNTIL WS-STAGE-EOF.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           GOBACK.

      *----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT PROMOTE-REPORT-OUT.

           MOVE FUNCTION CURRENT-DATE TO WS-RUNSTAMP-CURRENT-DATE.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:14) TO WS-RUN-ID.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:8)  TO WS-RUN-DATE.

           MOVE "CUSTOMER NAME STANDARDIZATION - PROMOTION"
               TO RPT-ST-TEXT.
           STRING WS-RUN-DATE(5:2) "/" WS-RUN-DATE(7:2) "/"
               WS-RUN-DATE(1:4)
               DELIMITED BY SIZE INTO WS-RPT-DATE.

           PERFORM 1100-WRITE-PAGE-HEADERS
               THRU 1100-EXIT.

           OPEN I-O CUSTOMER-KSD.
           IF WS-CUSTKSD-FILE-STATUS NOT = "00"
               DISPLAY "ABCNMPRM **** CUSTOMER MASTER NOT AVAILABLE "
                   "- STATUS " WS-CUSTKSD-FILE-STATUS " ****"
               SET WS-UPDATE-FAILED    TO TRUE
               SET WS-STAGE-EOF        TO TRUE
               GO TO 1000-EXIT
           END-IF.
           SET WS-MASTER-OPEN          TO TRUE.

           OPEN INPUT NAME-STAGE-IN.
           IF WS-NMSTAGE-FILE-STATUS = "35"
               SET WS-STAGE-EOF TO TRUE
           ELSE
               PERFORM 2100-READ-STAGED-ROW
                   THRU 2100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1100-WRITE-PAGE-HEADERS.
           ADD 1 TO RPT-PAGE-COUNT.
           MOVE WS-RPT-DATE            TO RPT-DL-RUN-DATE.

           WRITE PROMOTE-REPORT-OUT-REC FROM RPT-TITLE-LINE.
           WRITE PROMOTE-REPORT-OUT-REC FROM RPT-SUBTITLE-LINE.
           WRITE PROMOTE-REPORT-OUT-REC FROM RPT-DATE-LINE.
           MOVE SPACES                 TO PROMOTE-REPORT-OUT-REC.
           WRITE PROMOTE-REPORT-OUT-REC.

           MOVE 4                      TO RPT-LINE-COUNT.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE STAGED ROW.  THE MASTER RECORD MUST STILL BE THE     *
      * BEFORE-IMAGE; A RECORD ALREADY EQUAL TO THE AFTER-IMAGE  *
      * (A RERUN) IS COUNTED BUT NOT WRITTEN AGAIN.              *
      *----------------------------------------------------------*
       2000-PROMOTE-STAGED-ROW.
           ADD 1 TO WS-STAGED-COUNT.
           MOVE NS-RUN-ID              TO WS-PASS-RUN-ID.
           MOVE NS-AFTER-IMAGE         TO WS-AFTER-RECORD.
           MOVE NS-CUSTOMER-ID         TO WS-D-CUSTOMER-ID.
           MOVE WS-A-FIRST-NAME        TO WS-D-FIRST-NAME.
           MOVE WS-A-LAST-NAME         TO WS-D-LAST-NAME.

           MOVE NS-CUSTOMER-ID         TO CMK-CUSTOMER-ID.
           READ CUSTOMER-KSD.
           IF WS-CUSTKSD-FILE-STATUS NOT = "00"
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE "SKIPPED - CUSTOMER NOT ON MASTER"
                   TO WS-D-DISPOSITION
               PERFORM 7000-WRITE-REPORT-LINE
                   THRU 7000-EXIT
               GO TO 2000-READ-NEXT
           END-IF.

           IF CUSTOMER-KEYED-RECORD = NS-AFTER-IMAGE
               ADD 1 TO WS-ALREADY-COUNT
               MOVE "ALREADY PROMOTED"  TO WS-D-DISPOSITION
               PERFORM 7000-WRITE-REPORT-LINE
                   THRU 7000-EXIT
               GO TO 2000-READ-NEXT
           END-IF.

           IF CUSTOMER-KEYED-RECORD NOT = NS-BEFORE-IMAGE
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE "SKIPPED - CHANGED SINCE STANDARDIZATION"
                   TO WS-D-DISPOSITION
               PERFORM 7000-WRITE-REPORT-LINE
                   THRU 7000-EXIT
               GO TO 2000-READ-NEXT
           END-IF.

           PERFORM 3000-APPLY-NAME
               THRU 3000-EXIT.
           PERFORM 7000-WRITE-REPORT-LINE
               THRU 7000-EXIT.

       2000-READ-NEXT.
           PERFORM 2100-READ-STAGED-ROW
               THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2100-READ-STAGED-ROW.
           READ NAME-STAGE-IN INTO NAME-STAGE-RECORD
               AT END
                   SET WS-STAGE-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * REWRITES THE MASTER WITH THE STANDARDIZED RECORD, THEN   *
      * LOGS IT TO THE AUDIT LOG AND THE CHANGE-EVENT FILE WITH  *
      * BOTH RECORD IMAGES.                                      *
      *----------------------------------------------------------*
       3000-APPLY-NAME.
           MOVE CUSTOMER-KEYED-RECORD  TO CE-BEFORE-IMAGE.
           MOVE NS-AFTER-IMAGE         TO CUSTOMER-KEYED-RECORD.
           REWRITE CUSTOMER-KEYED-RECORD.
           IF WS-CUSTKSD-FILE-STATUS NOT = "00"
               SET WS-UPDATE-FAILED    TO TRUE
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE "SKIPPED - MASTER REWRITE FAILED"
                   TO WS-D-DISPOSITION
               GO TO 3000-EXIT
           END-IF.

           ADD 1 TO WS-PROMOTED-COUNT.
           MOVE "NAME STANDARDIZED"    TO WS-D-DISPOSITION.

           MOVE "ABCNMPRM"             TO AUD-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE  TO AUD-TIMESTAMP.
           MOVE SPACES                 TO AUD-INDATA.
           STRING NS-CUSTOMER-ID " " WS-A-FIRST-NAME " "
               WS-A-LAST-NAME
               DELIMITED BY SIZE INTO AUD-INDATA.
           MOVE SPACES                 TO AUD-RESULT.
           STRING "NAME STD " NS-RUN-ID
               DELIMITED BY SIZE INTO AUD-RESULT.
           OPEN EXTEND AUDIT-LOG-OUT.
           IF WS-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-OUT
           END-IF.
           WRITE AUDIT-LOG-OUT-REC FROM AUDIT-LOG-LINE.
           CLOSE AUDIT-LOG-OUT.

           SET CE-EVENT-CHANGE         TO TRUE.
           MOVE CMK-CUSTOMER-ID        TO CE-CUSTOMER-ID.
           MOVE SPACES                 TO CE-RELATED-ID.
           MOVE "ABCNMPRM"             TO CE-PROGRAM-ID.
           MOVE WS-RUN-ID              TO CE-EVENT-STAMP.
           MOVE CUSTOMER-KEYED-RECORD  TO CE-AFTER-IMAGE.
           OPEN EXTEND CHANGE-EVENT-OUT.
           IF WS-CUSTCHG-FILE-STATUS = "35"
               OPEN OUTPUT CHANGE-EVENT-OUT
           END-IF.
           WRITE CHANGE-EVENT-OUT-REC FROM CUSTOMER-CHANGE-EVENT.
           CLOSE CHANGE-EVENT-OUT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       7000-WRITE-REPORT-LINE.
           IF RPT-LINE-COUNT >= RPT-MAX-LINES-PER-PAGE
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE PROMOTE-REPORT-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 1100-WRITE-PAGE-HEADERS
                   THRU 1100-EXIT
           END-IF.

           WRITE PROMOTE-REPORT-OUT-REC FROM WS-DETAIL-LINE.
           ADD 1 TO RPT-LINE-COUNT.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       9000-TERMINATE.
           MOVE RPT-PAGE-COUNT         TO RPT-F-PAGE-NO.
           WRITE PROMOTE-REPORT-OUT-REC FROM RPT-FOOTER-LINE.

           MOVE "STAGED CHANGES........." TO RPT-FN-LABEL.
           MOVE WS-STAGED-COUNT        TO RPT-FN-COUNT.
           WRITE PROMOTE-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "NAMES PROMOTED........." TO RPT-FN-LABEL.
           MOVE WS-PROMOTED-COUNT      TO RPT-FN-COUNT.
           WRITE PROMOTE-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "ALREADY PROMOTED......." TO RPT-FN-LABEL.
           MOVE WS-ALREADY-COUNT       TO RPT-FN-COUNT.
           WRITE PROMOTE-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "SKIPPED................" TO RPT-FN-LABEL.
           MOVE WS-SKIPPED-COUNT       TO RPT-FN-COUNT.
           WRITE PROMOTE-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           IF WS-MASTER-OPEN
               IF WS-NMSTAGE-FILE-STATUS NOT = "35"
                   CLOSE NAME-STAGE-IN
               END-IF
               CLOSE CUSTOMER-KSD
           END-IF.
           CLOSE PROMOTE-REPORT-OUT.

           DISPLAY "ABCNMPRM CONTROL TOTAL - STAGED="
               WS-STAGED-COUNT
               " PROMOTED=" WS-PROMOTED-COUNT
               " ALREADY=" WS-ALREADY-COUNT
               " SKIPPED=" WS-SKIPPED-COUNT
               " PASS=" WS-PASS-RUN-ID.

           IF WS-STAGED-COUNT NOT = WS-PROMOTED-COUNT
               + WS-ALREADY-COUNT + WS-SKIPPED-COUNT
               OR WS-UPDATE-FAILED
               DISPLAY
                 "ABCNMPRM **** CONTROL TOTALS OUT OF BALANCE ****"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-SKIPPED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
       9000-EXIT.
           EXIT.
