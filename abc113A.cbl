      *                 CARRIES THAT TRACE-ID AS ITS STAMP, SO THE   *
      *                 TRACE INQUIRY CAN FOLLOW ONE TRANSACTION TO  *
      *                 ITS POSTINGS.                                *
      * 2026-10-15  DH  A BENEFICIARY WITH NO VALID TAX ID -     *
      *                 UNCERTIFIED, BLANK OR ZERO ON THE NEW    *
      *                 BENEFICIARY TAX-STATUS FILE, OR ABSENT   *
      *                 FROM IT - NOW HAS THE BWHD CONTROL ROW'S *
      *                 BACKUP WITHHOLDING PERCENTAGE HELD FROM  *
      *                 EACH PORTION.  THE WITHHELD AMOUNT POSTS *
      *                 AS A BALANCED GLFEED PAIR TO THE         *
      *                 WITHHOLDING LIABILITY AND IS CARRIED ON  *
      *                 THE APPORTIONMENT DETAIL LINE FOR YEAR-  *
      *                 END REPORTING AND THE MONTHLY            *
      *                 REMITTANCE.                              *
      * 2026-10-15  DH  A RUN ENDING WITH RC 8 OR WORSE NOW      *
      *                 APPENDS A DIAGNOSTIC SET (COUNTERS,      *
      *                 CHECKPOINT KEY, FILE STATUSES AND THE    *
      *                 LAST 10 INPUT RECORDS READ) TO THE       *
      *                 DIAGLOG FILE FOR ABCALERT AND ABCDIAGP.  *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PGMTOTAL-FILE-STATUS.

           SELECT DIAG-LOG-OUT
               ASSIGN TO DIAGLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIAGLOG-FILE-STATUS.

           SELECT GL-INTERFACE-OUT
               ASSIGN TO GLFEED
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHARMAST-FILE-STATUS.

           SELECT BEN-TAX-IN
               ASSIGN TO BENTAXST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BENTAX-FILE-STATUS.

           SELECT RATE-TAB
               ASSIGN TO RATECTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATECTL-FILE-STATUS.

           SELECT TRANS-IN
               ASSIGN TO APPORTIN
               ORGANIZATION IS LINE SEQUENTIAL.
           RECORDING MODE IS F.
       01  PGM-TOTALS-OUT-REC          PIC X(100).

       FD  DIAG-LOG-OUT
           RECORDING MODE IS F.
       01  DIAG-LOG-OUT-REC            PIC X(128).

       FD  GL-INTERFACE-OUT
           RECORDING MODE IS F.
       01  GL-INTERFACE-OUT-REC        PIC X(64).
           RECORDING MODE IS F.
       01  SHARE-MASTER-IN-REC         PIC X(17).

       FD  BEN-TAX-IN
           RECORDING MODE IS F.
       01  BEN-TAX-IN-REC              PIC X(24).

       FD  RATE-TAB
           RECORDING MODE IS F.
       COPY RATECTL.

       FD  TRANS-IN
           RECORDING MODE IS F.
       01  TRANS-IN-REC                PIC X(100).

       FD  APPOR-DETAIL-OUT
           RECORDING MODE IS F.
       01  APPOR-DETAIL-OUT-REC        PIC X(46).

       FD  CHECKPOINT-FILE
           RECORDING MODE IS F.
       01  INDATA                      PIC X(100).
       COPY NUMCHK.
       COPY SHARMAST.
       COPY BENTAX.
       COPY APPORDTL.
       COPY AUDITREC.
       COPY PGMTOTAL.
       COPY GLFEED.
       COPY CHKPTREC.
       COPY DIAGREC.
       COPY DUPKSDWS.
       COPY CTLTOTAL.
       COPY RUNSTAMP.
           05  WS-GR-SEQ               PIC 9(04) VALUE ZERO.
       01  WS-SHARMAST-EOF-SW          PIC X(01) VALUE "N".
           88  WS-SHARMAST-EOF                 VALUE "Y".
       01  WS-BENTAX-EOF-SW            PIC X(01) VALUE "N".
           88  WS-BENTAX-EOF                   VALUE "Y".
       01  WS-BENTAX-ON-FILE-SW        PIC X(01) VALUE "N".
           88  WS-BENTAX-ON-FILE               VALUE "Y".
       01  WS-RATECTL-FILE-STATUS      PIC X(02).
       01  WS-RATECTL-EOF-SW           PIC X(01) VALUE "N".
           88  WS-RATECTL-EOF                  VALUE "Y".

      *----------------------------------------------------------*
      * BACKUP WITHHOLDING RATE IN HUNDREDTHS OF A PERCENT (2400 *
      * IS 24.00%), FROM THE BWHD CONTROL ROW IN FORCE ON THE    *
      * RUN DATE.  NO ROW MEANS NOTHING IS WITHHELD.             *
      *----------------------------------------------------------*
       01  WS-BACKUP-WHLD-PCT          PIC 9(08) VALUE ZERO.
       01  WS-WITHHELD-AMT             PIC S9(06)V99 COMP-3
                                       VALUE ZERO.
       01  WS-APPORTIONED-TOTAL        PIC S9(08)V99 COMP-3
                                       VALUE ZERO.
       01  WS-LAST-SHARE-SUB           PIC 9(03) COMP-3 VALUE ZERO.
           PERFORM 1500-LOAD-SHARE-MASTER
               THRU 1500-EXIT.

           PERFORM 1550-LOAD-BENEFICIARY-TAX
               THRU 1550-EXIT.

           PERFORM 1560-LOAD-WITHHOLDING-RATE
               THRU 1560-EXIT.

           IF LK-INDATA = SPACES
               PERFORM 1900-BATCH-RUN
                   THRU 1900-EXIT
       1540-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LOADS THE BENEFICIARY TAX-STATUS FILE.  A BENEFICIARY IS *
      * FLAGGED FOR BACKUP WITHHOLDING UNLESS ITS TAX ID IS      *
      * CERTIFIED AND IS A NUMERIC, NON-ZERO NINE DIGITS.  WHEN  *
      * THE FILE ITSELF IS NOT THERE NO ONE IS WITHHELD FROM,    *
      * RATHER THAN EVERY BENEFICIARY.                           *
      *----------------------------------------------------------*
       1550-LOAD-BENEFICIARY-TAX.
           OPEN INPUT BEN-TAX-IN.
           IF WS-BENTAX-FILE-STATUS = "35"
               DISPLAY "ABC113A **** BENEFICIARY TAX-STATUS FILE "
                   "NOT FOUND - NO BACKUP WITHHOLDING ****"
               GO TO 1550-EXIT
           END-IF.

           SET WS-BENTAX-ON-FILE TO TRUE.
           PERFORM 1555-LOAD-TAX-ROW
               THRU 1555-EXIT
               UNTIL WS-BENTAX-EOF.
           CLOSE BEN-TAX-IN.
       1550-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1555-LOAD-TAX-ROW.
           READ BEN-TAX-IN INTO BENEFICIARY-TAX-RECORD
               AT END
                   SET WS-BENTAX-EOF TO TRUE
                   GO TO 1555-EXIT
           END-READ.

           IF BTX-ENTRY-COUNT >= 500
               DISPLAY "ABC113A **** BENEFICIARY TAX TABLE "
                   "FULL - ROW DROPPED ****"
               GO TO 1555-EXIT
           END-IF.

           ADD 1 TO BTX-ENTRY-COUNT.
           MOVE BT-BENEFICIARY  TO BTX-BENEFICIARY(BTX-ENTRY-COUNT).
           MOVE BT-TAX-ID       TO BTX-TAX-ID(BTX-ENTRY-COUNT).
           MOVE BT-TIN-STATUS   TO BTX-TIN-STATUS(BTX-ENTRY-COUNT).
           IF BT-TIN-CERTIFIED
               AND BT-TAX-ID IS NUMERIC
               AND BT-TAX-ID-N > ZERO
               MOVE "N"         TO BTX-WITHHOLD-SW(BTX-ENTRY-COUNT)
           ELSE
               MOVE "Y"         TO BTX-WITHHOLD-SW(BTX-ENTRY-COUNT)
           END-IF.
       1555-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1560-LOAD-WITHHOLDING-RATE.
           OPEN INPUT RATE-TAB.
           IF WS-RATECTL-FILE-STATUS = "35"
               GO TO 1560-EXIT
           END-IF.
           PERFORM 1565-SCAN-RATE-ROW
               THRU 1565-EXIT
               UNTIL WS-RATECTL-EOF.
           CLOSE RATE-TAB.
       1560-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1565-SCAN-RATE-ROW.
           READ RATE-TAB
               AT END
                   SET WS-RATECTL-EOF TO TRUE
               NOT AT END
                   IF RC-PROGRAM-ID = "ABC113A"
                       AND RC-RULE-CODE = "BWHD"
                       AND (RC-EFF-FROM-DATE = SPACES
                           OR RC-EFF-FROM-DATE <= WS-RUN-DATE)
                       AND (RC-EFF-TO-DATE = SPACES
                           OR RC-EFF-TO-DATE >= WS-RUN-DATE)
                       MOVE RC-VALUE-1 TO WS-BACKUP-WHLD-PCT
                   END-IF
           END-READ.
       1565-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LOOKS THE TRANSACTION'S ACCOUNT KEY UP ON THE LOADED     *
      * SHARE MASTER.  ONLY AN ACCOUNT WITH VALID (SUM-TO-100)   *
           DISPLAY "  " SHT-BENEFICIARY(SHT-LOOKUP-SUB)
               " " DISP.

           PERFORM 1730-COMPUTE-WITHHOLDING
               THRU 1730-EXIT.

           PERFORM 8100-WRITE-GL-INTERFACE
               THRU 8100-EXIT.

           IF WS-WITHHELD-AMT NOT = ZERO
               PERFORM 8150-WRITE-GL-WITHHOLDING
                   THRU 8150-EXIT
           END-IF.

           PERFORM 8200-WRITE-APPOR-DETAIL
               THRU 8200-EXIT.
       1720-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * BACKUP WITHHOLDING ON THE PORTION IN R: A BENEFICIARY    *
      * WITHOUT A VALID TAX ID - FLAGGED ON THE TAX-STATUS FILE, *
      * OR NOT ON IT AT ALL - HAS THE BWHD PERCENTAGE HELD BACK. *
      *----------------------------------------------------------*
       1730-COMPUTE-WITHHOLDING.
           MOVE ZERO TO WS-WITHHELD-AMT.
           IF WS-BACKUP-WHLD-PCT = ZERO
               OR NOT WS-BENTAX-ON-FILE
               GO TO 1730-EXIT
           END-IF.

           MOVE ZERO TO BTX-MATCH-SUB.
           PERFORM 1735-SCAN-TAX-ENTRY
               THRU 1735-EXIT
               VARYING BTX-LOOKUP-SUB FROM 1 BY 1
               UNTIL BTX-LOOKUP-SUB > BTX-ENTRY-COUNT
               OR BTX-MATCH-SUB > ZERO.

           IF BTX-MATCH-SUB > ZERO
               IF NOT BTX-WITHHOLD(BTX-MATCH-SUB)
                   GO TO 1730-EXIT
               END-IF
           END-IF.

           COMPUTE WS-WITHHELD-AMT ROUNDED =
               R * WS-BACKUP-WHLD-PCT / 10000.
           MOVE WS-WITHHELD-AMT TO DISP.
           DISPLAY "    BACKUP WITHHELD " DISP.
       1730-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1735-SCAN-TAX-ENTRY.
           IF BTX-BENEFICIARY(BTX-LOOKUP-SUB)
               = SHT-BENEFICIARY(SHT-LOOKUP-SUB)
               MOVE BTX-LOOKUP-SUB TO BTX-MATCH-SUB
           END-IF.
       1735-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * WHEN RUN STANDALONE, READS A FULL TRANSACTION FILE AND   *
      * WRITES ONE RESULT LINE PER RECORD, WITH ITS OWN          *
           PERFORM 1970-WRITE-PROGRAM-TOTALS
               THRU 1970-EXIT.

           PERFORM 1975-WRITE-DIAGNOSTICS
               THRU 1975-EXIT.

           MOVE "ABC113A"              TO CKPT-PROGRAM-ID.
           MOVE ZERO                   TO CKPT-LAST-KEY.
           MOVE FUNCTION CURRENT-DATE  TO CKPT-TIMESTAMP.
           READ TRANS-IN
               AT END
                   SET WS-BATCH-EOF    TO TRUE
               NOT AT END
                   PERFORM 1915-SAVE-RECENT-INPUT
                       THRU 1915-EXIT
           END-READ.
       1910-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * KEEPS THE LAST DG-RECENT-MAX INPUT RECORDS READ SO A RUN *
      * THAT ENDS BADLY CAN SHOW WHAT IT WAS WORKING ON.         *
      *----------------------------------------------------------*
       1915-SAVE-RECENT-INPUT.
           ADD 1 TO DG-RECENT-NEXT.
           IF DG-RECENT-NEXT > DG-RECENT-MAX
               MOVE 1                  TO DG-RECENT-NEXT
           END-IF.
           MOVE TRANS-IN-REC
               TO DG-RECENT-RECORD(DG-RECENT-NEXT).
           IF DG-RECENT-HELD < DG-RECENT-MAX
               ADD 1 TO DG-RECENT-HELD
           END-IF.
       1915-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1920-PROCESS-BATCH-RECORD.
           ADD 1 TO WS-BATCH-COUNT.
       1970-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A RUN ENDING WITH RC 8 OR WORSE - FAILED, OR CONTROL     *
      * TOTALS OUT OF BALANCE - APPENDS A DIAGNOSTIC SET TO THE  *
      * DIAGLOG FILE: THE COUNTERS AND CHECKPOINT KEY, EVERY     *
      * FILE STATUS THIS PROGRAM TRACKS, AND THE LAST INPUT      *
      * RECORDS READ.  IT IS WRITTEN BEFORE THE CHECKPOINT IS    *
      * RESET, SO THE KEY SHOWN IS THE ONE A RESTART WOULD HAVE  *
      * USED.                                                    *
      *----------------------------------------------------------*
       1975-WRITE-DIAGNOSTICS.
           IF RETURN-CODE < 8
               GO TO 1975-EXIT
           END-IF.

           MOVE "ABC113A"              TO DG-PROGRAM-ID.
           MOVE WS-RUN-ID              TO DG-RUN-ID.
           MOVE SPACES                 TO DG-LINE-BODY.
           SET DG-HEADER-LINE          TO TRUE.
           MOVE ZERO                   TO DG-LINE-SEQ.
           MOVE WS-RUN-DATE            TO DG-RUN-DATE.
           IF WS-CT-OUT-OF-BALANCE
               SET DG-OUT-OF-BALANCE   TO TRUE
           ELSE
               SET DG-RUN-FAILED       TO TRUE
           END-IF.
           MOVE RETURN-CODE            TO DG-RETURN-CODE.
           IF CKPT-LAST-KEY IS NUMERIC
               MOVE CKPT-LAST-KEY      TO DG-CHECKPOINT-KEY
           ELSE
               MOVE ZERO               TO DG-CHECKPOINT-KEY
           END-IF.
           MOVE WS-BATCH-COUNT         TO DG-READ-COUNT.
           MOVE WS-CT-PROCESSED-COUNT  TO DG-PROCESSED-COUNT.
           MOVE WS-BATCH-REJECT-COUNT  TO DG-REJECT-COUNT.
           MOVE WS-CT-SKIP-COUNT       TO DG-SKIP-COUNT.
           MOVE DG-RECENT-HELD         TO DG-RECENT-COUNT.

           OPEN EXTEND DIAG-LOG-OUT.
           IF WS-DIAGLOG-FILE-STATUS = "35"
               OPEN OUTPUT DIAG-LOG-OUT
           END-IF.
           WRITE DIAG-LOG-OUT-REC FROM DIAG-LOG-LINE.

           MOVE SPACES                 TO DG-LINE-BODY.
           MOVE "AUDITLOG"             TO DG-DD-NAME.
           MOVE WS-AUDIT-FILE-STATUS   TO DG-FILE-STATUS.
           PERFORM 1976-WRITE-STATUS-LINE
               THRU 1976-EXIT.
           MOVE "PGMTOTAL"             TO DG-DD-NAME.
           MOVE WS-PGMTOTAL-FILE-STATUS TO DG-FILE-STATUS.
           PERFORM 1976-WRITE-STATUS-LINE
               THRU 1976-EXIT.
           MOVE "GLFEED"               TO DG-DD-NAME.
           MOVE WS-GL-FILE-STATUS      TO DG-FILE-STATUS.
           PERFORM 1976-WRITE-STATUS-LINE
               THRU 1976-EXIT.
           MOVE "SHARMAST"             TO DG-DD-NAME.
           MOVE WS-SHARMAST-FILE-STATUS TO DG-FILE-STATUS.
           PERFORM 1976-WRITE-STATUS-LINE
               THRU 1976-EXIT.
           MOVE "BENTAXST"             TO DG-DD-NAME.
           MOVE WS-BENTAX-FILE-STATUS  TO DG-FILE-STATUS.
           PERFORM 1976-WRITE-STATUS-LINE
               THRU 1976-EXIT.
           MOVE "RATECTL"              TO DG-DD-NAME.
           MOVE WS-RATECTL-FILE-STATUS TO DG-FILE-STATUS.
           PERFORM 1976-WRITE-STATUS-LINE
               THRU 1976-EXIT.
           MOVE "APPORDTL"             TO DG-DD-NAME.
           MOVE WS-APPDTL-FILE-STATUS  TO DG-FILE-STATUS.
           PERFORM 1976-WRITE-STATUS-LINE
               THRU 1976-EXIT.
           MOVE "APPORCKPT"            TO DG-DD-NAME.
           MOVE WS-CHECKPOINT-FILE-STATUS TO DG-FILE-STATUS.
           PERFORM 1976-WRITE-STATUS-LINE
               THRU 1976-EXIT.
           MOVE "DUPKSD"               TO DG-DD-NAME.
           MOVE WS-DUPKSD-FILE-STATUS  TO DG-FILE-STATUS.
           PERFORM 1976-WRITE-STATUS-LINE
               THRU 1976-EXIT.

           IF DG-RECENT-HELD < DG-RECENT-MAX
               OR DG-RECENT-NEXT = DG-RECENT-MAX
               MOVE 1                  TO DG-RECENT-FIRST
           ELSE
               COMPUTE DG-RECENT-FIRST = DG-RECENT-NEXT + 1
           END-IF.
           PERFORM 1977-WRITE-RECORD-LINE
               THRU 1977-EXIT
               VARYING DG-RECENT-SUB FROM 1 BY 1
               UNTIL DG-RECENT-SUB > DG-RECENT-HELD.

           CLOSE DIAG-LOG-OUT.

           DISPLAY "ABC113A DIAGNOSTICS CAPTURED - REF="
               DG-REFERENCE.
       1975-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1976-WRITE-STATUS-LINE.
           SET DG-STATUS-LINE          TO TRUE.
           ADD 1 TO DG-LINE-SEQ.
           WRITE DIAG-LOG-OUT-REC FROM DIAG-LOG-LINE.
       1976-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * WRITES THE RECENT INPUT RECORDS OLDEST FIRST, STARTING   *
      * AT DG-RECENT-FIRST AND WRAPPING ROUND THE RING.          *
      *----------------------------------------------------------*
       1977-WRITE-RECORD-LINE.
           COMPUTE DG-RECENT-IX =
               DG-RECENT-FIRST + DG-RECENT-SUB - 1.
           IF DG-RECENT-IX > DG-RECENT-MAX
               SUBTRACT DG-RECENT-MAX FROM DG-RECENT-IX
           END-IF.
           SET DG-RECORD-LINE          TO TRUE.
           ADD 1 TO DG-LINE-SEQ.
           MOVE DG-RECENT-RECORD(DG-RECENT-IX) TO DG-RECORD-IMAGE.
           WRITE DIAG-LOG-OUT-REC FROM DIAG-LOG-LINE.
       1977-EXIT.
           EXIT.


      *----------------------------------------------------------*
      * APPENDS ONE LINE TO THE SUITE-WIDE AUDIT LOG FOR EVERY   *
       8100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE WITHHELD PART OF A PORTION POSTS AS ITS OWN BALANCED *
      * PAIR: THE BACKUP WITHHOLDING LIABILITY IS CREDITED AND   *
      * THE PORTION ACCOUNT DEBITED BY THE SAME AMOUNT, EACH     *
      * WITH ITS OWN REFERENCE, SO WHAT THE BENEFICIARY IS OWED  *
      * IS THE PORTION NET OF THE WITHHOLDING.                   *
      *----------------------------------------------------------*
       8150-WRITE-GL-WITHHOLDING.
           MOVE "0001"                 TO GL-COMPANY-CODE.
           MOVE "100100"               TO GL-COST-CENTER.
           MOVE "2260100010"           TO GL-ACCOUNT-NUMBER.
           MOVE WS-WITHHELD-AMT        TO GL-AMOUNT.
           IF GL-AMOUNT < ZERO
               MOVE "D"                TO GL-DEBIT-CREDIT-IND
           ELSE
               MOVE "C"                TO GL-DEBIT-CREDIT-IND
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8)  TO GL-TRANS-DATE.
           MOVE "ABC113A"              TO GL-SOURCE-PROGRAM.
           PERFORM 8180-NEXT-GL-REFERENCE
               THRU 8180-EXIT.

           OPEN EXTEND GL-INTERFACE-OUT.
           IF WS-GL-FILE-STATUS = "35"
               OPEN OUTPUT GL-INTERFACE-OUT
           END-IF.
           WRITE GL-INTERFACE-OUT-REC FROM GL-INTERFACE-LINE.

           MOVE "4010100010"           TO GL-ACCOUNT-NUMBER.
           IF GL-DEBIT-CREDIT-IND = "D"
               MOVE "C"                TO GL-DEBIT-CREDIT-IND
           ELSE
               MOVE "D"                TO GL-DEBIT-CREDIT-IND
           END-IF.
           PERFORM 8180-NEXT-GL-REFERENCE
               THRU 8180-EXIT.
           WRITE GL-INTERFACE-OUT-REC FROM GL-INTERFACE-LINE.
           CLOSE GL-INTERFACE-OUT.
       8150-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * APPENDS ONE STRUCTURED DETAIL LINE PER BENEFICIARY       *
      * PORTION, SO THE ANNUAL BENEFICIARY EXTRACT CAN           *
               TO AD-BENEFICIARY.
           MOVE R                      TO AD-AMOUNT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AD-RUN-DATE.
           MOVE WS-WITHHELD-AMT        TO AD-WITHHELD.

           OPEN EXTEND APPOR-DETAIL-OUT.
           IF WS-APPDTL-FILE-STATUS = "35"
