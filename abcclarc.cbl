       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCCLARC.
       AUTHOR. D HARLOW.
       INSTALLATION. DL100 BATCH SERVICES.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 2026-10-15  DH  NEW PROGRAM.  MONTHLY CLOSED-ITEM        *
      *                 ARCHIVE.  EVERY RECEIVABLE ITEM PAID     *
      *                 DOWN TO A ZERO OPEN AMOUNT IS MOVED OFF  *
      *                 THE KEYED RECEIVABLES FILE, AND EVERY    *
      *                 PAYMENT REGISTER ROW CLEARED OR VOIDED   *
      *                 MORE THAN THE AGE RATE ROW'S MONTHS AGO  *
      *                 (12 SHIPPED) IS MOVED OFF THE REGISTER,  *
      *                 TO THIS MONTH'S ARCHIVE GENERATIONS.     *
      *                 ANYTHING UNDER AN ACTIVE LEGAL HOLD, AND *
      *                 ANY PAYMENT WHOSE PAYEE STILL HAS AN     *
      *                 UNSURRENDERED ITEM ON THE ESCHEAT        *
      *                 MASTER, STAYS LIVE AND IS REPORTED.  THE *
      *                 REPORT PROVES THE ARCHIVE PLUS THE LIVE  *
      *                 FILE TIES BACK TO THE PRE-RUN COUNTS AND *
      *                 AMOUNTS.                                 *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIVABLE-KSD
               ASSIGN TO RECVKSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RVK-ITEM-KEY
               FILE STATUS IS WS-RECVI-FILE-STATUS.

           SELECT PAY-REGISTER-IN
               ASSIGN TO PAYREGI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYREGI-FILE-STATUS.

           SELECT PAY-REGISTER-OUT
               ASSIGN TO PAYREGO
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ESCHEAT-MASTER-IN
               ASSIGN TO ESCHMI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTI-FILE-STATUS.

           SELECT LEGAL-HOLD-IN
               ASSIGN TO LGLHOLD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LGLHOLD-FILE-STATUS.

           SELECT RATE-TAB
               ASSIGN TO RATECTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATECTL-FILE-STATUS.

           SELECT RECV-ARCHIVE-OUT
               ASSIGN TO RECVARCH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAY-ARCHIVE-OUT
               ASSIGN TO PAYARCH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARCHIVE-REPORT-OUT
               ASSIGN TO CLARCRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RECEIVABLE-KSD.
       COPY RECVKSD.

       FD  PAY-REGISTER-IN
           RECORDING MODE IS F.
       01  PAY-REGISTER-IN-REC         PIC X(50).

       FD  PAY-REGISTER-OUT
           RECORDING MODE IS F.
       01  PAY-REGISTER-OUT-REC        PIC X(50).

       FD  ESCHEAT-MASTER-IN
           RECORDING MODE IS F.
       01  ESCHEAT-MASTER-IN-REC       PIC X(50).

       FD  LEGAL-HOLD-IN
           RECORDING MODE IS F.
       01  LEGAL-HOLD-IN-REC           PIC X(43).

       FD  RATE-TAB
           RECORDING MODE IS F.
       01  RATE-TAB-REC                PIC X(52).

       FD  RECV-ARCHIVE-OUT
           RECORDING MODE IS F.
       01  RECV-ARCHIVE-OUT-REC        PIC X(57).

       FD  PAY-ARCHIVE-OUT
           RECORDING MODE IS F.
       01  PAY-ARCHIVE-OUT-REC         PIC X(50).

       FD  ARCHIVE-REPORT-OUT
           RECORDING MODE IS F.
       01  ARCHIVE-REPORT-OUT-REC      PIC X(132).

       WORKING-STORAGE SECTION.
       COPY RECVITEM.
       COPY PAYREG.
       COPY LGLHOLD.
       COPY RATECTL.
       COPY RUNSTAMP.
       COPY RPTHDFT.
       01  WS-MASTI-FILE-STATUS        PIC X(02).
       01  WS-RATECTL-FILE-STATUS      PIC X(02).

       01  WS-MASTI-EOF-SW             PIC X(01) VALUE "N".
           88  WS-MASTI-EOF                    VALUE "Y".
       01  WS-RATECTL-EOF-SW           PIC X(01) VALUE "N".
           88  WS-RATECTL-EOF                  VALUE "Y".
       01  WS-RECV-FAILED-SW           PIC X(01) VALUE "N".
           88  WS-RECV-FAILED                  VALUE "Y".
       01  WS-ESCHEAT-FULL-SW          PIC X(01) VALUE "N".
           88  WS-ESCHEAT-FULL                 VALUE "Y".
       01  WS-ESCHEAT-OPEN-SW          PIC X(01) VALUE "N".
           88  WS-ESCHEAT-OPEN                 VALUE "Y".

      *----------------------------------------------------------*
      * ONE ROW OF THE ESCHEAT MASTER.  STAGE U = UNCLAIMED IN   *
      * THE HOLDING PERIOD, D = DUE-DILIGENCE LETTER SENT, S =   *
      * SURRENDERED TO THE STATE.                                *
      *----------------------------------------------------------*
       01  ESCHEAT-MASTER-ROW.
           05  EM-ACCOUNT              PIC X(06).
           05  EM-BENEFICIARY          PIC X(06).
           05  EM-AMOUNT               PIC S9(11)V99.
           05  EM-ORIG-DATE            PIC X(08).
           05  EM-STAGE                PIC X(01).
               88  EM-SURRENDERED              VALUE "S".
           05  EM-LETTER-DATE          PIC X(08).
           05  EM-SURRENDER-DATE       PIC X(08).

      *----------------------------------------------------------*
      * EVERY ACCOUNT AND BENEFICIARY THAT STILL HAS AN ITEM ON  *
      * THE ESCHEAT MASTER NOT YET SURRENDERED.  A PAYMENT TO    *
      * ANY OF THEM STAYS ON THE LIVE REGISTER.                  *
      *----------------------------------------------------------*
       01  WS-ESCHEAT-TABLE.
           05  WS-ESC-COUNT            PIC 9(04) COMP VALUE ZERO.
           05  WS-ESC-PARTY-ID         PIC X(06)
                                       OCCURS 1000 TIMES.
       01  WS-ESC-SUB                  PIC 9(04) COMP VALUE ZERO.
       01  WS-ESC-FIND-ID              PIC X(06).

      *----------------------------------------------------------*
      * FROM THE PROGRAM'S AGE RATE ROW: VALUE-1 IS THE MONTHS   *
      * SINCE A PAYMENT WAS CLEARED OR VOIDED BEFORE IT MAY      *
      * LEAVE THE LIVE REGISTER.                                 *
      *----------------------------------------------------------*
       01  WS-AGE-MONTHS               PIC 9(05) COMP VALUE 12.
       01  WS-MONTH-INDEX              PIC 9(07) COMP VALUE ZERO.
       01  WS-RUN-YEAR                 PIC 9(04) VALUE ZERO.
       01  WS-RUN-MONTH                PIC 9(02) VALUE ZERO.
       01  WS-CUTOFF-YEAR              PIC 9(04) VALUE ZERO.
       01  WS-CUTOFF-MONTH             PIC 9(02) VALUE ZERO.
       01  WS-CUTOFF-DATE.
           05  WS-CD-YEAR              PIC 9(04).
           05  WS-CD-MONTH             PIC 9(02).
           05  WS-CD-DAY               PIC X(02).

       01  WS-HOLD-SCAN-TEXT           PIC X(100) VALUE SPACES.
       01  WS-HOLD-SCAN-DATE           PIC X(08) VALUE SPACES.

      *----------------------------------------------------------*
      * CONTROL TOTALS.  FOR EACH FILE THE COUNT AND AMOUNT ON   *
      * FILE BEFORE THE RUN MUST EQUAL WHAT WAS ARCHIVED PLUS    *
      * WHAT IS STILL LIVE.  A RECEIVABLE IS TOTALLED ON ITS     *
      * ORIGINAL AMOUNT, SINCE EVERY ITEM ARCHIVED HAS NOTHING   *
      * LEFT OPEN.                                               *
      *----------------------------------------------------------*
       01  WS-RV-BEFORE-COUNT          PIC 9(08) COMP VALUE ZERO.
       01  WS-RV-BEFORE-AMOUNT         PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-RV-BEFORE-OPEN           PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-RV-ARCHIVED-COUNT        PIC 9(08) COMP VALUE ZERO.
       01  WS-RV-ARCHIVED-AMOUNT       PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-RV-HELD-COUNT            PIC 9(08) COMP VALUE ZERO.
       01  WS-RV-HELD-AMOUNT           PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-RV-LIVE-COUNT            PIC 9(08) COMP VALUE ZERO.
       01  WS-RV-LIVE-AMOUNT           PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-RV-LIVE-OPEN             PIC S9(13)V99 COMP-3
                                       VALUE ZERO.

       01  WS-PR-BEFORE-COUNT          PIC 9(08) COMP VALUE ZERO.
       01  WS-PR-BEFORE-AMOUNT         PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-PR-ARCHIVED-COUNT        PIC 9(08) COMP VALUE ZERO.
       01  WS-PR-ARCHIVED-AMOUNT       PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-PR-HELD-COUNT            PIC 9(08) COMP VALUE ZERO.
       01  WS-PR-HELD-AMOUNT           PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-PR-ESCHEAT-COUNT         PIC 9(08) COMP VALUE ZERO.
       01  WS-PR-ESCHEAT-AMOUNT        PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-PR-LIVE-COUNT            PIC 9(08) COMP VALUE ZERO.
       01  WS-PR-LIVE-AMOUNT           PIC S9(13)V99 COMP-3
                                       VALUE ZERO.

       01  WS-RPT-DATE                 PIC X(10).

       01  WS-KEPT-HEADER.
           05  FILLER                  PIC X(10) VALUE "FILE".
           05  FILLER                  PIC X(16) VALUE "ITEM".
           05  FILLER                  PIC X(10) VALUE "CUSTOMER".
           05  FILLER                  PIC X(10) VALUE "DATE".
           05  FILLER                  PIC X(18) VALUE
               "          AMOUNT".
           05  FILLER                  PIC X(08) VALUE "STATUS".
           05  FILLER                  PIC X(60) VALUE
               "KEPT LIVE BECAUSE".

       01  WS-KEPT-LINE.
           05  WS-K-FILE               PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-K-ITEM               PIC X(14).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-K-CUSTOMER-ID        PIC X(06).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-K-DATE               PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-K-AMOUNT             PIC -(12)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-K-STATUS             PIC X(01).
           05  FILLER                  PIC X(07) VALUE SPACES.
           05  WS-K-REASON             PIC X(60).

       01  WS-TOTAL-LINE.
           05  WS-T-LABEL              PIC X(36).
           05  WS-T-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05  WS-T-COUNT-X            REDEFINES WS-T-COUNT
                                       PIC X(11).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-T-AMOUNT             PIC -(14)9.99.
           05  FILLER                  PIC X(63) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 1800-LOAD-LEGAL-HOLDS
               THRU 1800-EXIT.

           PERFORM 1900-LOAD-ESCHEAT-MASTER
               THRU 1900-EXIT.

           PERFORM 2000-ARCHIVE-RECEIVABLES
               THRU 2000-EXIT.

           PERFORM 3000-ARCHIVE-PAYMENTS
               THRU 3000-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           GOBACK.

      *----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT ARCHIVE-REPORT-OUT
                OUTPUT RECV-ARCHIVE-OUT
                OUTPUT PAY-ARCHIVE-OUT
                OUTPUT PAY-REGISTER-OUT.

           MOVE FUNCTION CURRENT-DATE TO WS-RUNSTAMP-CURRENT-DATE.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:14) TO WS-RUN-ID.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:8)  TO WS-RUN-DATE.

           MOVE "CLOSED-ITEM ARCHIVE"  TO RPT-ST-TEXT.
           STRING WS-RUN-DATE(5:2) "/" WS-RUN-DATE(7:2) "/"
               WS-RUN-DATE(1:4)
               DELIMITED BY SIZE INTO WS-RPT-DATE.

           PERFORM 1100-WRITE-PAGE-HEADERS
               THRU 1100-EXIT.

           PERFORM 1200-LOAD-LIMITS
               THRU 1200-EXIT.
           PERFORM 1300-SET-CUTOFF-DATE
               THRU 1300-EXIT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1100-WRITE-PAGE-HEADERS.
           ADD 1 TO RPT-PAGE-COUNT.
           MOVE WS-RPT-DATE            TO RPT-DL-RUN-DATE.

           WRITE ARCHIVE-REPORT-OUT-REC FROM RPT-TITLE-LINE.
           WRITE ARCHIVE-REPORT-OUT-REC FROM RPT-SUBTITLE-LINE.
           WRITE ARCHIVE-REPORT-OUT-REC FROM RPT-DATE-LINE.
           MOVE SPACES                 TO ARCHIVE-REPORT-OUT-REC.
           WRITE ARCHIVE-REPORT-OUT-REC.
           WRITE ARCHIVE-REPORT-OUT-REC FROM WS-KEPT-HEADER.
           MOVE SPACES                 TO ARCHIVE-REPORT-OUT-REC.
           WRITE ARCHIVE-REPORT-OUT-REC.
           MOVE 6                      TO RPT-LINE-COUNT.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE AGE LIMIT FROM THE AGE ROW IN FORCE ON THE RUN DATE. *
      *----------------------------------------------------------*
       1200-LOAD-LIMITS.
           OPEN INPUT RATE-TAB.
           IF WS-RATECTL-FILE-STATUS = "35"
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1210-SCAN-RATE-ROW
               THRU 1210-EXIT
               UNTIL WS-RATECTL-EOF.
           CLOSE RATE-TAB.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1210-SCAN-RATE-ROW.
           READ RATE-TAB INTO RATE-CONTROL-RECORD
               AT END
                   SET WS-RATECTL-EOF TO TRUE
               NOT AT END
                   IF RC-PROGRAM-ID = "ABCCLARC"
                       AND RC-RULE-CODE = "AGE "
                       AND (RC-EFF-FROM-DATE = SPACES
                           OR RC-EFF-FROM-DATE <= WS-RUN-DATE)
                       AND (RC-EFF-TO-DATE = SPACES
                           OR RC-EFF-TO-DATE >= WS-RUN-DATE)
                       AND RC-VALUE-1 > ZERO
                       MOVE RC-VALUE-1 TO WS-AGE-MONTHS
                   END-IF
           END-READ.
       1210-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE CUTOFF IS THE RUN DATE MOVED BACK THE AGE LIMIT IN   *
      * CALENDAR MONTHS; A PAYMENT WHOSE STATUS DATE IS BEFORE   *
      * IT WAS CLEARED OR VOIDED MORE THAN THAT MANY MONTHS AGO. *
      *----------------------------------------------------------*
       1300-SET-CUTOFF-DATE.
           MOVE WS-RUN-DATE(1:4)       TO WS-RUN-YEAR.
           MOVE WS-RUN-DATE(5:2)       TO WS-RUN-MONTH.
           COMPUTE WS-MONTH-INDEX =
               WS-RUN-YEAR * 12 + WS-RUN-MONTH - 1 - WS-AGE-MONTHS.
           DIVIDE WS-MONTH-INDEX BY 12
               GIVING WS-CUTOFF-YEAR
               REMAINDER WS-CUTOFF-MONTH.
           ADD 1 TO WS-CUTOFF-MONTH.
           MOVE WS-CUTOFF-YEAR         TO WS-CD-YEAR.
           MOVE WS-CUTOFF-MONTH        TO WS-CD-MONTH.
           MOVE WS-RUN-DATE(7:2)       TO WS-CD-DAY.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LOADS THE ACTIVE LEGAL HOLDS SO NOTHING UNDER LITIGATION *
      * CAN BE MOVED OFF THE LIVE FILES BY THIS RUN.             *
      *----------------------------------------------------------*
       1800-LOAD-LEGAL-HOLDS.
           OPEN INPUT LEGAL-HOLD-IN.
           IF WS-LGLHOLD-FILE-STATUS = "35"
               GO TO 1800-EXIT
           END-IF.
           PERFORM 1810-LOAD-ONE-HOLD
               THRU 1810-EXIT
               UNTIL WS-LGLHOLD-EOF.
           CLOSE LEGAL-HOLD-IN.
       1800-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1810-LOAD-ONE-HOLD.
           READ LEGAL-HOLD-IN INTO LEGAL-HOLD-RECORD
               AT END
                   SET WS-LGLHOLD-EOF TO TRUE
               NOT AT END
                   IF LH-ACTIVE
                       AND LHT-ENTRY-COUNT < 50
                       ADD 1 TO LHT-ENTRY-COUNT
                       MOVE LH-HOLD-ID
                           TO LHT-HOLD-ID(LHT-ENTRY-COUNT)
                       MOVE LH-KEY
                           TO LHT-KEY(LHT-ENTRY-COUNT)
                       MOVE LH-FROM-DATE
                           TO LHT-FROM-DATE(LHT-ENTRY-COUNT)
                       MOVE LH-TO-DATE
                           TO LHT-TO-DATE(LHT-ENTRY-COUNT)
                       MOVE ZERO
                           TO LHT-KEY-LENGTH(LHT-ENTRY-COUNT)
                       PERFORM 1820-SIZE-HOLD-KEY
                           THRU 1820-EXIT
                           VARYING LHT-SIZE-SUB FROM 1 BY 1
                           UNTIL LHT-SIZE-SUB > 20
                   END-IF
           END-READ.
       1810-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1820-SIZE-HOLD-KEY.
           IF LHT-KEY(LHT-ENTRY-COUNT)(LHT-SIZE-SUB:1) NOT = SPACE
               MOVE LHT-SIZE-SUB
                   TO LHT-KEY-LENGTH(LHT-ENTRY-COUNT)
           END-IF.
       1820-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A RECORD IS HELD WHEN IT CARRIES AN ACTIVE HOLD'S KEY    *
      * AND ITS DATE FALLS IN THE HOLD'S RANGE.                  *
      *----------------------------------------------------------*
       1850-CHECK-LEGAL-HOLD.
           MOVE "N" TO WS-RECORD-HELD-SW.
           PERFORM 1860-CHECK-ONE-HOLD
               THRU 1860-EXIT
               VARYING LHT-LOOKUP-SUB FROM 1 BY 1
               UNTIL LHT-LOOKUP-SUB > LHT-ENTRY-COUNT
               OR WS-RECORD-HELD.
       1850-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1860-CHECK-ONE-HOLD.
           IF LHT-KEY-LENGTH(LHT-LOOKUP-SUB) = ZERO
               GO TO 1860-EXIT
           END-IF.
           IF WS-HOLD-SCAN-DATE <
                   LHT-FROM-DATE(LHT-LOOKUP-SUB)
               OR WS-HOLD-SCAN-DATE >
                   LHT-TO-DATE(LHT-LOOKUP-SUB)
               GO TO 1860-EXIT
           END-IF.

           MOVE ZERO TO WS-HOLD-HIT-COUNT.
           INSPECT WS-HOLD-SCAN-TEXT
               TALLYING WS-HOLD-HIT-COUNT
               FOR ALL LHT-KEY(LHT-LOOKUP-SUB)
                   (1:LHT-KEY-LENGTH(LHT-LOOKUP-SUB)).
           IF WS-HOLD-HIT-COUNT > ZERO
               SET WS-RECORD-HELD TO TRUE
           END-IF.
       1860-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LOADS EVERY ACCOUNT AND BENEFICIARY WITH AN ESCHEAT ITEM *
      * NOT YET SURRENDERED.  A MASTER TOO BIG FOR THE TABLE     *
      * KEEPS EVERY PAYMENT LIVE THIS MONTH RATHER THAN RISK     *
      * ARCHIVING ONE STILL IN ESCHEATMENT.                      *
      *----------------------------------------------------------*
       1900-LOAD-ESCHEAT-MASTER.
           OPEN INPUT ESCHEAT-MASTER-IN.
           IF WS-MASTI-FILE-STATUS = "35"
               GO TO 1900-EXIT
           END-IF.
           PERFORM 1910-LOAD-ONE-ESCHEAT-ROW
               THRU 1910-EXIT
               UNTIL WS-MASTI-EOF.
           CLOSE ESCHEAT-MASTER-IN.
           IF WS-ESCHEAT-FULL
               DISPLAY "ABCCLARC **** ESCHEAT MASTER EXCEEDS "
                   "TABLE - NO PAYMENT ARCHIVED ****"
           END-IF.
       1900-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1910-LOAD-ONE-ESCHEAT-ROW.
           READ ESCHEAT-MASTER-IN INTO ESCHEAT-MASTER-ROW
               AT END
                   SET WS-MASTI-EOF TO TRUE
                   GO TO 1910-EXIT
           END-READ.
           IF EM-SURRENDERED
               GO TO 1910-EXIT
           END-IF.

           MOVE EM-ACCOUNT             TO WS-ESC-FIND-ID.
           PERFORM 1920-ADD-ESCHEAT-PARTY
               THRU 1920-EXIT.
           MOVE EM-BENEFICIARY         TO WS-ESC-FIND-ID.
           PERFORM 1920-ADD-ESCHEAT-PARTY
               THRU 1920-EXIT.
       1910-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1920-ADD-ESCHEAT-PARTY.
           IF WS-ESC-FIND-ID = SPACES
               GO TO 1920-EXIT
           END-IF.
           PERFORM 1930-FIND-ESCHEAT-PARTY
               THRU 1930-EXIT.
           IF WS-ESCHEAT-OPEN
               GO TO 1920-EXIT
           END-IF.
           IF WS-ESC-COUNT NOT < 1000
               SET WS-ESCHEAT-FULL TO TRUE
               GO TO 1920-EXIT
           END-IF.
           ADD 1 TO WS-ESC-COUNT.
           MOVE WS-ESC-FIND-ID         TO WS-ESC-PARTY-ID(WS-ESC-COUNT).
       1920-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1930-FIND-ESCHEAT-PARTY.
           MOVE "N" TO WS-ESCHEAT-OPEN-SW.
           PERFORM 1940-SCAN-ESCHEAT-PARTY
               THRU 1940-EXIT
               VARYING WS-ESC-SUB FROM 1 BY 1
               UNTIL WS-ESC-SUB > WS-ESC-COUNT
               OR WS-ESCHEAT-OPEN.
       1930-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1940-SCAN-ESCHEAT-PARTY.
           IF WS-ESC-PARTY-ID(WS-ESC-SUB) = WS-ESC-FIND-ID
               SET WS-ESCHEAT-OPEN TO TRUE
           END-IF.
       1940-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * BROWSES THE KEYED RECEIVABLES FILE FROM THE TOP.  AN     *
      * ITEM PAID DOWN TO A ZERO OPEN AMOUNT AND NOT UNDER A     *
      * LEGAL HOLD IS DELETED FROM THE FILE AND WRITTEN TO THE   *
      * ARCHIVE; EVERY OTHER ITEM IS LEFT WHERE IT IS.           *
      *----------------------------------------------------------*
       2000-ARCHIVE-RECEIVABLES.
           MOVE "RECV"                 TO WS-K-FILE.
           OPEN I-O RECEIVABLE-KSD.
           IF WS-RECVI-FILE-STATUS NOT = "00"
               DISPLAY "ABCCLARC **** RECEIVABLES FILE NOT OPENED "
                   "- STATUS " WS-RECVI-FILE-STATUS " ****"
               SET WS-RECV-FAILED TO TRUE
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-READ-ITEM
               THRU 2100-EXIT.
           PERFORM 2200-SORT-ONE-ITEM
               THRU 2200-EXIT
               UNTIL WS-RECVI-EOF.
           CLOSE RECEIVABLE-KSD.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2100-READ-ITEM.
           READ RECEIVABLE-KSD NEXT RECORD
               INTO RECEIVABLE-ITEM-RECORD
               AT END
                   SET WS-RECVI-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2200-SORT-ONE-ITEM.
           ADD 1 TO WS-RV-BEFORE-COUNT.
           ADD RV-ORIG-AMOUNT          TO WS-RV-BEFORE-AMOUNT.
           ADD RV-OPEN-AMOUNT          TO WS-RV-BEFORE-OPEN.

           IF NOT RV-ITEM-PAID
               OR RV-OPEN-AMOUNT NOT = ZERO
               GO TO 2200-KEEP-LIVE
           END-IF.

           MOVE RECEIVABLE-ITEM-RECORD TO WS-HOLD-SCAN-TEXT.
           MOVE RV-STMT-DATE           TO WS-HOLD-SCAN-DATE.
           PERFORM 1850-CHECK-LEGAL-HOLD
               THRU 1850-EXIT.
           IF WS-RECORD-HELD
               ADD 1 TO WS-RV-HELD-COUNT
               ADD RV-ORIG-AMOUNT      TO WS-RV-HELD-AMOUNT
               MOVE SPACES             TO WS-K-REASON
               STRING "UNDER LEGAL HOLD "
                   LHT-HOLD-ID(LHT-LOOKUP-SUB - 1)
                   DELIMITED BY SIZE INTO WS-K-REASON
               PERFORM 2300-LIST-KEPT-ITEM
                   THRU 2300-EXIT
               GO TO 2200-KEEP-LIVE
           END-IF.

           MOVE RV-ITEM-KEY            TO RVK-ITEM-KEY.
           DELETE RECEIVABLE-KSD RECORD.
           IF WS-RECVI-FILE-STATUS NOT = "00"
               DISPLAY "ABCCLARC **** RECEIVABLE ITEM "
                   RV-ITEM-KEY " NOT DELETED - STATUS "
                   WS-RECVI-FILE-STATUS " ****"
               SET WS-RECV-FAILED TO TRUE
               GO TO 2200-KEEP-LIVE
           END-IF.
           WRITE RECV-ARCHIVE-OUT-REC FROM RECEIVABLE-ITEM-RECORD.
           ADD 1 TO WS-RV-ARCHIVED-COUNT.
           ADD RV-ORIG-AMOUNT          TO WS-RV-ARCHIVED-AMOUNT.
           GO TO 2200-READ-NEXT.

       2200-KEEP-LIVE.
           ADD 1 TO WS-RV-LIVE-COUNT.
           ADD RV-ORIG-AMOUNT          TO WS-RV-LIVE-AMOUNT.
           ADD RV-OPEN-AMOUNT          TO WS-RV-LIVE-OPEN.

       2200-READ-NEXT.
           PERFORM 2100-READ-ITEM
               THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2300-LIST-KEPT-ITEM.
           MOVE RV-ITEM-KEY            TO WS-K-ITEM.
           MOVE RV-CUSTOMER-ID         TO WS-K-CUSTOMER-ID.
           MOVE RV-STMT-DATE           TO WS-K-DATE.
           MOVE RV-ORIG-AMOUNT         TO WS-K-AMOUNT.
           MOVE RV-STATUS              TO WS-K-STATUS.
           PERFORM 7000-WRITE-REPORT-LINE
               THRU 7000-EXIT.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * COPIES THE PAYMENT REGISTER.  A ROW CLEARED OR VOIDED    *
      * BEFORE THE CUTOFF GOES TO THE ARCHIVE UNLESS IT IS UNDER *
      * A LEGAL HOLD OR ITS PAYEE STILL HAS AN ESCHEAT ITEM      *
      * OPEN; EVERY OTHER ROW IS WRITTEN TO THE NEW REGISTER.    *
      *----------------------------------------------------------*
       3000-ARCHIVE-PAYMENTS.
           MOVE "PAYREG"               TO WS-K-FILE.
           OPEN INPUT PAY-REGISTER-IN.
           IF WS-PAYREGI-FILE-STATUS = "35"
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-SORT-ONE-PAYMENT
               THRU 3100-EXIT
               UNTIL WS-PAYREGI-EOF.
           CLOSE PAY-REGISTER-IN.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3100-SORT-ONE-PAYMENT.
           READ PAY-REGISTER-IN INTO PAY-REGISTER-RECORD
               AT END
                   SET WS-PAYREGI-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           ADD 1 TO WS-PR-BEFORE-COUNT.
           ADD PR-AMOUNT               TO WS-PR-BEFORE-AMOUNT.

           IF NOT PR-CLEARED
               AND NOT PR-VOIDED
               GO TO 3100-KEEP-LIVE
           END-IF.
           IF PR-STATUS-DATE IS NOT NUMERIC
               OR PR-STATUS-DATE NOT < WS-CUTOFF-DATE
               GO TO 3100-KEEP-LIVE
           END-IF.

           MOVE PAY-REGISTER-RECORD    TO WS-HOLD-SCAN-TEXT.
           MOVE PR-ISSUE-DATE          TO WS-HOLD-SCAN-DATE.
           PERFORM 1850-CHECK-LEGAL-HOLD
               THRU 1850-EXIT.
           IF WS-RECORD-HELD
               ADD 1 TO WS-PR-HELD-COUNT
               ADD PR-AMOUNT           TO WS-PR-HELD-AMOUNT
               MOVE SPACES             TO WS-K-REASON
               STRING "UNDER LEGAL HOLD "
                   LHT-HOLD-ID(LHT-LOOKUP-SUB - 1)
                   DELIMITED BY SIZE INTO WS-K-REASON
               PERFORM 3200-LIST-KEPT-PAYMENT
                   THRU 3200-EXIT
               GO TO 3100-KEEP-LIVE
           END-IF.

           MOVE PR-CUSTOMER-ID         TO WS-ESC-FIND-ID.
           PERFORM 1930-FIND-ESCHEAT-PARTY
               THRU 1930-EXIT.
           IF WS-ESCHEAT-OPEN
               OR WS-ESCHEAT-FULL
               ADD 1 TO WS-PR-ESCHEAT-COUNT
               ADD PR-AMOUNT           TO WS-PR-ESCHEAT-AMOUNT
               IF WS-ESCHEAT-OPEN
                   MOVE "PAYEE HAS AN ESCHEAT ITEM OPEN"
                       TO WS-K-REASON
               ELSE
                   MOVE "ESCHEAT MASTER OVER TABLE LIMIT"
                       TO WS-K-REASON
               END-IF
               PERFORM 3200-LIST-KEPT-PAYMENT
                   THRU 3200-EXIT
               GO TO 3100-KEEP-LIVE
           END-IF.

           WRITE PAY-ARCHIVE-OUT-REC FROM PAY-REGISTER-RECORD.
           ADD 1 TO WS-PR-ARCHIVED-COUNT.
           ADD PR-AMOUNT               TO WS-PR-ARCHIVED-AMOUNT.
           GO TO 3100-EXIT.

       3100-KEEP-LIVE.
           WRITE PAY-REGISTER-OUT-REC FROM PAY-REGISTER-RECORD.
           ADD 1 TO WS-PR-LIVE-COUNT.
           ADD PR-AMOUNT               TO WS-PR-LIVE-AMOUNT.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3200-LIST-KEPT-PAYMENT.
           MOVE PR-PAYMENT-REF         TO WS-K-ITEM.
           MOVE PR-CUSTOMER-ID         TO WS-K-CUSTOMER-ID.
           MOVE PR-STATUS-DATE         TO WS-K-DATE.
           MOVE PR-AMOUNT              TO WS-K-AMOUNT.
           MOVE PR-STATUS              TO WS-K-STATUS.
           PERFORM 7000-WRITE-REPORT-LINE
               THRU 7000-EXIT.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------*
       7000-WRITE-REPORT-LINE.
           IF RPT-LINE-COUNT >= RPT-MAX-LINES-PER-PAGE
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE ARCHIVE-REPORT-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 1100-WRITE-PAGE-HEADERS
                   THRU 1100-EXIT
           END-IF.

           WRITE ARCHIVE-REPORT-OUT-REC FROM WS-KEPT-LINE.
           ADD 1 TO RPT-LINE-COUNT.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       7100-WRITE-TOTAL-LINE.
           WRITE ARCHIVE-REPORT-OUT-REC FROM WS-TOTAL-LINE.
       7100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE TIE-OUT.  FOR EACH FILE: ON FILE BEFORE THE RUN,     *
      * MOVED TO THE ARCHIVE, KEPT LIVE FOR A HOLD, AND LIVE     *
      * AFTER THE RUN, WHICH WITH THE ARCHIVE MUST EQUAL THE     *
      * PRE-RUN FIGURES.                                         *
      *----------------------------------------------------------*
       9000-TERMINATE.
           MOVE RPT-PAGE-COUNT         TO RPT-F-PAGE-NO.
           WRITE ARCHIVE-REPORT-OUT-REC FROM RPT-FOOTER-LINE.
           MOVE SPACES                 TO ARCHIVE-REPORT-OUT-REC.
           WRITE ARCHIVE-REPORT-OUT-REC.

           MOVE "RECEIVABLES ON FILE BEFORE RUN"   TO WS-T-LABEL.
           MOVE WS-RV-BEFORE-COUNT     TO WS-T-COUNT.
           MOVE WS-RV-BEFORE-AMOUNT    TO WS-T-AMOUNT.
           PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
           MOVE "  OF WHICH STILL OPEN"           TO WS-T-LABEL.
           MOVE SPACES                 TO WS-T-COUNT-X.
           MOVE WS-RV-BEFORE-OPEN      TO WS-T-AMOUNT.
           PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
           MOVE "RECEIVABLES ARCHIVED (PAID)"      TO WS-T-LABEL.
           MOVE WS-RV-ARCHIVED-COUNT   TO WS-T-COUNT.
           MOVE WS-RV-ARCHIVED-AMOUNT  TO WS-T-AMOUNT.
           PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
           MOVE "PAID ITEMS KEPT - LEGAL HOLD"     TO WS-T-LABEL.
           MOVE WS-RV-HELD-COUNT       TO WS-T-COUNT.
           MOVE WS-RV-HELD-AMOUNT      TO WS-T-AMOUNT.
           PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
           MOVE "RECEIVABLES LIVE AFTER RUN"       TO WS-T-LABEL.
           MOVE WS-RV-LIVE-COUNT       TO WS-T-COUNT.
           MOVE WS-RV-LIVE-AMOUNT      TO WS-T-AMOUNT.
           PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
           MOVE "  OF WHICH STILL OPEN"           TO WS-T-LABEL.
           MOVE SPACES                 TO WS-T-COUNT-X.
           MOVE WS-RV-LIVE-OPEN        TO WS-T-AMOUNT.
           PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
           MOVE SPACES                 TO ARCHIVE-REPORT-OUT-REC.
           WRITE ARCHIVE-REPORT-OUT-REC.

           MOVE "PAYMENTS ON REGISTER BEFORE RUN"  TO WS-T-LABEL.
           MOVE WS-PR-BEFORE-COUNT     TO WS-T-COUNT.
           MOVE WS-PR-BEFORE-AMOUNT    TO WS-T-AMOUNT.
           PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
           MOVE "PAYMENTS ARCHIVED (CLEARED/VOID)" TO WS-T-LABEL.
           MOVE WS-PR-ARCHIVED-COUNT   TO WS-T-COUNT.
           MOVE WS-PR-ARCHIVED-AMOUNT  TO WS-T-AMOUNT.
           PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
           MOVE "PAYMENTS KEPT - LEGAL HOLD"       TO WS-T-LABEL.
           MOVE WS-PR-HELD-COUNT       TO WS-T-COUNT.
           MOVE WS-PR-HELD-AMOUNT      TO WS-T-AMOUNT.
           PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
           MOVE "PAYMENTS KEPT - ESCHEAT OPEN"     TO WS-T-LABEL.
           MOVE WS-PR-ESCHEAT-COUNT    TO WS-T-COUNT.
           MOVE WS-PR-ESCHEAT-AMOUNT   TO WS-T-AMOUNT.
           PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
           MOVE "PAYMENTS LIVE AFTER RUN"          TO WS-T-LABEL.
           MOVE WS-PR-LIVE-COUNT       TO WS-T-COUNT.
           MOVE WS-PR-LIVE-AMOUNT      TO WS-T-AMOUNT.
           PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
           MOVE SPACES                 TO ARCHIVE-REPORT-OUT-REC.
           WRITE ARCHIVE-REPORT-OUT-REC.

           MOVE SPACES                 TO WS-TOTAL-LINE.
           STRING "PAYMENT AGE CUTOFF " WS-CUTOFF-DATE
               DELIMITED BY SIZE INTO WS-TOTAL-LINE.
           PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.

           CLOSE RECV-ARCHIVE-OUT
                 PAY-ARCHIVE-OUT
                 PAY-REGISTER-OUT.

           DISPLAY "ABCCLARC CONTROL TOTAL - RECV-READ="
               WS-RV-BEFORE-COUNT
               " RECV-ARCHIVED=" WS-RV-ARCHIVED-COUNT
               " RECV-LIVE=" WS-RV-LIVE-COUNT
               " PAY-READ=" WS-PR-BEFORE-COUNT
               " PAY-ARCHIVED=" WS-PR-ARCHIVED-COUNT
               " PAY-LIVE=" WS-PR-LIVE-COUNT.

           IF WS-RV-BEFORE-COUNT NOT =
               WS-RV-ARCHIVED-COUNT + WS-RV-LIVE-COUNT
               OR WS-RV-BEFORE-AMOUNT NOT =
               WS-RV-ARCHIVED-AMOUNT + WS-RV-LIVE-AMOUNT
               OR WS-RV-BEFORE-OPEN NOT = WS-RV-LIVE-OPEN
               OR WS-PR-BEFORE-COUNT NOT =
               WS-PR-ARCHIVED-COUNT + WS-PR-LIVE-COUNT
               OR WS-PR-BEFORE-AMOUNT NOT =
               WS-PR-ARCHIVED-AMOUNT + WS-PR-LIVE-AMOUNT
               MOVE "**** CONTROL TOTALS OUT OF BALANCE ****"
                   TO ARCHIVE-REPORT-OUT-REC
               WRITE ARCHIVE-REPORT-OUT-REC
               DISPLAY
                 "ABCCLARC **** CONTROL TOTALS OUT OF BALANCE ****"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-RECV-FAILED
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE ARCHIVE-REPORT-OUT.
       9000-EXIT.
           EXIT.
