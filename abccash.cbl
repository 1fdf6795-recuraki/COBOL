      *                 OF RIDING THE OPEN-ITEM FILE FOREVER - A *
      *                 FULLY ABSORBED CREDIT DROPS AT CARRY-    *
      *                 FORWARD LIKE ANY PAID-OFF ITEM.          *
      * 2026-10-15  DH  THE OPEN ITEMS NOW LIVE ON THE KEYED     *
      *                 RECEIVABLES FILE (RECVKSD) AND ARE READ  *
      *                 AND REWRITTEN IN PLACE BY CUSTOMER-ID    *
      *                 PLUS STATEMENT DATE, REPLACING THE       *
      *                 500-ENTRY TABLE AND THE CARRY-FORWARD    *
      *                 COPY, SO VOLUME IS NO LONGER CAPPED.  A  *
      *                 PAID-OFF ITEM OR FULLY ABSORBED CREDIT   *
      *                 NOW STAYS ON FILE CLOSED AT STATUS P.    *
      * 2026-10-15  DH  REMITTANCES ARE NOW CREDITED TO THE      *
      *                 CUSTOMER'S OPEN PROMISE TO PAY ON THE    *
      *                 KEYED PROMISE REGISTER (PROMKSD).  A     *
      *                 PROMISE PAID IN FULL BY ITS DATE IS      *
      *                 MARKED KEPT, ONE PAID IN PART IS MARKED  *
      *                 PARTIAL AND STAYS OPEN, AND ONE STILL    *
      *                 SHORT ONCE ITS DATE HAS PASSED IS MARKED *
      *                 BROKEN AND LISTED ON THE NEW BROKEN-     *
      *                 PROMISE REPORT, SO THE AGING RUN PUTS    *
      *                 THE CUSTOMER BACK INTO NORMAL DUNNING    *
      *                 ESCALATION.                              *
      * 2026-10-15  DH  A REMITTANCE NOW CARRIES THE CUSTOMER'S  *
      *                 REMITTANCE ADVICE WHEN IT CAME THROUGH   *
      *                 THE BANK LOCKBOX (ABCLBOX; LAYOUT NOW IN *
      *                 COPYBOOK REMITREC).  SUCH A PAYMENT IS   *
      *                 APPLIED TO THE RECEIVABLE ITEMS WHOSE    *
      *                 STATEMENT DATES THE ADVICE NAMES, AND    *
      *                 WHAT THEY DO NOT TAKE IS CARRIED AS A    *
      *                 CREDIT; OLDEST-FIRST APPLICATION IS NOW  *
      *                 ONLY THE FALLBACK FOR A PAYMENT WITH NO  *
      *                 ADVICE.                                  *
      * 2026-10-15  DH  PAYMENT TERMS NOW CARRY AN EARLY-PAYMENT *
      *                 DISCOUNT (PERCENTAGE AND WINDOW DAYS ON  *
      *                 THE TERM ROW).  A PAYMENT RECEIVED       *
      *                 INSIDE THE WINDOW THAT IS SHORT BY NO    *
      *                 MORE THAN THE DISCOUNT CLEARS THE ITEM   *
      *                 IN FULL, AND THE DIFFERENCE IS POSTED AS *
      *                 A DISC/RECV PAIR ON THE GL FEED THROUGH  *
      *                 THE GL ACCOUNT MAPPING.                  *
      * 2026-10-15  DH  AN ITEM PAID OFF BY A REMITTANCE IS NOW  *
      *                 SETTLED FOR FOREIGN EXCHANGE: EACH       *
      *                 CONVERSION DETAIL ROW BOOKED FOR THE     *
      *                 CUSTOMER ON THE ITEM'S STATEMENT DATE IS *
      *                 RE-MEASURED AT THE RATE IN FORCE ON THE  *
      *                 SETTLEMENT DATE, THE REALIZED GAIN OR    *
      *                 LOSS IS POSTED AS AN RFX/CLRG PAIR, ANY  *
      *                 UNREALIZED MOVEMENT THE REVALUATION RUN  *
      *                 BOOKED AGAINST THE CHARGE IS REVERSED    *
      *                 (UGL/CLRG) AND NETTED OFF THE UNREALIZED *
      *                 REGISTER, AND EACH CHARGE IS LISTED WITH *
      *                 BOTH RATES ON THE NEW REALIZED-FX        *
      *                 REPORT.                                  *
      * 2026-10-15  DH  EVERY REMITTANCE APPLIED TO A CUSTOMER   *
      *                 IS NOW LOGGED (CUSTOMER, RECEIPT DATE,   *
      *                 AMOUNT, REFERENCE) TO THE NEW CASH       *
      *                 RECEIPTS HISTORY (CASHHIST), WHICH       *
      *                 CARRIES THE CUSTOMER'S LAST PAYMENT TO   *
      *                 THE WEB PORTAL EXTRACT (ABCPORTL).       *
      * 2026-10-15  DH  RECEIVABLE ITEMS ARE NOW RAISED FROM THE *
      *                 STATEMENT ARCHIVE GENERATION (STMTARC) - *
      *                 THE LINES ABCSTMT ACTUALLY BILLED - NOT  *
      *                 THE RAW STATEMENT EXTRACT, SINCE A CYCLE *
      *                 CUSTOMER'S LINES ARE HELD UNTIL ITS      *
      *                 BILLING DATE.  EACH ITEM IS DATED THE    *
      *                 STATEMENT DATE ON THE ARCHIVE AND FALLS  *
      *                 DUE TERM-DAYS AFTER IT.                  *
      * 2026-10-15  DH  A FOREIGN-CURRENCY ROW NOW SETTLES WITH  *
      *                 THE STATEMENT THAT BILLED IT - THE       *
      *                 CUSTOMER'S FIRST ITEM DATED ON OR AFTER  *
      *                 THE ROW'S BOOKING NIGHT - RATHER THAN    *
      *                 ONLY AN ITEM DATED THAT SAME NIGHT, SO A *
      *                 CYCLE CUSTOMER'S CHARGES SETTLE TOO.  A  *
      *                 SETTLEMENT ROW IS NOW ALWAYS WRITTEN TO  *
      *                 THE UNREALIZED REGISTER, AND A ROW       *
      *                 ALREADY CARRYING ONE IS NOT SETTLED      *
      *                 AGAIN.                                   *
      * 2026-10-15  DH  RERUN GUARD.  EVERY STATEMENT ARCHIVE    *
      *                 GENERATION IS NOW READ, AND ITEMS ARE    *
      *                 RAISED ONLY FROM LINES WHOSE STATEMENT   *
      *                 RUN-ID IS LATER THAN THE LAST ONE RAISED *
      *                 (CASH CONTROL RECORD, CASHCTL), SO A     *
      *                 SKIPPED NIGHT IS PICKED UP AND NO LINE   *
      *                 IS BILLED TWICE.  CASHCTL IS REPLACED    *
      *                 ONLY WHEN THE RUN ENDS BELOW RC 8, SO A  *
      *                 FAILED RUN IS RETRIED AS IT STANDS ONCE  *
      *                 THE RECEIVABLES ARE RELOADED.            *
      * 2026-10-15  DH  THE NEW CASH CONTROL RECORD IS WRITTEN   *
      *                 TO ITS OWN FILE (CASHCTLN) FOR THE JOB   *
      *                 TO SWAP IN, AND THE RUN'S FX SETTLEMENT  *
      *                 ROWS GO TO A FILE OF THEIR OWN (FXSETL)  *
      *                 FOR THE JOB TO ADD TO THE UNREALIZED     *
      *                 REGISTER, SO A FAILED RUN LEAVES BOTH    *
      *                 THE CONTROL RECORD AND THE REGISTER AS   *
      *                 THEY WERE.                               *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STMT-ARCHIVE-IN
               ASSIGN TO STMTARC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMTARC-FILE-STATUS.

           SELECT RECEIVABLE-KSD
               ASSIGN TO RECVKSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RVK-ITEM-KEY
               FILE STATUS IS WS-RECVI-FILE-STATUS.

           SELECT REMITTANCE-IN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATECTL-FILE-STATUS.

           SELECT GL-MAP-TAB
               ASSIGN TO GLMAP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-FILE-STATUS.

           SELECT GL-INTERFACE-OUT
               ASSIGN TO GLFEED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.

           SELECT UNAPPLIED-OUT
               ASSIGN TO UNAPPLYD
               ASSIGN TO CASHRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PROMISE-KSD
               ASSIGN TO PROMKSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PROMISE-KEY
               FILE STATUS IS WS-PROMKSD-FILE-STATUS.

           SELECT PROMISE-REPORT-OUT
               ASSIGN TO PTPRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FX-DETAIL-IN
               ASSIGN TO FXDETAIL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXDET-FILE-STATUS.

           SELECT EXCH-RATE-TAB
               ASSIGN TO EXCHRATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XRATE-FILE-STATUS.

           SELECT FX-UNREALIZED-FILE
               ASSIGN TO FXUNRL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXUNRL-FILE-STATUS.

           SELECT FX-REPORT-OUT
               ASSIGN TO FXRLRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CASH-RECEIPT-OUT
               ASSIGN TO CASHHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASHHIST-FILE-STATUS.

           SELECT FX-SETTLEMENT-FILE
               ASSIGN TO FXSETL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXSETL-FILE-STATUS.

           SELECT CASH-CONTROL-FILE
               ASSIGN TO CASHCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASHCTL-FILE-STATUS.

           SELECT CASH-CONTROL-OUT
               ASSIGN TO CASHCTLN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASHCTLN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STMT-ARCHIVE-IN
           RECORDING MODE IS F.
       01  STMT-ARCHIVE-IN-REC         PIC X(87).

       FD  RECEIVABLE-KSD.
       COPY RECVKSD.

       FD  REMITTANCE-IN
           RECORDING MODE IS F.
       COPY REMITREC.

       FD  RATE-TAB
           RECORDING MODE IS F.
       COPY RATECTL.

       FD  GL-MAP-TAB
           RECORDING MODE IS F.
       01  GL-MAP-TAB-REC              PIC X(32).

       FD  GL-INTERFACE-OUT
           RECORDING MODE IS F.
       01  GL-INTERFACE-OUT-REC        PIC X(64).

       FD  UNAPPLIED-OUT
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  CASH-REPORT-OUT-REC         PIC X(132).

       FD  PROMISE-KSD.
       COPY PROMKSD.

       FD  PROMISE-REPORT-OUT
           RECORDING MODE IS F.
       01  PROMISE-REPORT-OUT-REC      PIC X(132).

       FD  FX-DETAIL-IN
           RECORDING MODE IS F.
       01  FX-DETAIL-IN-REC            PIC X(63).

       FD  EXCH-RATE-TAB
           RECORDING MODE IS F.
       01  EXCH-RATE-TAB-REC           PIC X(22).

       FD  FX-UNREALIZED-FILE
           RECORDING MODE IS F.
       01  FX-UNREALIZED-FILE-REC      PIC X(47).

       FD  FX-REPORT-OUT
           RECORDING MODE IS F.
       01  FX-REPORT-OUT-REC           PIC X(132).

       FD  CASH-RECEIPT-OUT
           RECORDING MODE IS F.
       01  CASH-RECEIPT-OUT-REC        PIC X(41).

       FD  CASH-CONTROL-FILE
           RECORDING MODE IS F.
       01  CASH-CONTROL-FILE-REC       PIC X(55).

       FD  FX-SETTLEMENT-FILE
           RECORDING MODE IS F.
       01  FX-SETTLEMENT-FILE-REC      PIC X(47).

       FD  CASH-CONTROL-OUT
           RECORDING MODE IS F.
       01  CASH-CONTROL-OUT-REC        PIC X(55).

       WORKING-STORAGE SECTION.
       COPY STMTREC.
       COPY STMTARC.
       COPY RECVITEM.
       COPY RUNSTAMP.
       COPY RPTHDFT.
       COPY GLFEED.
       COPY GLMAP.
       COPY FXDETAIL.
       COPY EXCHRATE.
       COPY FXUNRL.
       COPY CASHHIST.
       COPY CASHCTL.
       01  WS-REMIT-FILE-STATUS        PIC X(02).
       01  WS-RATECTL-FILE-STATUS      PIC X(02).
       01  WS-PROMKSD-FILE-STATUS      PIC X(02).
       01  WS-FXSETL-FILE-STATUS       PIC X(02).
       01  WS-CASHCTLN-FILE-STATUS     PIC X(02).

       01  WS-STMT-EOF-SW              PIC X(01) VALUE "N".
           88  WS-STMT-EOF                     VALUE "Y".
           88  WS-REMIT-EOF                    VALUE "Y".
       01  WS-RATECTL-EOF-SW           PIC X(01) VALUE "N".
           88  WS-RATECTL-EOF                  VALUE "Y".
       01  WS-GLMAP-EOF-SW             PIC X(01) VALUE "N".
           88  WS-GLMAP-EOF                    VALUE "Y".

       01  WS-TERM-DAYS                PIC 9(03) VALUE 30.

      *----------------------------------------------------------*
      * RERUN GUARD: THE LATEST STATEMENT RUN-ID ON ANY ARCHIVE  *
      * LINE RAISED THIS RUN, AND THE LINES PASSED OVER AS       *
      * ALREADY RAISED BY AN EARLIER RUN.                        *
      *----------------------------------------------------------*
       01  WS-NEW-STMT-RUN-ID          PIC X(14) VALUE SPACES.
       01  WS-ARC-SKIPPED-COUNT        PIC 9(08) COMP VALUE ZERO.

      *----------------------------------------------------------*
      * EARLY-PAYMENT DISCOUNT TERMS ("2% IF PAID IN 10 DAYS")   *
      * FROM THE SAME TERM ROW.  A ZERO PERCENTAGE OR WINDOW     *
      * MEANS NO DISCOUNT IS OFFERED.                            *
      *----------------------------------------------------------*
       01  WS-DISC-PERCENT             PIC 9(03)V99 VALUE ZERO.
       01  WS-DISC-WINDOW-DAYS         PIC 9(03) VALUE ZERO.
       01  WS-DISC-DATE                PIC X(08) VALUE SPACES.
       01  WS-DISC-PAY-DATE            PIC X(08) VALUE SPACES.
       01  WS-DISC-ALLOWED             PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
       01  WS-DISC-AMOUNT              PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
       01  WS-DISCOUNT-TOTAL           PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-DISCOUNT-COUNT           PIC 9(08) COMP VALUE ZERO.
       01  WS-DISCOUNT-SW              PIC X(01) VALUE "N".
           88  WS-DISCOUNT-TAKEN               VALUE "Y".

       01  WS-GL-TRANS-CLASS           PIC X(04) VALUE SPACES.
       01  WS-GL-POST-AMOUNT           PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
       01  WS-GL-REFERENCE.
           05  WS-GR-PREFIX            PIC X(03) VALUE "DSC".
           05  WS-GR-STAMP             PIC X(07).
           05  WS-GR-SEQ               PIC 9(04) VALUE ZERO.

       01  WS-REMIT-COUNT              PIC 9(08) COMP VALUE ZERO.
       01  WS-APPLIED-COUNT            PIC 9(08) COMP VALUE ZERO.
       01  WS-PARTIAL-COUNT            PIC 9(08) COMP VALUE ZERO.
       01  WS-OVERPAY-COUNT            PIC 9(08) COMP VALUE ZERO.
       01  WS-UNAPPLIED-COUNT          PIC 9(08) COMP VALUE ZERO.
       01  WS-ITEMS-CREATED            PIC 9(08) COMP VALUE ZERO.
       01  WS-ITEMS-CLEARED            PIC 9(08) COMP VALUE ZERO.

       01  WS-CURRENT-CUSTOMER         PIC X(06) VALUE SPACES.
       01  WS-CURRENT-STMT-DATE        PIC X(08) VALUE SPACES.
       01  WS-CUSTOMER-CHARGES         PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
       01  WS-REMAINING-AMOUNT         PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
       01  WS-APPLY-AMOUNT             PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
       01  WS-NET-AMOUNT               PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
       01  WS-NEW-OPEN-AMOUNT          PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
       01  WS-LAST-OPEN-AMOUNT         PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
       01  WS-CUSTOMER-FOUND-SW        PIC X(01) VALUE "N".
           88  WS-CUSTOMER-FOUND               VALUE "Y".

      *----------------------------------------------------------*
      * REMITTANCE-ADVICE APPLICATION: A LOCKBOX PAYMENT THAT    *
      * NAMES THE STATEMENT DATES IT PAYS.                       *
      *----------------------------------------------------------*
       01  WS-ADVICE-SUB               PIC 9(03) COMP VALUE ZERO.
       01  WS-ADVICE-REMIT-COUNT       PIC 9(08) COMP VALUE ZERO.
       01  WS-ADVICE-MISS-COUNT        PIC 9(08) COMP VALUE ZERO.

       01  WS-BROWSE-CUSTOMER          PIC X(06) VALUE SPACES.
       01  WS-BROWSE-EOF-SW            PIC X(01) VALUE "N".
           88  WS-BROWSE-EOF                   VALUE "Y".
       01  WS-MATCH-SW                 PIC X(01) VALUE "N".
           88  WS-MATCH-FOUND                  VALUE "Y".
           88  WS-NO-MATCH                     VALUE "N".
       01  WS-MATCH-KEY                PIC X(14) VALUE SPACES.
       01  WS-MATCH-DUE-DATE           PIC X(08) VALUE SPACES.

       01  WS-DATE-NUM                 PIC 9(08).
       01  WS-DATE-INTEGER             PIC 9(09) COMP VALUE ZERO.

      *----------------------------------------------------------*
      * PROMISE-TO-PAY FOLLOW-UP: THE REMITTING CUSTOMER'S OPEN  *
      * PROMISE, AND THE END-OF-RUN SWEEP FOR LAPSED PROMISES.   *
      *----------------------------------------------------------*
       01  WS-PROMISE-EOF-SW           PIC X(01) VALUE "N".
           88  WS-PROMISE-EOF                  VALUE "Y".
       01  WS-PROMISE-FOUND-SW         PIC X(01) VALUE "N".
           88  WS-PROMISE-FOUND                VALUE "Y".
       01  WS-PROMISE-PAY-DATE         PIC X(08) VALUE SPACES.
       01  WS-PROMISE-SHORT            PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
       01  WS-KEPT-COUNT               PIC 9(08) COMP VALUE ZERO.
       01  WS-PROMISE-PART-COUNT       PIC 9(08) COMP VALUE ZERO.
       01  WS-BROKEN-COUNT             PIC 9(08) COMP VALUE ZERO.

      *----------------------------------------------------------*
      * REALIZED FOREIGN EXCHANGE: A SETTLED ITEM'S CONVERSION   *
      * DETAIL ROWS, THE RATE IN FORCE ON THE SETTLEMENT DATE,   *
      * AND THE UNREALIZED MOVEMENT STILL STANDING AGAINST EACH. *
      * THE REALIZED-FX REPORT KEEPS ITS OWN PAGE COUNT BECAUSE  *
      * IT IS WRITTEN ALONGSIDE THE CASH REPORT.                 *
      *----------------------------------------------------------*
       01  WS-FXDET-EOF-SW             PIC X(01) VALUE "N".
           88  WS-FXDET-EOF                    VALUE "Y".
       01  WS-XRATE-EOF-SW             PIC X(01) VALUE "N".
           88  WS-XRATE-EOF                    VALUE "Y".
       01  WS-SETTLE-CUSTOMER          PIC X(06) VALUE SPACES.
       01  WS-SETTLE-STMT-DATE         PIC X(08) VALUE SPACES.
       01  WS-SETTLE-RATE-DATE         PIC X(08) VALUE SPACES.
       01  WS-FX-OWNER-STMT-DATE       PIC X(08) VALUE SPACES.
       01  WS-FX-OWNER-EOF-SW          PIC X(01) VALUE "N".
           88  WS-FX-OWNER-EOF                 VALUE "Y".
       01  WS-FX-ROW-SETTLED-SW        PIC X(01) VALUE "N".
           88  WS-FX-ROW-SETTLED               VALUE "Y".
       01  WS-FX-PL-CLASS              PIC X(04) VALUE SPACES.
       01  WS-FX-SIGNED-AMOUNT         PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
       01  WS-FX-BOOKED-VALUE          PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
       01  WS-FX-SETTLED-VALUE         PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
       01  WS-FX-REALIZED              PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
       01  WS-FX-UNREALIZED            PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
       01  WS-FX-REALIZED-TOTAL        PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-FX-REVERSED-TOTAL        PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-FX-SETTLED-COUNT         PIC 9(08) COMP VALUE ZERO.
       01  WS-FX-NORATE-COUNT          PIC 9(08) COMP VALUE ZERO.
       01  WS-FXR-PAGE-COUNT           PIC 9(03) COMP VALUE ZERO.
       01  WS-FXR-LINE-COUNT           PIC 9(02) COMP VALUE ZERO.

       01  WS-RPT-DATE                 PIC X(10).

       01  WS-HEADER-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-DISPOSITION        PIC X(40).

       01  WS-PTP-HEADER-LINE.
           05  FILLER                  PIC X(10) VALUE "CUSTOMER".
           05  FILLER                  PIC X(10) VALUE "TAKEN".
           05  FILLER                  PIC X(10) VALUE "TAKEN BY".
           05  FILLER                  PIC X(15) VALUE
               "       PROMISED".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "BY DATE".
           05  FILLER                  PIC X(15) VALUE
               "           PAID".
           05  FILLER                  PIC X(15) VALUE
               "          SHORT".

       01  WS-PTP-DETAIL-LINE.
           05  WS-P-CUSTOMER-ID        PIC X(06).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-P-TAKEN-DATE         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-P-TAKEN-BY           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-P-PROMISED           PIC -(10)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-P-PROMISED-DATE      PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-P-PAID               PIC -(10)9.99.
           05  WS-P-SHORT              PIC -(10)9.99.

       01  WS-FXR-HEADER-LINE.
           05  FILLER                  PIC X(10) VALUE "CUSTOMER".
           05  FILLER                  PIC X(10) VALUE "STMT DATE".
           05  FILLER                  PIC X(16) VALUE "REFERENCE".
           05  FILLER                  PIC X(04) VALUE "CCY".
           05  FILLER                  PIC X(15) VALUE
               "      FC AMOUNT".
           05  FILLER                  PIC X(13) VALUE
               "  BOOKED RATE".
           05  FILLER                  PIC X(12) VALUE
               " SETTLE RATE".
           05  FILLER                  PIC X(14) VALUE
               "      REALIZED".
           05  FILLER                  PIC X(14) VALUE
               " UNRL REVERSED".

       01  WS-FXR-DETAIL-LINE.
           05  WS-X-CUSTOMER-ID        PIC X(06).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-X-STMT-DATE          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-X-REFERENCE          PIC X(14).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-X-CURRENCY           PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-X-FC-AMOUNT          PIC -(10)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-X-BOOKED-RATE        PIC ZZZZ9.9(6).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-X-SETTLE-RATE        PIC ZZZZ9.9(6).
           05  WS-X-REALIZED           PIC -(10)9.99.
           05  WS-X-REVERSED           PIC -(10)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-X-NOTE               PIC X(20).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2500-ABSORB-EXTRACT-LINE
               THRU 2500-EXIT
               UNTIL WS-STMT-EOF.
               THRU 3000-EXIT
               UNTIL WS-REMIT-EOF.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.


      *----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT UNAPPLIED-OUT
                OUTPUT CASH-REPORT-OUT
                OUTPUT PROMISE-REPORT-OUT
                OUTPUT FX-REPORT-OUT.

      * THIS RUN'S SETTLEMENT ROWS ARE WRITTEN APART FROM THE
      * UNREALIZED REGISTER AND ADDED TO IT BY THE JOB ONLY WHEN
      * THE RUN ENDS CLEAN; IT STARTS EMPTY SO 3840 CAN READ IT.
           OPEN OUTPUT FX-SETTLEMENT-FILE.
           CLOSE FX-SETTLEMENT-FILE.

           MOVE FUNCTION CURRENT-DATE TO WS-RUNSTAMP-CURRENT-DATE.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:14) TO WS-RUN-ID.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:8)  TO WS-RUN-DATE.
           MOVE WS-RUN-ID(8:7)         TO WS-GR-STAMP.

           PERFORM 1050-READ-CASH-CONTROL
               THRU 1050-EXIT.

           MOVE "DAILY CASH APPLICATION" TO RPT-ST-TEXT.
           STRING WS-RUN-DATE(5:2) "/" WS-RUN-DATE(7:2) "/"

           PERFORM 1100-WRITE-PAGE-HEADERS
               THRU 1100-EXIT.
           PERFORM 4800-WRITE-FX-HEADERS
               THRU 4800-EXIT.

           PERFORM 1200-LOAD-TERM-DAYS
               THRU 1200-EXIT.

           PERFORM 1500-LOAD-GL-MAP
               THRU 1500-EXIT.

           PERFORM 1300-OPEN-RECEIVABLES
               THRU 1300-EXIT.

           PERFORM 1400-OPEN-PROMISES
               THRU 1400-EXIT.

           OPEN INPUT STMT-ARCHIVE-IN.
           IF WS-STMTARC-FILE-STATUS = "35"
               SET WS-STMT-EOF TO TRUE
           ELSE
               PERFORM 2600-READ-EXTRACT
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE RECEIVABLES, PROMISES AND LEDGER ARE ALL UPDATED IN  *
      * PLACE, SO AN ARCHIVE LINE RAISED TWICE WOULD BE BILLED   *
      * TWICE.  THE CONTROL RECORD LEFT BY THE LAST RUN TO       *
      * FINISH NAMES THE LATEST STATEMENT RUN-ID IT RAISED; ONLY *
      * LATER LINES ARE RAISED BY THIS RUN (SEE 2500).  NO       *
      * CONTROL RECORD YET MEANS NOTHING HAS BEEN RAISED.        *
      *----------------------------------------------------------*
       1050-READ-CASH-CONTROL.
           MOVE SPACES                 TO CASH-CONTROL-RECORD.
           OPEN INPUT CASH-CONTROL-FILE.
           IF WS-CASHCTL-FILE-STATUS NOT = "35"
               READ CASH-CONTROL-FILE INTO CASH-CONTROL-RECORD
                   AT END
                       MOVE SPACES     TO CASH-CONTROL-RECORD
               END-READ
               CLOSE CASH-CONTROL-FILE
           END-IF.
       1050-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1100-WRITE-PAGE-HEADERS.
           ADD 1 TO RPT-PAGE-COUNT.
      *----------------------------------------------------------*
      * PICKS UP THE PAYMENT-TERMS ROW IN FORCE ON THE RUN DATE  *
      * (PROGRAM ABCCASH, RULE TERM, VALUE-1 = DAYS TO DUE       *
      * DATE, VALUE-2 = EARLY-PAYMENT DISCOUNT PERCENTAGE IN     *
      * HUNDREDTHS - 200 IS 2.00% - AND VALUE-3 = DAYS FROM THE  *
      * STATEMENT DATE THE DISCOUNT STAYS OPEN).  NO ROW IN      *
      * FORCE LEAVES THE SHIPPED DEFAULT OF 30 DAYS AND NO       *
      * DISCOUNT.  ABCSTMT READS THE SAME ROW TO PRINT THE       *
      * DISCOUNT OFFER ON EACH STATEMENT.                        *
      *----------------------------------------------------------*
       1200-LOAD-TERM-DAYS.
           OPEN INPUT RATE-TAB.
                       AND (RC-EFF-TO-DATE = SPACES
                           OR RC-EFF-TO-DATE >= WS-RUN-DATE)
                       MOVE RC-VALUE-1 TO WS-TERM-DAYS
                       MOVE ZERO       TO WS-DISC-PERCENT
                                          WS-DISC-WINDOW-DAYS
                       IF RC-VALUE-2 > ZERO
                           AND RC-VALUE-2 < 10000
                           AND RC-VALUE-3 > ZERO
                           AND RC-VALUE-3 < 1000
                           COMPUTE WS-DISC-PERCENT =
                               RC-VALUE-2 / 100
                           MOVE RC-VALUE-3 TO WS-DISC-WINDOW-DAYS
                       END-IF
                   END-IF
           END-READ.
       1210-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * OPENS THE KEYED RECEIVABLES FILE FOR UPDATE IN PLACE,    *
      * CREATING IT EMPTY ON ITS VERY FIRST USE.                 *
      *----------------------------------------------------------*
       1300-OPEN-RECEIVABLES.
           OPEN I-O RECEIVABLE-KSD.
           IF WS-RECVI-FILE-STATUS = "35"
               OPEN OUTPUT RECEIVABLE-KSD
               CLOSE RECEIVABLE-KSD
               OPEN I-O RECEIVABLE-KSD
           END-IF.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1500-LOAD-GL-MAP.
           OPEN INPUT GL-MAP-TAB.
           IF WS-GLMAP-FILE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM 1510-LOAD-GL-MAP-ROW
                   THRU 1510-EXIT
                   UNTIL WS-GLMAP-EOF
               CLOSE GL-MAP-TAB
           END-IF.
       1500-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1510-LOAD-GL-MAP-ROW.
           READ GL-MAP-TAB INTO GL-MAP-RECORD
               AT END
                   SET WS-GLMAP-EOF TO TRUE
               NOT AT END
                   IF GM-SOURCE-PROGRAM = "ABCCASH "
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
       1510-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * OPENS THE KEYED PROMISE REGISTER FOR UPDATE IN PLACE,    *
      * CREATING IT EMPTY ON ITS VERY FIRST USE.                 *
      *----------------------------------------------------------*
       1400-OPEN-PROMISES.
           OPEN I-O PROMISE-KSD.
           IF WS-PROMKSD-FILE-STATUS = "35"
               OPEN OUTPUT PROMISE-KSD
               CLOSE PROMISE-KSD
               OPEN I-O PROMISE-KSD
           END-IF.
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ACCUMULATES THE STATEMENT ARCHIVE GENERATIONS (EACH IN   *
      * CUSTOMER ORDER, AS THE STATEMENTS WERE CUT) INTO ONE NEW *
      * OPEN ITEM PER CUSTOMER STATEMENT, DATED THE STATEMENT    *
      * DATE AND DUE TERM-DAYS AFTER IT.  A LINE WHOSE STATEMENT *
      * RUN-ID IS NOT LATER THAN THE LAST ONE RAISED (OR IS      *
      * BLANK, FROM A GENERATION WRITTEN BEFORE THE RUN-ID WAS   *
      * CARRIED) HAS ALREADY BEEN RAISED AND IS PASSED OVER.     *
      *----------------------------------------------------------*
       2500-ABSORB-EXTRACT-LINE.
           MOVE STMT-ARCHIVE-IN-REC    TO STMT-ARCHIVE-RECORD.
           MOVE SA-EXTRACT-LINE        TO STMT-EXTRACT-RECORD.

           IF SA-STMT-RUN-ID = SPACES
               OR SA-STMT-RUN-ID NOT > CX-LAST-STMT-RUN-ID
               ADD 1                   TO WS-ARC-SKIPPED-COUNT
               PERFORM 2600-READ-EXTRACT
                   THRU 2600-EXIT
               GO TO 2500-EXIT
           END-IF.
           IF SA-STMT-RUN-ID > WS-NEW-STMT-RUN-ID
               MOVE SA-STMT-RUN-ID     TO WS-NEW-STMT-RUN-ID
           END-IF.

           IF SX-CUSTOMER-ID NOT = WS-CURRENT-CUSTOMER
               OR SA-STATEMENT-DATE NOT = WS-CURRENT-STMT-DATE
               PERFORM 2800-CLOSE-CUSTOMER-CHARGES
                   THRU 2800-EXIT
               MOVE SX-CUSTOMER-ID     TO WS-CURRENT-CUSTOMER
               MOVE SA-STATEMENT-DATE  TO WS-CURRENT-STMT-DATE
               IF WS-CURRENT-STMT-DATE IS NOT NUMERIC
                   MOVE WS-RUN-DATE    TO WS-CURRENT-STMT-DATE
               END-IF
           END-IF.

           ADD SX-AMOUNT               TO WS-CUSTOMER-CHARGES.

      *----------------------------------------------------------*
       2600-READ-EXTRACT.
           READ STMT-ARCHIVE-IN
               AT END
                   SET WS-STMT-EOF TO TRUE
           END-READ.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * POSITIONS THE KEYED FILE ON THE FIRST ITEM OF            *
      * WS-BROWSE-CUSTOMER AND READS IT.  A CUSTOMER'S ITEMS SIT *
      * TOGETHER IN KEY ORDER, OLDEST STATEMENT FIRST.           *
      *----------------------------------------------------------*
       2700-START-CUSTOMER-BROWSE.
           MOVE "N"                    TO WS-BROWSE-EOF-SW.
           MOVE WS-BROWSE-CUSTOMER     TO RVK-CUSTOMER-ID.
           MOVE LOW-VALUES             TO RVK-STMT-DATE.
           START RECEIVABLE-KSD
               KEY IS NOT LESS THAN RVK-ITEM-KEY
               INVALID KEY
                   SET WS-BROWSE-EOF TO TRUE
           END-START.

           IF NOT WS-BROWSE-EOF
               PERFORM 2710-READ-CUSTOMER-ITEM
                   THRU 2710-EXIT
           END-IF.
       2700-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2710-READ-CUSTOMER-ITEM.
           READ RECEIVABLE-KSD NEXT RECORD
               INTO RECEIVABLE-ITEM-RECORD
               AT END
                   SET WS-BROWSE-EOF TO TRUE
           END-READ.

           IF NOT WS-BROWSE-EOF
               AND RV-CUSTOMER-ID NOT = WS-BROWSE-CUSTOMER
               SET WS-BROWSE-EOF TO TRUE
           END-IF.
       2710-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2800-CLOSE-CUSTOMER-CHARGES.
           IF WS-CURRENT-CUSTOMER = SPACES
               OR WS-CUSTOMER-CHARGES = ZERO
               GO TO 2800-RESET
           END-IF.

      * AN ITEM ALREADY ON FILE UNDER THE SAME KEY (A CREDIT ITEM
      * CARRIED FROM A PAYMENT ON THE STATEMENT DATE, OR LATE LINES
      * BILLED UNDER A STATEMENT DATE ALREADY RAISED) TAKES THE
      * CHARGES ONTO IT RATHER THAN DUPLICATING THE KEY.  A LINE
      * ALREADY RAISED BY AN EARLIER RUN NEVER GETS THIS FAR - SEE
      * 2500.
           MOVE WS-CURRENT-CUSTOMER    TO RVK-CUSTOMER-ID.
           MOVE WS-CURRENT-STMT-DATE   TO RVK-STMT-DATE.
           READ RECEIVABLE-KSD INTO RECEIVABLE-ITEM-RECORD.
           IF WS-RECVI-FILE-STATUS = "00"
               ADD WS-CUSTOMER-CHARGES TO RV-ORIG-AMOUNT
               ADD WS-CUSTOMER-CHARGES TO RV-OPEN-AMOUNT
               PERFORM 2820-SET-ITEM-STATUS
                   THRU 2820-EXIT
               REWRITE RECEIVABLE-KEYED-RECORD
                   FROM RECEIVABLE-ITEM-RECORD
           ELSE
               MOVE WS-CURRENT-CUSTOMER TO RV-CUSTOMER-ID
               MOVE WS-CURRENT-STMT-DATE TO RV-STMT-DATE
               MOVE WS-CURRENT-STMT-DATE TO WS-DATE-NUM
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                   + WS-TERM-DAYS
               MOVE WS-CUSTOMER-CHARGES TO RV-OPEN-AMOUNT
               MOVE SPACES             TO RV-LAST-PAY-DATE
               MOVE "O"                TO RV-STATUS
               WRITE RECEIVABLE-KEYED-RECORD
                   FROM RECEIVABLE-ITEM-RECORD
               ADD 1 TO WS-ITEMS-CREATED
           END-IF.
           PERFORM 2900-CHECK-RECV-UPDATE
               THRU 2900-EXIT.

      * ANY CREDIT THE CUSTOMER IS CARRYING FROM AN EARLIER
      * OVERPAYMENT IS ABSORBED INTO THE NEW CHARGE ITEM NOW,
      * SO OVERPAYMENTS STOP RIDING THE FILE FOREVER.
           IF RV-ITEM-OPEN
               AND RV-OPEN-AMOUNT > ZERO
               MOVE RV-OPEN-AMOUNT     TO WS-NEW-OPEN-AMOUNT
               PERFORM 2840-NET-CUSTOMER-CREDITS
                   THRU 2840-EXIT
           END-IF.
       2800-RESET.
           MOVE SPACES                 TO WS-CURRENT-CUSTOMER
                                          WS-CURRENT-STMT-DATE.
           MOVE ZERO                   TO WS-CUSTOMER-CHARGES.
       2800-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * AN ITEM WITH NOTHING LEFT OPEN IS CLOSED (STATUS P); ONE *
      * LEFT BELOW ZERO IS A CREDIT; ANYTHING ELSE IS OPEN.  A   *
      * DISPUTED ITEM KEEPS ITS DISPUTE FLAG WHILE IT IS OPEN.   *
      *----------------------------------------------------------*
       2820-SET-ITEM-STATUS.
           EVALUATE TRUE
               WHEN RV-OPEN-AMOUNT = ZERO
                   MOVE "P"            TO RV-STATUS
               WHEN RV-OPEN-AMOUNT < ZERO
                   MOVE "C"            TO RV-STATUS
               WHEN RV-ITEM-DISPUTED
                   CONTINUE
               WHEN OTHER
                   MOVE "O"            TO RV-STATUS
           END-EVALUATE.
       2820-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * BROWSES THE CUSTOMER'S ITEMS, NETTING EACH CARRIED       *
      * CREDIT AGAINST THE NEW CHARGE ITEM UNTIL THE CREDITS OR  *
      * THE CHARGE RUN OUT, THEN REWRITES THE CHARGE ITEM WITH   *
      * WHAT IS LEFT OPEN ON IT.                                 *
      *----------------------------------------------------------*
       2840-NET-CUSTOMER-CREDITS.
           MOVE RV-ITEM-KEY            TO WS-MATCH-KEY.
           MOVE RV-CUSTOMER-ID         TO WS-BROWSE-CUSTOMER.
           PERFORM 2700-START-CUSTOMER-BROWSE
               THRU 2700-EXIT.

           PERFORM 2850-NET-CREDIT-ITEM
               THRU 2850-EXIT
               UNTIL WS-BROWSE-EOF
               OR WS-NEW-OPEN-AMOUNT NOT > ZERO.

           MOVE WS-MATCH-KEY           TO RVK-ITEM-KEY.
           READ RECEIVABLE-KSD INTO RECEIVABLE-ITEM-RECORD.
           IF WS-RECVI-FILE-STATUS NOT = "00"
               PERFORM 2900-CHECK-RECV-UPDATE
                   THRU 2900-EXIT
               GO TO 2840-EXIT
           END-IF.

           IF RV-OPEN-AMOUNT NOT = WS-NEW-OPEN-AMOUNT
               MOVE WS-NEW-OPEN-AMOUNT TO RV-OPEN-AMOUNT
               MOVE WS-RUN-DATE        TO RV-LAST-PAY-DATE
               PERFORM 2820-SET-ITEM-STATUS
                   THRU 2820-EXIT
               IF RV-ITEM-PAID
                   ADD 1 TO WS-ITEMS-CLEARED
               END-IF
               REWRITE RECEIVABLE-KEYED-RECORD
                   FROM RECEIVABLE-ITEM-RECORD
               PERFORM 2900-CHECK-RECV-UPDATE
                   THRU 2900-EXIT
           END-IF.
       2840-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * NETS ONE CARRIED CREDIT ITEM AGAINST THE CUSTOMER'S NEW  *
      * CHARGE ITEM: THE SMALLER OF THE CREDIT AND THE CHARGE'S  *
      * REMAINING OPEN AMOUNT MOVES BETWEEN THEM, SO A FULLY     *
      * ABSORBED CREDIT IS CLOSED LIKE A PAID ITEM.              *
      *----------------------------------------------------------*
       2850-NET-CREDIT-ITEM.
           IF NOT RV-ITEM-CREDIT
               OR RV-OPEN-AMOUNT NOT < ZERO
               GO TO 2850-READ-NEXT
           END-IF.

           COMPUTE WS-NET-AMOUNT = ZERO - RV-OPEN-AMOUNT.
           IF WS-NET-AMOUNT > WS-NEW-OPEN-AMOUNT
               MOVE WS-NEW-OPEN-AMOUNT TO WS-NET-AMOUNT
           END-IF.

           SUBTRACT WS-NET-AMOUNT FROM WS-NEW-OPEN-AMOUNT.
           ADD WS-NET-AMOUNT           TO RV-OPEN-AMOUNT.
           IF RV-OPEN-AMOUNT = ZERO
               MOVE "P"                TO RV-STATUS
               ADD 1 TO WS-ITEMS-CLEARED
           END-IF.
           REWRITE RECEIVABLE-KEYED-RECORD
               FROM RECEIVABLE-ITEM-RECORD.
           PERFORM 2900-CHECK-RECV-UPDATE
               THRU 2900-EXIT.
       2850-READ-NEXT.
           PERFORM 2710-READ-CUSTOMER-ITEM
               THRU 2710-EXIT.
       2850-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A FAILED WRITE OR REWRITE OF AN ITEM LEAVES THE          *
      * RECEIVABLES POSITION WRONG, SO THE RUN IS FLAGGED.       *
      *----------------------------------------------------------*
       2900-CHECK-RECV-UPDATE.
           IF WS-RECVI-FILE-STATUS NOT = "00"
               DISPLAY "ABCCASH  **** RECEIVABLE ITEM UPDATE FAILED"
                   " - STATUS " WS-RECVI-FILE-STATUS " ****"
               MOVE 8 TO RETURN-CODE
           END-IF.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * APPLIES ONE REMITTANCE TO THE CUSTOMER'S OPEN ITEMS,     *
      * OLDEST DUE DATE FIRST.  WHAT IS LEFT WHEN THE ITEMS RUN  *
           MOVE RM-AMOUNT              TO WS-D-AMOUNT.
           MOVE RM-AMOUNT              TO WS-REMAINING-AMOUNT.
           MOVE "N"                    TO WS-CUSTOMER-FOUND-SW.
           MOVE ZERO                   TO WS-LAST-OPEN-AMOUNT.
           MOVE "N"                    TO WS-DISCOUNT-SW.
           SET WS-MATCH-FOUND TO TRUE.
           IF RM-REMIT-DATE = SPACES
               MOVE WS-RUN-DATE        TO WS-DISC-PAY-DATE
           ELSE
               MOVE RM-REMIT-DATE      TO WS-DISC-PAY-DATE
           END-IF.

      * A PAYMENT WITH REMITTANCE ADVICE PAYS THE ITEMS THE
      * CUSTOMER NAMED AND NOTHING ELSE; WHAT THE NAMED ITEMS DO
      * NOT TAKE IS CARRIED AS A CREDIT.  OLDEST-FIRST IS ONLY
      * FOR A PAYMENT THAT CAME WITHOUT ADVICE.
           IF RM-ADVICE-COUNT IS NUMERIC
               AND RM-ADVICE-COUNT > ZERO
               ADD 1 TO WS-ADVICE-REMIT-COUNT
               PERFORM 3400-APPLY-ADVICE-ITEM
                   THRU 3400-EXIT
                   VARYING WS-ADVICE-SUB FROM 1 BY 1
                   UNTIL WS-ADVICE-SUB > RM-ADVICE-COUNT
                   OR WS-ADVICE-SUB > 10
                   OR WS-REMAINING-AMOUNT NOT > ZERO
               IF NOT WS-CUSTOMER-FOUND
                   MOVE RM-CUSTOMER-ID TO WS-BROWSE-CUSTOMER
                   PERFORM 2700-START-CUSTOMER-BROWSE
                       THRU 2700-EXIT
                   IF NOT WS-BROWSE-EOF
                       SET WS-CUSTOMER-FOUND TO TRUE
                   END-IF
               END-IF
           ELSE
               PERFORM 3200-APPLY-OLDEST-ITEM
                   THRU 3200-EXIT
                   UNTIL WS-REMAINING-AMOUNT NOT > ZERO
                   OR WS-NO-MATCH
           END-IF.

           EVALUATE TRUE
               WHEN NOT WS-CUSTOMER-FOUND
                       THRU 3500-EXIT
                   MOVE "OVERPAYMENT - CREDIT CARRIED"
                       TO WS-D-DISPOSITION
               WHEN WS-LAST-OPEN-AMOUNT > ZERO
                   ADD 1 TO WS-PARTIAL-COUNT
                   MOVE "PARTIAL PAYMENT - BALANCE REMAINS"
                       TO WS-D-DISPOSITION
               WHEN WS-DISCOUNT-TAKEN
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE "APPLIED IN FULL - EARLY-PAY DISCOUNT"
                       TO WS-D-DISPOSITION
               WHEN OTHER
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE "APPLIED IN FULL"
                       TO WS-D-DISPOSITION
           END-EVALUATE.

           IF WS-CUSTOMER-FOUND
               PERFORM 3600-CREDIT-PROMISE
                   THRU 3600-EXIT
               PERFORM 3900-LOG-CASH-RECEIPT
                   THRU 3900-EXIT
           END-IF.

           PERFORM 5000-WRITE-REPORT-LINE
               THRU 5000-EXIT.

      *----------------------------------------------------------*
      * FINDS THE CUSTOMER'S OPEN ITEM WITH THE OLDEST DUE DATE  *
      * AND PAYS IT DOWN BY AS MUCH OF THE REMITTANCE AS IT      *
      * TAKES.  AN ITEM PAID OFF IS SETTLED FOR ANY FOREIGN-     *
      * CURRENCY CHARGES ON IT.                                  *
      *----------------------------------------------------------*
       3200-APPLY-OLDEST-ITEM.
           SET WS-NO-MATCH TO TRUE.
           MOVE RM-CUSTOMER-ID         TO WS-BROWSE-CUSTOMER.
           PERFORM 2700-START-CUSTOMER-BROWSE
               THRU 2700-EXIT.
           PERFORM 3300-SCAN-OPEN-ITEM
               THRU 3300-EXIT
               UNTIL WS-BROWSE-EOF.

           IF WS-NO-MATCH
               GO TO 3200-EXIT
           END-IF.

           MOVE WS-MATCH-KEY           TO RVK-ITEM-KEY.
           READ RECEIVABLE-KSD INTO RECEIVABLE-ITEM-RECORD.
           IF WS-RECVI-FILE-STATUS NOT = "00"
               PERFORM 2900-CHECK-RECV-UPDATE
                   THRU 2900-EXIT
               SET WS-NO-MATCH TO TRUE
               GO TO 3200-EXIT
           END-IF.

           SET WS-CUSTOMER-FOUND TO TRUE.

           IF WS-REMAINING-AMOUNT >= RV-OPEN-AMOUNT
               MOVE RV-OPEN-AMOUNT     TO WS-APPLY-AMOUNT
           ELSE
               MOVE WS-REMAINING-AMOUNT TO WS-APPLY-AMOUNT
           END-IF.

           SUBTRACT WS-APPLY-AMOUNT    FROM RV-OPEN-AMOUNT.
           SUBTRACT WS-APPLY-AMOUNT    FROM WS-REMAINING-AMOUNT.
           MOVE RM-REMIT-DATE          TO RV-LAST-PAY-DATE.
           PERFORM 3700-CHECK-EARLY-DISCOUNT
               THRU 3700-EXIT.
           MOVE RV-OPEN-AMOUNT         TO WS-LAST-OPEN-AMOUNT.
           IF RV-OPEN-AMOUNT = ZERO
               MOVE "P"                TO RV-STATUS
               ADD 1 TO WS-ITEMS-CLEARED
           END-IF.

           REWRITE RECEIVABLE-KEYED-RECORD
               FROM RECEIVABLE-ITEM-RECORD.
           PERFORM 2900-CHECK-RECV-UPDATE
               THRU 2900-EXIT.
           PERFORM 3750-BOOK-DISCOUNT
               THRU 3750-EXIT.
           IF RV-ITEM-PAID
               AND WS-RECVI-FILE-STATUS = "00"
               PERFORM 3800-SETTLE-FOREIGN-ITEM
                   THRU 3800-EXIT
           END-IF.
       3200-EXIT.
           EXIT.

      * OPEN BALANCE, AND IS THE OLDEST SUCH ITEM BY DUE DATE.   *
      *----------------------------------------------------------*
       3300-SCAN-OPEN-ITEM.
           IF RV-OPEN-AMOUNT > ZERO
               IF WS-NO-MATCH
                   OR RV-DUE-DATE < WS-MATCH-DUE-DATE
                   SET WS-MATCH-FOUND TO TRUE
                   MOVE RV-ITEM-KEY    TO WS-MATCH-KEY
                   MOVE RV-DUE-DATE    TO WS-MATCH-DUE-DATE
               END-IF
           END-IF.

           PERFORM 2710-READ-CUSTOMER-ITEM
               THRU 2710-EXIT.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * PAYS ONE ITEM NAMED ON THE REMITTANCE ADVICE BY THE      *
      * ADVISED AMOUNT (THE WHOLE OPEN AMOUNT WHEN NONE IS       *
      * GIVEN), NEVER MORE THAN IS OPEN ON IT OR LEFT OF THE     *
      * PAYMENT, AND SETTLES IT FOR FOREIGN EXCHANGE WHEN PAID   *
      * OFF.  AN ADVICE LINE NAMING AN ITEM THAT IS NOT ON       *
      * FILE OR HAS NOTHING OPEN IS COUNTED AND PASSED BY.       *
      *----------------------------------------------------------*
       3400-APPLY-ADVICE-ITEM.
           MOVE RM-CUSTOMER-ID         TO RVK-CUSTOMER-ID.
           MOVE RM-ADV-STMT-DATE(WS-ADVICE-SUB) TO RVK-STMT-DATE.
           READ RECEIVABLE-KSD INTO RECEIVABLE-ITEM-RECORD.
           IF WS-RECVI-FILE-STATUS NOT = "00"
               ADD 1 TO WS-ADVICE-MISS-COUNT
               GO TO 3400-EXIT
           END-IF.

           SET WS-CUSTOMER-FOUND TO TRUE.
           IF RV-ITEM-PAID
               OR RV-OPEN-AMOUNT NOT > ZERO
               ADD 1 TO WS-ADVICE-MISS-COUNT
               GO TO 3400-EXIT
           END-IF.

           MOVE RV-OPEN-AMOUNT         TO WS-APPLY-AMOUNT.
           IF RM-ADV-AMOUNT(WS-ADVICE-SUB) > ZERO
               AND RM-ADV-AMOUNT(WS-ADVICE-SUB) < WS-APPLY-AMOUNT
               MOVE RM-ADV-AMOUNT(WS-ADVICE-SUB) TO WS-APPLY-AMOUNT
           END-IF.
           IF WS-REMAINING-AMOUNT < WS-APPLY-AMOUNT
               MOVE WS-REMAINING-AMOUNT TO WS-APPLY-AMOUNT
           END-IF.

           SUBTRACT WS-APPLY-AMOUNT    FROM RV-OPEN-AMOUNT.
           SUBTRACT WS-APPLY-AMOUNT    FROM WS-REMAINING-AMOUNT.
           MOVE RM-REMIT-DATE          TO RV-LAST-PAY-DATE.
           PERFORM 3700-CHECK-EARLY-DISCOUNT
               THRU 3700-EXIT.
           IF RV-OPEN-AMOUNT > ZERO
               MOVE RV-OPEN-AMOUNT     TO WS-LAST-OPEN-AMOUNT
           ELSE
               MOVE "P"                TO RV-STATUS
               ADD 1 TO WS-ITEMS-CLEARED
           END-IF.

           REWRITE RECEIVABLE-KEYED-RECORD
               FROM RECEIVABLE-ITEM-RECORD.
           PERFORM 2900-CHECK-RECV-UPDATE
               THRU 2900-EXIT.
           PERFORM 3750-BOOK-DISCOUNT
               THRU 3750-EXIT.
           IF RV-ITEM-PAID
               AND WS-RECVI-FILE-STATUS = "00"
               PERFORM 3800-SETTLE-FOREIGN-ITEM
                   THRU 3800-EXIT
           END-IF.
       3400-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE OVERPAYMENT BECOMES A CREDIT ITEM DATED TODAY.  IF   *
      * THE CUSTOMER ALREADY HAS AN ITEM UNDER TODAY'S KEY (ONE  *
      * JUST PAID OFF, OR AN EARLIER CREDIT TODAY) THE CREDIT IS *
      * TAKEN ONTO THAT ITEM INSTEAD.                            *
      *----------------------------------------------------------*
       3500-CARRY-CREDIT-ITEM.
           MOVE RM-CUSTOMER-ID         TO RVK-CUSTOMER-ID.
           MOVE WS-RUN-DATE            TO RVK-STMT-DATE.
           READ RECEIVABLE-KSD INTO RECEIVABLE-ITEM-RECORD.
           IF WS-RECVI-FILE-STATUS = "00"
               IF RV-ITEM-CREDIT
                   SUBTRACT WS-REMAINING-AMOUNT FROM RV-ORIG-AMOUNT
               END-IF
               SUBTRACT WS-REMAINING-AMOUNT FROM RV-OPEN-AMOUNT
               MOVE RM-REMIT-DATE      TO RV-LAST-PAY-DATE
               PERFORM 2820-SET-ITEM-STATUS
                   THRU 2820-EXIT
               REWRITE RECEIVABLE-KEYED-RECORD
                   FROM RECEIVABLE-ITEM-RECORD
           ELSE
               MOVE RM-CUSTOMER-ID     TO RV-CUSTOMER-ID
               MOVE WS-RUN-DATE        TO RV-STMT-DATE
               MOVE WS-RUN-DATE        TO RV-DUE-DATE
               COMPUTE RV-ORIG-AMOUNT = ZERO - WS-REMAINING-AMOUNT
               COMPUTE RV-OPEN-AMOUNT = ZERO - WS-REMAINING-AMOUNT
               MOVE RM-REMIT-DATE      TO RV-LAST-PAY-DATE
               MOVE "C"                TO RV-STATUS
               WRITE RECEIVABLE-KEYED-RECORD
                   FROM RECEIVABLE-ITEM-RECORD
               ADD 1 TO WS-ITEMS-CREATED
           END-IF.
           PERFORM 2900-CHECK-RECV-UPDATE
               THRU 2900-EXIT.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CREDITS THE REMITTANCE TO THE CUSTOMER'S OPEN PROMISE TO *
      * PAY, IF IT HAS ONE AND THE MONEY CAME IN BY THE PROMISED *
      * DATE.  PAID IN FULL KEEPS THE PROMISE; LESS LEAVES IT    *
      * OPEN AS PARTIAL UNTIL MORE ARRIVES OR THE DATE PASSES.   *
      *----------------------------------------------------------*
       3600-CREDIT-PROMISE.
           MOVE "N"                    TO WS-PROMISE-FOUND-SW.
           MOVE "N"                    TO WS-PROMISE-EOF-SW.
           MOVE RM-CUSTOMER-ID         TO PM-CUSTOMER-ID.
           MOVE LOW-VALUES             TO PM-TAKEN-DATE.
           START PROMISE-KSD
               KEY IS NOT LESS THAN PM-PROMISE-KEY
               INVALID KEY
                   SET WS-PROMISE-EOF TO TRUE
           END-START.

           PERFORM 3610-SCAN-CUSTOMER-PROMISE
               THRU 3610-EXIT
               UNTIL WS-PROMISE-EOF
               OR WS-PROMISE-FOUND.

           IF NOT WS-PROMISE-FOUND
               GO TO 3600-EXIT
           END-IF.

           IF RM-REMIT-DATE = SPACES
               MOVE WS-RUN-DATE        TO WS-PROMISE-PAY-DATE
           ELSE
               MOVE RM-REMIT-DATE      TO WS-PROMISE-PAY-DATE
           END-IF.
           IF WS-PROMISE-PAY-DATE > PM-PROMISED-DATE
               GO TO 3600-EXIT
           END-IF.

           ADD RM-AMOUNT               TO PM-PAID-AMOUNT.
           MOVE WS-PROMISE-PAY-DATE    TO PM-LAST-PAY-DATE.
           MOVE WS-RUN-DATE            TO PM-STATUS-DATE.
           IF PM-PAID-AMOUNT >= PM-PROMISED-AMOUNT
               MOVE "K"                TO PM-STATUS
               ADD 1 TO WS-KEPT-COUNT
           ELSE
               MOVE "T"                TO PM-STATUS
               ADD 1 TO WS-PROMISE-PART-COUNT
           END-IF.
           REWRITE PROMISE-KEYED-RECORD.
           PERFORM 3690-CHECK-PROMISE-UPDATE
               THRU 3690-EXIT.
       3600-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3610-SCAN-CUSTOMER-PROMISE.
           READ PROMISE-KSD NEXT RECORD
               AT END
                   SET WS-PROMISE-EOF TO TRUE
           END-READ.

           IF WS-PROMISE-EOF
               GO TO 3610-EXIT
           END-IF.
           IF PM-CUSTOMER-ID NOT = RM-CUSTOMER-ID
               SET WS-PROMISE-EOF TO TRUE
               GO TO 3610-EXIT
           END-IF.
           IF PM-PROMISE-OPEN
               SET WS-PROMISE-FOUND TO TRUE
           END-IF.
       3610-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3690-CHECK-PROMISE-UPDATE.
           IF WS-PROMKSD-FILE-STATUS NOT = "00"
               DISPLAY "ABCCASH  **** PROMISE REGISTER UPDATE FAILED"
                   " - STATUS " WS-PROMKSD-FILE-STATUS " ****"
               MOVE 8 TO RETURN-CODE
           END-IF.
       3690-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A PAYMENT RECEIVED INSIDE THE DISCOUNT WINDOW (STATEMENT *
      * DATE PLUS THE WINDOW DAYS) THAT LEAVES THE ITEM SHORT BY *
      * NO MORE THAN THE DISCOUNT ON ITS BILLED AMOUNT CLEARS    *
      * THE ITEM IN FULL; THE SHORTFALL IS THE DISCOUNT TAKEN.   *
      *----------------------------------------------------------*
       3700-CHECK-EARLY-DISCOUNT.
           MOVE ZERO                   TO WS-DISC-AMOUNT.
           IF WS-DISC-PERCENT = ZERO
               OR RV-OPEN-AMOUNT NOT > ZERO
               OR RV-ORIG-AMOUNT NOT > ZERO
               OR RV-STMT-DATE IS NOT NUMERIC
               GO TO 3700-EXIT
           END-IF.

           MOVE RV-STMT-DATE           TO WS-DATE-NUM.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               + WS-DISC-WINDOW-DAYS.
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
           MOVE WS-DATE-NUM            TO WS-DISC-DATE.
           IF WS-DISC-PAY-DATE > WS-DISC-DATE
               GO TO 3700-EXIT
           END-IF.

           COMPUTE WS-DISC-ALLOWED ROUNDED =
               RV-ORIG-AMOUNT * WS-DISC-PERCENT / 100.
           IF RV-OPEN-AMOUNT > WS-DISC-ALLOWED
               GO TO 3700-EXIT
           END-IF.

           MOVE RV-OPEN-AMOUNT         TO WS-DISC-AMOUNT.
           MOVE ZERO                   TO RV-OPEN-AMOUNT.
       3700-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONCE THE DISCOUNTED ITEM IS SAFELY REWRITTEN, THE        *
      * DISCOUNT IS COUNTED AND POSTED TO THE LEDGER.            *
      *----------------------------------------------------------*
       3750-BOOK-DISCOUNT.
           IF WS-DISC-AMOUNT = ZERO
               OR WS-RECVI-FILE-STATUS NOT = "00"
               GO TO 3750-EXIT
           END-IF.

           SET WS-DISCOUNT-TAKEN TO TRUE.
           ADD 1                       TO WS-DISCOUNT-COUNT.
           ADD WS-DISC-AMOUNT          TO WS-DISCOUNT-TOTAL.
           PERFORM 4600-POST-DISCOUNT-GL
               THRU 4600-EXIT.
       3750-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * AN ITEM JUST PAID OFF IS SETTLED FOR FOREIGN EXCHANGE:   *
      * EVERY CONVERSION DETAIL ROW THE ITEM'S STATEMENT BILLED  *
      * IS RE-MEASURED AT THE SETTLEMENT DATE'S RATE.  A ROW IS  *
      * BOOKED ON THE NIGHT OF ITS CHARGE, WHICH FOR A CYCLE     *
      * CUSTOMER IS ANY NIGHT SINCE THE PREVIOUS STATEMENT, SO   *
      * THE ROW BELONGS TO THE CUSTOMER'S FIRST STATEMENT ITEM   *
      * DATED ON OR AFTER ITS BOOKING DATE.  A ROW ALREADY       *
      * CARRYING A SETTLEMENT ROW ON THE UNREALIZED REGISTER IS  *
      * PASSED OVER, SO A CHARGE IS NEVER SETTLED TWICE - EVEN   *
      * ONCE ITS OWN ITEM HAS BEEN ARCHIVED OFF THE FILE.  AN    *
      * ITEM WITH NO SUCH ROWS IS A BASE-CURRENCY ITEM.          *
      *----------------------------------------------------------*
       3800-SETTLE-FOREIGN-ITEM.
           MOVE RV-CUSTOMER-ID         TO WS-SETTLE-CUSTOMER.
           MOVE RV-STMT-DATE           TO WS-SETTLE-STMT-DATE.
           MOVE "N"                    TO WS-FXDET-EOF-SW.

           OPEN INPUT FX-DETAIL-IN.
           IF WS-FXDET-FILE-STATUS = "35"
               GO TO 3800-EXIT
           END-IF.

           PERFORM 3810-READ-FX-DETAIL
               THRU 3810-EXIT
               UNTIL WS-FXDET-EOF.
           CLOSE FX-DETAIL-IN.
       3800-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3810-READ-FX-DETAIL.
           READ FX-DETAIL-IN INTO FX-DETAIL-RECORD
               AT END
                   SET WS-FXDET-EOF TO TRUE
           END-READ.

           IF WS-FXDET-EOF
               GO TO 3810-EXIT
           END-IF.
           IF FX-CUSTOMER-ID NOT = WS-SETTLE-CUSTOMER
               OR FX-BOOKED-DATE IS NOT NUMERIC
               OR FX-BOOKED-DATE > WS-SETTLE-STMT-DATE
               GO TO 3810-EXIT
           END-IF.

           PERFORM 3815-FIND-OWNING-ITEM
               THRU 3815-EXIT.
           IF WS-FX-OWNER-STMT-DATE NOT = WS-SETTLE-STMT-DATE
               GO TO 3810-EXIT
           END-IF.

           PERFORM 3840-TOTAL-UNREALIZED
               THRU 3840-EXIT.
           IF WS-FX-ROW-SETTLED
               GO TO 3810-EXIT
           END-IF.

           PERFORM 3820-SETTLE-FX-ROW
               THRU 3820-EXIT.
       3810-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE STATEMENT THAT BILLED A ROW IS THE CUSTOMER'S FIRST  *
      * ITEM KEYED ON OR AFTER THE ROW'S BOOKING DATE, PASSING   *
      * OVER CREDIT ITEMS (RAISED NEGATIVE FROM AN OVERPAYMENT), *
      * WHICH BILL NOTHING.  THE ITEM IS READ INTO THE KEYED     *
      * RECORD ONLY, SO THE SETTLED ITEM'S WORKING COPY STANDS.  *
      *----------------------------------------------------------*
       3815-FIND-OWNING-ITEM.
           MOVE SPACES                 TO WS-FX-OWNER-STMT-DATE.
           MOVE "N"                    TO WS-FX-OWNER-EOF-SW.
           MOVE WS-SETTLE-CUSTOMER     TO RVK-CUSTOMER-ID.
           MOVE FX-BOOKED-DATE         TO RVK-STMT-DATE.
           START RECEIVABLE-KSD
               KEY IS NOT LESS THAN RVK-ITEM-KEY
               INVALID KEY
                   SET WS-FX-OWNER-EOF TO TRUE
           END-START.

           PERFORM 3816-READ-OWNER-ITEM
               THRU 3816-EXIT
               UNTIL WS-FX-OWNER-EOF.
       3815-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3816-READ-OWNER-ITEM.
           READ RECEIVABLE-KSD NEXT RECORD
               AT END
                   SET WS-FX-OWNER-EOF TO TRUE
           END-READ.

           IF WS-FX-OWNER-EOF
               GO TO 3816-EXIT
           END-IF.
           IF RVK-CUSTOMER-ID NOT = WS-SETTLE-CUSTOMER
               SET WS-FX-OWNER-EOF TO TRUE
               GO TO 3816-EXIT
           END-IF.
           IF RVK-ORIG-AMOUNT < ZERO
               AND RVK-STMT-DATE NOT = WS-SETTLE-STMT-DATE
               GO TO 3816-EXIT
           END-IF.

           MOVE RVK-STMT-DATE          TO WS-FX-OWNER-STMT-DATE.
           SET WS-FX-OWNER-EOF TO TRUE.
       3816-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE REALIZED GAIN OR LOSS IS THE FOREIGN AMOUNT AT THE   *
      * SETTLEMENT RATE LESS THE SAME AMOUNT AT THE BOOKED RATE, *
      * POSTED UNDER CLASS RFX.  ANY UNREALIZED MOVEMENT THE     *
      * REVALUATION RUN BOOKED AGAINST THE CHARGE IS REVERSED    *
      * UNDER CLASS UGL AND NETTED OFF ITS REGISTER.  A CURRENCY *
      * WITH NO RATE ON OR BEFORE THE SETTLEMENT DATE IS         *
      * REPORTED AND NOTHING IS POSTED FOR IT.                   *
      *----------------------------------------------------------*
       3820-SETTLE-FX-ROW.
           MOVE WS-SETTLE-CUSTOMER     TO WS-X-CUSTOMER-ID.
           MOVE WS-SETTLE-STMT-DATE    TO WS-X-STMT-DATE.
           MOVE FX-GL-REFERENCE        TO WS-X-REFERENCE.
           MOVE FX-CURRENCY-CODE       TO WS-X-CURRENCY.
           MOVE FX-FC-AMOUNT           TO WS-X-FC-AMOUNT.
           MOVE FX-BOOKED-RATE         TO WS-X-BOOKED-RATE.

           PERFORM 3830-FIND-SETTLE-RATE
               THRU 3830-EXIT.

           IF XRT-RATE-NOT-FOUND
               ADD 1 TO WS-FX-NORATE-COUNT
               MOVE ZERO               TO WS-X-SETTLE-RATE
                                          WS-X-REALIZED
                                          WS-X-REVERSED
               MOVE "NO RATE - NOT BOOKED" TO WS-X-NOTE
               PERFORM 4900-WRITE-FX-LINE
                   THRU 4900-EXIT
               GO TO 3820-EXIT
           END-IF.

           ADD 1 TO WS-FX-SETTLED-COUNT.
           COMPUTE WS-FX-BOOKED-VALUE ROUNDED =
               FX-FC-AMOUNT * FX-BOOKED-RATE.
           COMPUTE WS-FX-SETTLED-VALUE ROUNDED =
               FX-FC-AMOUNT * WS-EXCH-RATE.
           COMPUTE WS-FX-REALIZED =
               WS-FX-SETTLED-VALUE - WS-FX-BOOKED-VALUE.
           ADD WS-FX-REALIZED          TO WS-FX-REALIZED-TOTAL.

           IF WS-FX-REALIZED NOT = ZERO
               MOVE "RFX"              TO WS-GR-PREFIX
               MOVE "RFX "             TO WS-FX-PL-CLASS
               MOVE WS-FX-REALIZED     TO WS-FX-SIGNED-AMOUNT
               PERFORM 3850-POST-FX-PAIR
                   THRU 3850-EXIT
           END-IF.

           IF WS-FX-UNREALIZED NOT = ZERO
               MOVE "UFX"              TO WS-GR-PREFIX
               MOVE "UGL "             TO WS-FX-PL-CLASS
               COMPUTE WS-FX-SIGNED-AMOUNT =
                   ZERO - WS-FX-UNREALIZED
               PERFORM 3850-POST-FX-PAIR
                   THRU 3850-EXIT
               ADD WS-FX-UNREALIZED    TO WS-FX-REVERSED-TOTAL
           END-IF.
           PERFORM 3860-REGISTER-REVERSAL
               THRU 3860-EXIT.

           MOVE WS-EXCH-RATE           TO WS-X-SETTLE-RATE.
           MOVE WS-FX-REALIZED         TO WS-X-REALIZED.
           MOVE WS-FX-UNREALIZED       TO WS-X-REVERSED.
           IF WS-FX-REALIZED < ZERO
               MOVE "REALIZED LOSS"    TO WS-X-NOTE
           ELSE
               MOVE "REALIZED GAIN"    TO WS-X-NOTE
           END-IF.
           PERFORM 4900-WRITE-FX-LINE
               THRU 4900-EXIT.
       3820-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE SETTLEMENT RATE IS THE CURRENCY'S ROW WITH THE       *
      * LATEST RATE DATE ON OR BEFORE THE DATE THE MONEY CAME    *
      * IN (THE REMIT DATE, OR THE RUN DATE WHEN IT IS BLANK).   *
      *----------------------------------------------------------*
       3830-FIND-SETTLE-RATE.
           SET XRT-RATE-NOT-FOUND TO TRUE.
           MOVE ZERO                   TO WS-EXCH-RATE.
           MOVE SPACES                 TO WS-SETTLE-RATE-DATE.
           MOVE "N"                    TO WS-XRATE-EOF-SW.

           OPEN INPUT EXCH-RATE-TAB.
           IF WS-XRATE-FILE-STATUS = "35"
               GO TO 3830-EXIT
           END-IF.

           PERFORM 3835-CHECK-RATE-ROW
               THRU 3835-EXIT
               UNTIL WS-XRATE-EOF.
           CLOSE EXCH-RATE-TAB.
       3830-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3835-CHECK-RATE-ROW.
           READ EXCH-RATE-TAB INTO EXCH-RATE-RECORD
               AT END
                   SET WS-XRATE-EOF TO TRUE
               NOT AT END
                   IF XR-CURRENCY-CODE = FX-CURRENCY-CODE
                       AND XR-RATE-DATE <= WS-DISC-PAY-DATE
                       AND XR-RATE-DATE >= WS-SETTLE-RATE-DATE
                       MOVE XR-RATE-DATE TO WS-SETTLE-RATE-DATE
                       MOVE XR-RATE    TO WS-EXCH-RATE
                       SET XRT-RATE-FOUND TO TRUE
                   END-IF
           END-READ.
       3835-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * WHAT IS STILL STANDING ON THE UNREALIZED REGISTER FOR    *
      * THIS CHARGE: EVERY REVALUATION MOVEMENT LESS ANYTHING    *
      * ALREADY REVERSED.  A SETTLEMENT ROW FOR THE CHARGE, ON   *
      * THE REGISTER OR AMONG THIS RUN'S OWN SETTLEMENT ROWS,    *
      * MEANS IT HAS ALREADY BEEN SETTLED.                       *
      *----------------------------------------------------------*
       3840-TOTAL-UNREALIZED.
           MOVE ZERO                   TO WS-FX-UNREALIZED.
           MOVE "N"                    TO WS-FX-ROW-SETTLED-SW.
           MOVE "N"                    TO WS-FXUNRL-EOF-SW.

           OPEN INPUT FX-UNREALIZED-FILE.
           IF WS-FXUNRL-FILE-STATUS NOT = "35"
               PERFORM 3845-ADD-UNREALIZED-ROW
                   THRU 3845-EXIT
                   UNTIL WS-FXUNRL-EOF
               CLOSE FX-UNREALIZED-FILE
           END-IF.

           MOVE "N"                    TO WS-FXUNRL-EOF-SW.
           OPEN INPUT FX-SETTLEMENT-FILE.
           PERFORM 3846-ADD-SETTLEMENT-ROW
               THRU 3846-EXIT
               UNTIL WS-FXUNRL-EOF.
           CLOSE FX-SETTLEMENT-FILE.
       3840-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3845-ADD-UNREALIZED-ROW.
           READ FX-UNREALIZED-FILE INTO FX-UNREALIZED-RECORD
               AT END
                   SET WS-FXUNRL-EOF TO TRUE
               NOT AT END
                   IF FU-SOURCE-PROGRAM = FX-SOURCE-PROGRAM
                       AND FU-GL-REFERENCE = FX-GL-REFERENCE
                       ADD FU-AMOUNT   TO WS-FX-UNREALIZED
                       IF FU-SETTLEMENT
                           SET WS-FX-ROW-SETTLED TO TRUE
                       END-IF
                   END-IF
           END-READ.
       3845-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3846-ADD-SETTLEMENT-ROW.
           READ FX-SETTLEMENT-FILE INTO FX-UNREALIZED-RECORD
               AT END
                   SET WS-FXUNRL-EOF TO TRUE
               NOT AT END
                   IF FU-SOURCE-PROGRAM = FX-SOURCE-PROGRAM
                       AND FU-GL-REFERENCE = FX-GL-REFERENCE
                       ADD FU-AMOUNT   TO WS-FX-UNREALIZED
                       SET WS-FX-ROW-SETTLED TO TRUE
                   END-IF
           END-READ.
       3846-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A GAIN (POSITIVE AMOUNT) CREDITS THE PROFIT-AND-LOSS     *
      * CLASS AND DEBITS CLEARING; A LOSS POSTS THE OTHER WAY,   *
      * BOTH SIDES AT THE ABSOLUTE VALUE, AS ABCREVAL DOES.      *
      *----------------------------------------------------------*
       3850-POST-FX-PAIR.
           IF WS-FX-SIGNED-AMOUNT < ZERO
               COMPUTE WS-GL-POST-AMOUNT = ZERO - WS-FX-SIGNED-AMOUNT
           ELSE
               MOVE WS-FX-SIGNED-AMOUNT TO WS-GL-POST-AMOUNT
           END-IF.

           MOVE WS-FX-PL-CLASS         TO WS-GL-TRANS-CLASS.
           IF WS-FX-SIGNED-AMOUNT < ZERO
               MOVE "D"                TO GL-DEBIT-CREDIT-IND
           ELSE
               MOVE "C"                TO GL-DEBIT-CREDIT-IND
           END-IF.
           PERFORM 4700-WRITE-GL-LINE
               THRU 4700-EXIT.

           MOVE "CLRG"                 TO WS-GL-TRANS-CLASS.
           IF WS-FX-SIGNED-AMOUNT < ZERO
               MOVE "C"                TO GL-DEBIT-CREDIT-IND
           ELSE
               MOVE "D"                TO GL-DEBIT-CREDIT-IND
           END-IF.
           PERFORM 4700-WRITE-GL-LINE
               THRU 4700-EXIT.
       3850-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A SETTLEMENT ROW NEGATING WHAT STOOD ON THE REGISTER, SO *
      * THE CHARGE'S ROWS NOW NET TO ZERO.  IT IS WRITTEN EVEN   *
      * WHEN NOTHING STOOD, AS THE MARK THAT THE CHARGE IS       *
      * SETTLED.  IT GOES TO THIS RUN'S SETTLEMENT ROWS, WHICH   *
      * THE JOB ADDS TO THE REGISTER ONLY WHEN THE RUN ENDS      *
      * CLEAN.                                                   *
      *----------------------------------------------------------*
       3860-REGISTER-REVERSAL.
           MOVE FX-SOURCE-PROGRAM      TO FU-SOURCE-PROGRAM.
           MOVE FX-GL-REFERENCE        TO FU-GL-REFERENCE.
           MOVE FX-CURRENCY-CODE       TO FU-CURRENCY-CODE.
           COMPUTE FU-AMOUNT = ZERO - WS-FX-UNREALIZED.
           MOVE WS-RUN-DATE            TO FU-POST-DATE.
           SET FU-SETTLEMENT           TO TRUE.

           OPEN EXTEND FX-SETTLEMENT-FILE.
           WRITE FX-SETTLEMENT-FILE-REC FROM FX-UNREALIZED-RECORD.
           IF WS-FXSETL-FILE-STATUS NOT = "00"
               DISPLAY "ABCCASH  **** UNREALIZED REGISTER WRITE "
                   "FAILED - " FX-GL-REFERENCE " STATUS "
                   WS-FXSETL-FILE-STATUS " ****"
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE FX-SETTLEMENT-FILE.
       3860-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * EVERY REMITTANCE APPLIED TO A CUSTOMER IS LOGGED TO THE  *
      * CASH RECEIPTS HISTORY, SO THE CUSTOMER'S LAST PAYMENT -  *
      * DATE AND AMOUNT - CAN BE SHOWN WITHOUT THE CASH REPORT.  *
      *----------------------------------------------------------*
       3900-LOG-CASH-RECEIPT.
           MOVE RM-CUSTOMER-ID         TO CR-CUSTOMER-ID.
           MOVE WS-DISC-PAY-DATE       TO CR-RECEIPT-DATE.
           MOVE RM-AMOUNT              TO CR-AMOUNT.
           MOVE RM-REFERENCE           TO CR-REFERENCE.

           OPEN EXTEND CASH-RECEIPT-OUT.
           IF WS-CASHHIST-FILE-STATUS = "35"
               OPEN OUTPUT CASH-RECEIPT-OUT
           END-IF.
           WRITE CASH-RECEIPT-OUT-REC FROM CASH-RECEIPT-RECORD.
           IF WS-CASHHIST-FILE-STATUS NOT = "00"
               DISPLAY "ABCCASH  **** CASH RECEIPTS HISTORY WRITE "
                   "FAILED - " RM-REFERENCE " STATUS "
                   WS-CASHHIST-FILE-STATUS " ****"
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE CASH-RECEIPT-OUT.
       3900-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * END-OF-RUN SWEEP OF THE WHOLE PROMISE REGISTER: AN OPEN  *
      * PROMISE WHOSE DATE HAS PASSED WITHOUT FULL PAYMENT IS    *
      * BROKEN AND LISTED, AND THE CUSTOMER GOES BACK INTO       *
      * NORMAL DUNNING ESCALATION ON THE NEXT AGING RUN.         *
      *----------------------------------------------------------*
       4000-BREAK-LAPSED-PROMISES.
           MOVE ZERO                   TO RPT-PAGE-COUNT.
           MOVE "BROKEN PROMISES TO PAY" TO RPT-ST-TEXT.
           PERFORM 4100-WRITE-PROMISE-HEADERS
               THRU 4100-EXIT.

           MOVE "N"                    TO WS-PROMISE-EOF-SW.
           MOVE LOW-VALUES             TO PM-PROMISE-KEY.
           START PROMISE-KSD
               KEY IS NOT LESS THAN PM-PROMISE-KEY
               INVALID KEY
                   SET WS-PROMISE-EOF TO TRUE
           END-START.

           PERFORM 4200-CHECK-ONE-PROMISE
               THRU 4200-EXIT
               UNTIL WS-PROMISE-EOF.

           MOVE RPT-PAGE-COUNT         TO RPT-F-PAGE-NO.
           WRITE PROMISE-REPORT-OUT-REC FROM RPT-FOOTER-LINE.

           MOVE "PROMISES KEPT.........." TO RPT-FN-LABEL.
           MOVE WS-KEPT-COUNT          TO RPT-FN-COUNT.
           WRITE PROMISE-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "PROMISES PART PAID....." TO RPT-FN-LABEL.
           MOVE WS-PROMISE-PART-COUNT  TO RPT-FN-COUNT.
           WRITE PROMISE-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "PROMISES BROKEN........" TO RPT-FN-LABEL.
           MOVE WS-BROKEN-COUNT        TO RPT-FN-COUNT.
           WRITE PROMISE-REPORT-OUT-REC FROM RPT-FINAL-LINE.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       4100-WRITE-PROMISE-HEADERS.
           ADD 1 TO RPT-PAGE-COUNT.
           MOVE WS-RPT-DATE            TO RPT-DL-RUN-DATE.

           WRITE PROMISE-REPORT-OUT-REC FROM RPT-TITLE-LINE.
           WRITE PROMISE-REPORT-OUT-REC FROM RPT-SUBTITLE-LINE.
           WRITE PROMISE-REPORT-OUT-REC FROM RPT-DATE-LINE.
           MOVE SPACES                 TO PROMISE-REPORT-OUT-REC.
           WRITE PROMISE-REPORT-OUT-REC.
           WRITE PROMISE-REPORT-OUT-REC FROM WS-PTP-HEADER-LINE.
           MOVE SPACES                 TO PROMISE-REPORT-OUT-REC.
           WRITE PROMISE-REPORT-OUT-REC.

           MOVE 6                      TO RPT-LINE-COUNT.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       4200-CHECK-ONE-PROMISE.
           READ PROMISE-KSD NEXT RECORD
               AT END
                   SET WS-PROMISE-EOF TO TRUE
           END-READ.

           IF WS-PROMISE-EOF
               GO TO 4200-EXIT
           END-IF.
           IF NOT PM-PROMISE-OPEN
               OR PM-PROMISED-DATE NOT < WS-RUN-DATE
               GO TO 4200-EXIT
           END-IF.

           MOVE "B"                    TO PM-STATUS.
           MOVE WS-RUN-DATE            TO PM-STATUS-DATE.
           REWRITE PROMISE-KEYED-RECORD.
           PERFORM 3690-CHECK-PROMISE-UPDATE
               THRU 3690-EXIT.
           ADD 1 TO WS-BROKEN-COUNT.

           IF RPT-LINE-COUNT >= RPT-MAX-LINES-PER-PAGE
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE PROMISE-REPORT-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 4100-WRITE-PROMISE-HEADERS
                   THRU 4100-EXIT
           END-IF.

           MOVE PM-CUSTOMER-ID         TO WS-P-CUSTOMER-ID.
           MOVE PM-TAKEN-DATE          TO WS-P-TAKEN-DATE.
           MOVE PM-TAKEN-BY            TO WS-P-TAKEN-BY.
           MOVE PM-PROMISED-AMOUNT     TO WS-P-PROMISED.
           MOVE PM-PROMISED-DATE       TO WS-P-PROMISED-DATE.
           MOVE PM-PAID-AMOUNT         TO WS-P-PAID.
           COMPUTE WS-PROMISE-SHORT =
               PM-PROMISED-AMOUNT - PM-PAID-AMOUNT.
           MOVE WS-PROMISE-SHORT       TO WS-P-SHORT.
           WRITE PROMISE-REPORT-OUT-REC FROM WS-PTP-DETAIL-LINE.
           ADD 1 TO RPT-LINE-COUNT.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE DISCOUNT DEBITS THE DISC MAPPING CLASS (DISCOUNT     *
      * ALLOWED) AND CREDITS THE RECV CLASS (THE RECEIVABLE IT   *
      * CLEARS), EACH UNDER ITS OWN DSC-PREFIXED REFERENCE, SO   *
      * THE BALANCING GATE SEES A PAIR.                          *
      *----------------------------------------------------------*
       4600-POST-DISCOUNT-GL.
           MOVE "DSC"                  TO WS-GR-PREFIX.
           MOVE WS-DISC-AMOUNT         TO WS-GL-POST-AMOUNT.
           MOVE "DISC"                 TO WS-GL-TRANS-CLASS.
           MOVE "D"                    TO GL-DEBIT-CREDIT-IND.
           PERFORM 4700-WRITE-GL-LINE
               THRU 4700-EXIT.

           MOVE "RECV"                 TO WS-GL-TRANS-CLASS.
           MOVE "C"                    TO GL-DEBIT-CREDIT-IND.
           PERFORM 4700-WRITE-GL-LINE
               THRU 4700-EXIT.
       4600-EXIT.
           EXIT.

      *----------------------------------------------------------*
       4700-WRITE-GL-LINE.
           SET GLM-CLASS-NOT-FOUND TO TRUE.
           PERFORM 4710-CHECK-GL-MAP-ENTRY
               THRU 4710-EXIT
               VARYING GLM-LOOKUP-SUB FROM 1 BY 1
               UNTIL GLM-LOOKUP-SUB > GLM-ENTRY-COUNT.

           IF GLM-CLASS-NOT-FOUND
               DISPLAY "ABCCASH  **** NO GL ACCOUNT MAPPING FOR "
                   "CLASS " WS-GL-TRANS-CLASS " ****"
           END-IF.

           MOVE WS-GL-POST-AMOUNT      TO GL-AMOUNT.
           MOVE WS-RUN-DATE            TO GL-TRANS-DATE.
           MOVE "ABCCASH "             TO GL-SOURCE-PROGRAM.
           ADD 1 TO WS-GR-SEQ.
           MOVE WS-GL-REFERENCE        TO GL-REFERENCE.

           OPEN EXTEND GL-INTERFACE-OUT.
           IF WS-GL-FILE-STATUS = "35"
               OPEN OUTPUT GL-INTERFACE-OUT
           END-IF.
           WRITE GL-INTERFACE-OUT-REC FROM GL-INTERFACE-LINE.
           CLOSE GL-INTERFACE-OUT.
       4700-EXIT.
           EXIT.

      *----------------------------------------------------------*
       4710-CHECK-GL-MAP-ENTRY.
           IF GLM-TRANS-CLASS(GLM-LOOKUP-SUB) = WS-GL-TRANS-CLASS
               MOVE GLM-COMPANY-CODE(GLM-LOOKUP-SUB)
                   TO GL-COMPANY-CODE
               MOVE GLM-COST-CENTER(GLM-LOOKUP-SUB)
                   TO GL-COST-CENTER
               MOVE GLM-ACCOUNT-NUMBER(GLM-LOOKUP-SUB)
                   TO GL-ACCOUNT-NUMBER
               SET GLM-CLASS-FOUND TO TRUE
           END-IF.
       4710-EXIT.
           EXIT.

      *----------------------------------------------------------*
       4800-WRITE-FX-HEADERS.
           ADD 1 TO WS-FXR-PAGE-COUNT.
           MOVE WS-RPT-DATE            TO RPT-DL-RUN-DATE.
           MOVE "REALIZED FOREIGN EXCHANGE ON SETTLEMENT"
               TO RPT-ST-TEXT.

           WRITE FX-REPORT-OUT-REC FROM RPT-TITLE-LINE.
           WRITE FX-REPORT-OUT-REC FROM RPT-SUBTITLE-LINE.
           WRITE FX-REPORT-OUT-REC FROM RPT-DATE-LINE.
           MOVE SPACES                 TO FX-REPORT-OUT-REC.
           WRITE FX-REPORT-OUT-REC.
           WRITE FX-REPORT-OUT-REC FROM WS-FXR-HEADER-LINE.
           MOVE SPACES                 TO FX-REPORT-OUT-REC.
           WRITE FX-REPORT-OUT-REC.

           MOVE "DAILY CASH APPLICATION" TO RPT-ST-TEXT.
           MOVE 6                      TO WS-FXR-LINE-COUNT.
       4800-EXIT.
           EXIT.

      *----------------------------------------------------------*
       4900-WRITE-FX-LINE.
           IF WS-FXR-LINE-COUNT >= RPT-MAX-LINES-PER-PAGE
               MOVE WS-FXR-PAGE-COUNT  TO RPT-F-PAGE-NO
               WRITE FX-REPORT-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 4800-WRITE-FX-HEADERS
                   THRU 4800-EXIT
           END-IF.

           WRITE FX-REPORT-OUT-REC FROM WS-FXR-DETAIL-LINE.
           ADD 1 TO WS-FXR-LINE-COUNT.
       4900-EXIT.
           EXIT.

      *----------------------------------------------------------*
       5000-WRITE-REPORT-LINE.
           IF RPT-LINE-COUNT >= RPT-MAX-LINES-PER-PAGE
           MOVE WS-UNAPPLIED-COUNT     TO RPT-FN-COUNT.
           WRITE CASH-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "PAID PER ADVICE........" TO RPT-FN-LABEL.
           MOVE WS-ADVICE-REMIT-COUNT  TO RPT-FN-COUNT.
           WRITE CASH-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "ADVISED ITEMS NOT OPEN." TO RPT-FN-LABEL.
           MOVE WS-ADVICE-MISS-COUNT   TO RPT-FN-COUNT.
           WRITE CASH-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "EARLY-PAY DISCOUNTS...." TO RPT-FN-LABEL.
           MOVE WS-DISCOUNT-COUNT      TO RPT-FN-COUNT.
           WRITE CASH-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "ITEMS CREATED.........." TO RPT-FN-LABEL.
           MOVE WS-ITEMS-CREATED       TO RPT-FN-COUNT.
           WRITE CASH-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "ITEMS PAID OFF........." TO RPT-FN-LABEL.
           MOVE WS-ITEMS-CLEARED       TO RPT-FN-COUNT.
           WRITE CASH-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE WS-FXR-PAGE-COUNT      TO RPT-F-PAGE-NO.
           WRITE FX-REPORT-OUT-REC FROM RPT-FOOTER-LINE.

           MOVE "FOREIGN CHARGES SETTLED" TO RPT-FN-LABEL.
           MOVE WS-FX-SETTLED-COUNT    TO RPT-FN-COUNT.
           WRITE FX-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "HELD - NO RATE........." TO RPT-FN-LABEL.
           MOVE WS-FX-NORATE-COUNT     TO RPT-FN-COUNT.
           WRITE FX-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           PERFORM 4000-BREAK-LAPSED-PROMISES
               THRU 4000-EXIT.

           IF WS-STMTARC-FILE-STATUS NOT = "35"
               CLOSE STMT-ARCHIVE-IN
           END-IF.
           IF WS-REMIT-FILE-STATUS NOT = "35"
               CLOSE REMITTANCE-IN
           END-IF.
           CLOSE RECEIVABLE-KSD
                 PROMISE-KSD
                 UNAPPLIED-OUT
                 CASH-REPORT-OUT
                 PROMISE-REPORT-OUT
                 FX-REPORT-OUT.

           DISPLAY "ABCCASH  CONTROL TOTAL - REMITS="
               WS-REMIT-COUNT
               " FULL=" WS-APPLIED-COUNT
               " PARTIAL=" WS-PARTIAL-COUNT
               " OVERPAY=" WS-OVERPAY-COUNT
               " UNAPPLIED=" WS-UNAPPLIED-COUNT
               " ADVICE=" WS-ADVICE-REMIT-COUNT
               " DISCOUNTS=" WS-DISCOUNT-COUNT
               " KEPT=" WS-KEPT-COUNT
               " BROKEN=" WS-BROKEN-COUNT.
           DISPLAY "ABCCASH  REALIZED FX - SETTLED="
               WS-FX-SETTLED-COUNT
               " NORATE=" WS-FX-NORATE-COUNT
               " REALIZED=" WS-FX-REALIZED-TOTAL
               " UNREALIZED REVERSED=" WS-FX-REVERSED-TOTAL.
           DISPLAY "ABCCASH  STATEMENT ARCHIVE - ALREADY RAISED="
               WS-ARC-SKIPPED-COUNT
               " LAST STATEMENT RUN=" CX-LAST-STMT-RUN-ID.

           IF WS-REMIT-COUNT NOT = WS-APPLIED-COUNT
               + WS-PARTIAL-COUNT + WS-OVERPAY-COUNT
                 "ABCCASH  **** CONTROL TOTALS OUT OF BALANCE ****"
               MOVE 8 TO RETURN-CODE
           END-IF.

      * A FOREIGN CHARGE SETTLED WITHOUT A RATE HAS NOTHING BOOKED
      * FOR ITS REALIZED GAIN OR LOSS AND NEEDS A MANUAL ENTRY.
           IF WS-FX-NORATE-COUNT > ZERO
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           IF RETURN-CODE < 8
               PERFORM 9100-WRITE-CASH-CONTROL
                   THRU 9100-EXIT
           END-IF.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * WRITES THE NEW CASH CONTROL RECORD ONCE THE RUN HAS      *
      * FINISHED CLEAN, CARRYING THE LATEST STATEMENT RUN-ID     *
      * RAISED (OR THE LAST RUN'S, WHEN NOTHING NEW WAS RAISED). *
      * IT GOES TO A NEW FILE THAT THE JOB SWAPS IN FOR THE LAST *
      * ONLY BELOW RC 8; THE LAST RECORD IS NEVER OPENED FOR     *
      * OUTPUT, SO A RUN THAT STOPS SHORT OF HERE, OR WHOSE      *
      * WRITE FAILS, LEAVES IT STANDING FOR THE RETRY.           *
      *----------------------------------------------------------*
       9100-WRITE-CASH-CONTROL.
           MOVE WS-RUN-DATE            TO CX-RUN-DATE.
           MOVE WS-RUN-ID              TO CX-RUN-ID.
           IF WS-NEW-STMT-RUN-ID NOT = SPACES
               MOVE WS-NEW-STMT-RUN-ID TO CX-LAST-STMT-RUN-ID
           END-IF.
           OPEN OUTPUT CASH-CONTROL-OUT.
           WRITE CASH-CONTROL-OUT-REC FROM CASH-CONTROL-RECORD.
           IF WS-CASHCTLN-FILE-STATUS NOT = "00"
               DISPLAY "ABCCASH  **** CASH CONTROL WRITE FAILED - "
                   "STATUS " WS-CASHCTLN-FILE-STATUS " ****"
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE CASH-CONTROL-OUT.
       9100-EXIT.
           EXIT.
