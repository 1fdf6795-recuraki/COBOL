       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCCOMM.
       AUTHOR. D HARLOW.
       INSTALLATION. DL100 BATCH SERVICES.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 2026-10-15  DH  NEW PROGRAM.  MONTHLY SALES COMMISSION.  *
      *                 EACH STATEMENT-EXTRACT LINE OF THE MONTH *
      *                 IS CREDITED TO THE REP WHO OWNED THE     *
      *                 CUSTOMER ON THE LINE'S DATE (REPASGN)    *
      *                 AT THE PERCENTAGE THE REP'S PLAN PAYS ON *
      *                 THE LINE'S REVENUE SOURCE (COMMPLAN).  A *
      *                 REBILL REVERSAL CLAWS BACK AT THE RATE   *
      *                 OF THE SOURCE IT REVERSES, AND A WRITE-  *
      *                 OFF CLAWS BACK AT THE RATE OF THE        *
      *                 PROGRAM WHOSE ITEM WAS WRITTEN OFF.      *
      *                 EVERY EARNING AND CLAWBACK IS WRITTEN TO *
      *                 THE COMMISSION DETAIL FOR THE REP        *
      *                 STATEMENTS (ABCCOMST), AND EACH REP'S    *
      *                 NET ACCRUES THROUGH GLFEED - DEBIT       *
      *                 COMMISSION EXPENSE, CREDIT ACCRUED       *
      *                 COMMISSIONS.  THE ACCRUAL REGISTER MAKES *
      *                 A RERUN OF THE MONTH POST ONLY WHAT HAS  *
      *                 CHANGED SINCE THE LAST RUN.              *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STMT-HIST-IN
               ASSIGN TO STMTHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-FILE-STATUS.

           SELECT COMMISSION-CARD-IN
               ASSIGN TO COMMCARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.

           SELECT REP-ASSIGNMENT-IN
               ASSIGN TO REPASGN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPASGN-FILE-STATUS.

           SELECT COMMISSION-PLAN-IN
               ASSIGN TO COMMPLAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMPLAN-FILE-STATUS.

           SELECT WRITEOFF-REGISTER-IN
               ASSIGN TO WOREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WOREG-FILE-STATUS.

           SELECT DISPOSITION-IN
               ASSIGN TO RECYSTAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPI-FILE-STATUS.

           SELECT GL-MAP-TAB
               ASSIGN TO GLMAP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-FILE-STATUS.

           SELECT GL-INTERFACE-OUT
               ASSIGN TO GLFEED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.

           SELECT COMMISSION-ACCRUALS
               ASSIGN TO COMMACR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMACR-FILE-STATUS.

           SELECT COMMISSION-DETAIL-OUT
               ASSIGN TO COMMDTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMDTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STMT-HIST-IN
           RECORDING MODE IS F.
       01  STMT-HIST-IN-REC            PIC X(65).

       FD  COMMISSION-CARD-IN
           RECORDING MODE IS F.
       01  COMMISSION-CARD-RECORD.
           05  CC-COMMISSION-MONTH     PIC X(06).
           05  FILLER                  PIC X(74).

       FD  REP-ASSIGNMENT-IN
           RECORDING MODE IS F.
       01  REP-ASSIGNMENT-IN-REC       PIC X(32).

       FD  COMMISSION-PLAN-IN
           RECORDING MODE IS F.
       01  COMMISSION-PLAN-IN-REC      PIC X(35).

       FD  WRITEOFF-REGISTER-IN
           RECORDING MODE IS F.
       01  WRITEOFF-REGISTER-IN-REC    PIC X(76).

       FD  DISPOSITION-IN
           RECORDING MODE IS F.
       01  DISPOSITION-IN-REC          PIC X(91).

       FD  GL-MAP-TAB
           RECORDING MODE IS F.
       01  GL-MAP-TAB-REC              PIC X(32).

       FD  GL-INTERFACE-OUT
           RECORDING MODE IS F.
       01  GL-INTERFACE-OUT-REC        PIC X(64).

       FD  COMMISSION-ACCRUALS
           RECORDING MODE IS F.
       01  COMMISSION-ACCRUALS-REC     PIC X(40).

       FD  COMMISSION-DETAIL-OUT
           RECORDING MODE IS F.
       01  COMMISSION-DETAIL-OUT-REC   PIC X(80).

       WORKING-STORAGE SECTION.
       COPY STMTREC.
       COPY REPASGN.
       COPY COMMPLAN.
       COPY COMMDTL.
       COPY COMMACR.
       COPY GLFEED.
       COPY GLMAP.
       COPY RUNSTAMP.
       01  WS-CARD-FILE-STATUS         PIC X(02).
       01  WS-WOREG-FILE-STATUS        PIC X(02).
       01  WS-DISPI-FILE-STATUS        PIC X(02).
       01  WS-STMT-EOF-SW              PIC X(01) VALUE "N".
           88  WS-STMT-EOF                     VALUE "Y".
       01  WS-GLMAP-EOF-SW             PIC X(01) VALUE "N".
           88  WS-GLMAP-EOF                    VALUE "Y".
       01  WS-WOREG-EOF-SW             PIC X(01) VALUE "N".
           88  WS-WOREG-EOF                    VALUE "Y".
       01  WS-DISPI-EOF-SW             PIC X(01) VALUE "N".
           88  WS-DISPI-EOF                    VALUE "Y".

       01  WS-CARD-BAD-SW              PIC X(01) VALUE "N".
           88  WS-CARD-BAD                     VALUE "Y".
       01  WS-TABLE-FULL-SW            PIC X(01) VALUE "N".
           88  WS-TABLE-FULL                   VALUE "Y".
       01  WS-WRITE-FAILED-SW          PIC X(01) VALUE "N".
           88  WS-WRITE-FAILED                 VALUE "Y".

       01  WS-COMMISSION-MONTH         PIC X(06) VALUE SPACES.
       01  WS-COMMISSION-MONTH-NUM     PIC 9(06) VALUE ZERO.
       01  WS-CM-PARTS REDEFINES WS-COMMISSION-MONTH-NUM.
           05  WS-CM-YEAR              PIC 9(04).
           05  WS-CM-MONTH             PIC 9(02).

      *----------------------------------------------------------*
      * THE WRITE-OFF REGISTER LAYOUT ABCRCYCL APPENDS, AND THE  *
      * DISPOSITION ROW WHOSE EXCEPTION TEXT NAMES THE CUSTOMER. *
      *----------------------------------------------------------*
       01  WRITEOFF-REGISTER-RECORD.
           05  WR-RUN-DATE             PIC X(08).
           05  WR-SOURCE               PIC X(08).
           05  WR-SEQUENCE             PIC 9(05).
           05  WR-PROGRAM-ID           PIC X(08).
           05  WR-AMOUNT               PIC 9(09)V99.
           05  WR-APPROVER-ID          PIC X(08).
           05  WR-APPROVER-2-ID        PIC X(08).
           05  WR-REASON               PIC X(20).

       01  DISPOSITION-ROW.
           05  RS-SOURCE               PIC X(08).
           05  RS-SEQUENCE             PIC 9(05).
           05  RS-STATUS               PIC X(10).
               88  RS-WRITEOFF                 VALUE "WRITEOFF".
           05  RS-STATUS-DATE          PIC X(08).
           05  RS-EXCEPTION-TEXT       PIC X(60).

       01  WRITEOFF-TABLE.
           05  WOT-ENTRY-COUNT         PIC 9(04) COMP VALUE ZERO.
           05  WOT-ENTRY               OCCURS 200 TIMES.
               10  WOT-RUN-DATE        PIC X(08).
               10  WOT-SOURCE          PIC X(08).
               10  WOT-SEQUENCE        PIC 9(05).
               10  WOT-PROGRAM-ID      PIC X(08).
               10  WOT-AMOUNT          PIC 9(09)V99.
               10  WOT-CUSTOMER-ID     PIC X(06).
       01  WOT-LOOKUP-SUB              PIC 9(04) COMP VALUE ZERO.
       01  WOT-MATCH-SUB               PIC 9(04) COMP VALUE ZERO.

      *----------------------------------------------------------*
      * ONE ROW PER REP CREDITED IN THE MONTH: COMMISSION EARNED *
      * AND CLAWED BACK THIS RUN, AND WHAT THE ACCRUAL REGISTER  *
      * SHOWS ALREADY POSTED FOR THE MONTH BY EARLIER RUNS.      *
      *----------------------------------------------------------*
       01  SALES-REP-TABLE.
           05  SRP-ENTRY-COUNT         PIC 9(04) COMP VALUE ZERO.
           05  SRP-ENTRY               OCCURS 200 TIMES.
               10  SRP-REP-ID          PIC X(06).
               10  SRP-EARNED          PIC S9(11)V99 COMP-3.
               10  SRP-CLAWBACK        PIC S9(11)V99 COMP-3.
               10  SRP-POSTED-BEFORE   PIC S9(11)V99 COMP-3.
       01  SRP-LOOKUP-SUB              PIC 9(04) COMP VALUE ZERO.
       01  SRP-FIND-SUB                PIC 9(04) COMP VALUE ZERO.
       01  WS-FIND-REP-ID              PIC X(06) VALUE SPACES.

       01  WS-LINE-SOURCE              PIC X(08) VALUE SPACES.
       01  WS-LINE-CUSTOMER            PIC X(06) VALUE SPACES.
       01  WS-LINE-DATE                PIC X(08) VALUE SPACES.
       01  WS-LINE-KIND                PIC X(01) VALUE SPACES.
       01  WS-BASIS-AMOUNT             PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
       01  WS-COMMISSION               PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
       01  WS-REP-NET                  PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
       01  WS-ACCRUAL-AMOUNT           PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
       01  WS-HIT-COUNT                PIC 9(04) COMP VALUE ZERO.
       01  WS-HIT-ID                   PIC X(06) VALUE SPACES.

       01  WS-GL-TRANS-CLASS           PIC X(04) VALUE SPACES.
       01  WS-GL-REFERENCE.
           05  WS-GR-PREFIX            PIC X(03) VALUE "CMS".
           05  WS-GR-STAMP             PIC X(07).
           05  WS-GR-SEQ               PIC 9(04) VALUE ZERO.

       01  WS-STMT-READ-COUNT          PIC 9(08) COMP VALUE ZERO.
       01  WS-STMT-MONTH-COUNT         PIC 9(08) COMP VALUE ZERO.
       01  WS-EARNING-COUNT            PIC 9(08) COMP VALUE ZERO.
       01  WS-CLAWBACK-COUNT           PIC 9(08) COMP VALUE ZERO.
       01  WS-NO-REP-COUNT             PIC 9(08) COMP VALUE ZERO.
       01  WS-NO-PLAN-COUNT            PIC 9(08) COMP VALUE ZERO.
       01  WS-UNKNOWN-REV-COUNT        PIC 9(08) COMP VALUE ZERO.
       01  WS-ACCRUAL-COUNT            PIC 9(08) COMP VALUE ZERO.
       01  WS-TOTAL-EARNED             PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-TOTAL-CLAWBACK           PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-TOTAL-POSTED             PIC S9(13)V99 COMP-3
                                       VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-PROCESS-STATEMENT-LINE
               THRU 2000-EXIT
               UNTIL WS-STMT-EOF.

           PERFORM 3000-CLAW-BACK-WRITEOFFS
               THRU 3000-EXIT.

           PERFORM 4000-POST-ACCRUALS
               THRU 4000-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           GOBACK.

      *----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUNSTAMP-CURRENT-DATE.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:14) TO WS-RUN-ID.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:8)  TO WS-RUN-DATE.
           MOVE WS-RUN-DATE            TO WS-POST-DATE.
           MOVE WS-RUN-ID(8:7)         TO WS-GR-STAMP.
           MOVE WS-RUN-DATE(1:6)       TO WS-COMMISSION-MONTH.

           PERFORM 1200-READ-COMMISSION-CARD
               THRU 1200-EXIT.
           IF WS-CARD-BAD
               SET WS-STMT-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF.

           PERFORM 1300-LOAD-ASSIGNMENTS
               THRU 1300-EXIT.
           PERFORM 1400-LOAD-PLANS
               THRU 1400-EXIT.
           PERFORM 1500-LOAD-GL-MAP
               THRU 1500-EXIT.
           PERFORM 1600-LOAD-ACCRUALS
               THRU 1600-EXIT.

           OPEN OUTPUT COMMISSION-DETAIL-OUT.

           OPEN INPUT STMT-HIST-IN.
           IF WS-STMT-FILE-STATUS = "35"
               SET WS-STMT-EOF TO TRUE
           ELSE
               PERFORM 2100-READ-STATEMENT-LINE
                   THRU 2100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * AN OPTIONAL CARD NAMES THE COMMISSION MONTH (YYYYMM), SO *
      * THE RUN CAN BE MADE AFTER THE CALENDAR HAS TURNED.  A    *
      * CARD THAT IS NOT A VALID MONTH FAILS THE STEP WITHOUT    *
      * CALCULATING OR POSTING ANYTHING.                         *
      *----------------------------------------------------------*
       1200-READ-COMMISSION-CARD.
           OPEN INPUT COMMISSION-CARD-IN.
           IF WS-CARD-FILE-STATUS = "35"
               GO TO 1200-EXIT
           END-IF.
           READ COMMISSION-CARD-IN
               AT END
                   CONTINUE
               NOT AT END
                   IF CC-COMMISSION-MONTH NOT = SPACES
                       MOVE CC-COMMISSION-MONTH
                           TO WS-COMMISSION-MONTH
                   END-IF
           END-READ.
           CLOSE COMMISSION-CARD-IN.

           IF WS-COMMISSION-MONTH IS NOT NUMERIC
               SET WS-CARD-BAD TO TRUE
               GO TO 1200-EXIT
           END-IF.
           MOVE WS-COMMISSION-MONTH    TO WS-COMMISSION-MONTH-NUM.
           IF WS-CM-MONTH < 1 OR WS-CM-MONTH > 12
               SET WS-CARD-BAD TO TRUE
           END-IF.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1300-LOAD-ASSIGNMENTS.
           OPEN INPUT REP-ASSIGNMENT-IN.
           IF WS-REPASGN-FILE-STATUS = "35"
               DISPLAY "ABCCOMM **** NO REP ASSIGNMENT FILE - "
                   "NO COMMISSION CAN BE CREDITED ****"
               GO TO 1300-EXIT
           END-IF.
           PERFORM 1310-LOAD-ASSIGNMENT-ROW
               THRU 1310-EXIT
               UNTIL WS-REPASGN-EOF.
           CLOSE REP-ASSIGNMENT-IN.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1310-LOAD-ASSIGNMENT-ROW.
           READ REP-ASSIGNMENT-IN INTO REP-ASSIGNMENT-RECORD
               AT END
                   SET WS-REPASGN-EOF TO TRUE
               NOT AT END
                   IF RAT-ENTRY-COUNT < 1000
                       ADD 1 TO RAT-ENTRY-COUNT
                       MOVE RA-CUSTOMER-ID
                           TO RAT-CUSTOMER-ID(RAT-ENTRY-COUNT)
                       MOVE RA-REP-ID
                           TO RAT-REP-ID(RAT-ENTRY-COUNT)
                       MOVE RA-PLAN-CODE
                           TO RAT-PLAN-CODE(RAT-ENTRY-COUNT)
                       MOVE RA-EFF-FROM-DATE
                           TO RAT-EFF-FROM-DATE(RAT-ENTRY-COUNT)
                       MOVE RA-EFF-TO-DATE
                           TO RAT-EFF-TO-DATE(RAT-ENTRY-COUNT)
                   ELSE
                       SET WS-TABLE-FULL TO TRUE
                   END-IF
           END-READ.
       1310-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1400-LOAD-PLANS.
           OPEN INPUT COMMISSION-PLAN-IN.
           IF WS-COMMPLAN-FILE-STATUS = "35"
               DISPLAY "ABCCOMM **** NO COMMISSION PLAN FILE - "
                   "NO COMMISSION CAN BE CREDITED ****"
               GO TO 1400-EXIT
           END-IF.
           PERFORM 1410-LOAD-PLAN-ROW
               THRU 1410-EXIT
               UNTIL WS-COMMPLAN-EOF.
           CLOSE COMMISSION-PLAN-IN.
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1410-LOAD-PLAN-ROW.
           READ COMMISSION-PLAN-IN INTO COMMISSION-PLAN-RECORD
               AT END
                   SET WS-COMMPLAN-EOF TO TRUE
               NOT AT END
                   IF CPT-ENTRY-COUNT < 200
                       ADD 1 TO CPT-ENTRY-COUNT
                       MOVE CP-PLAN-CODE
                           TO CPT-PLAN-CODE(CPT-ENTRY-COUNT)
                       MOVE CP-SOURCE-PROGRAM
                           TO CPT-SOURCE-PROGRAM(CPT-ENTRY-COUNT)
                       MOVE CP-RATE-PCT
                           TO CPT-RATE-PCT(CPT-ENTRY-COUNT)
                       MOVE CP-EFF-FROM-DATE
                           TO CPT-EFF-FROM-DATE(CPT-ENTRY-COUNT)
                       MOVE CP-EFF-TO-DATE
                           TO CPT-EFF-TO-DATE(CPT-ENTRY-COUNT)
                   ELSE
                       SET WS-TABLE-FULL TO TRUE
                   END-IF
           END-READ.
       1410-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1500-LOAD-GL-MAP.
           OPEN INPUT GL-MAP-TAB.
           IF WS-GLMAP-FILE-STATUS = "35"
               GO TO 1500-EXIT
           END-IF.
           PERFORM 1510-LOAD-GL-MAP-ROW
               THRU 1510-EXIT
               UNTIL WS-GLMAP-EOF.
           CLOSE GL-MAP-TAB.
       1500-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1510-LOAD-GL-MAP-ROW.
           READ GL-MAP-TAB INTO GL-MAP-RECORD
               AT END
                   SET WS-GLMAP-EOF TO TRUE
               NOT AT END
                   IF GM-SOURCE-PROGRAM = "ABCCOMM "
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
      * WHAT EARLIER RUNS HAVE ALREADY ACCRUED FOR THE MONTH,    *
      * BY REP.                                                  *
      *----------------------------------------------------------*
       1600-LOAD-ACCRUALS.
           OPEN INPUT COMMISSION-ACCRUALS.
           IF WS-COMMACR-FILE-STATUS = "35"
               GO TO 1600-EXIT
           END-IF.
           PERFORM 1610-LOAD-ACCRUAL-ROW
               THRU 1610-EXIT
               UNTIL WS-COMMACR-EOF.
           CLOSE COMMISSION-ACCRUALS.
       1600-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1610-LOAD-ACCRUAL-ROW.
           READ COMMISSION-ACCRUALS INTO COMMISSION-ACCRUAL-RECORD
               AT END
                   SET WS-COMMACR-EOF TO TRUE
                   GO TO 1610-EXIT
           END-READ.
           IF CA-MONTH NOT = WS-COMMISSION-MONTH
               GO TO 1610-EXIT
           END-IF.
           MOVE CA-REP-ID              TO WS-FIND-REP-ID.
           PERFORM 2700-FIND-REP
               THRU 2700-EXIT.
           IF SRP-FIND-SUB NOT = ZERO
               ADD CA-AMOUNT TO SRP-POSTED-BEFORE(SRP-FIND-SUB)
           END-IF.
       1610-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE STATEMENT-EXTRACT LINE OF THE MONTH.  SALES TAX IS   *
      * NEVER COMMISSIONABLE.  A REBILL REVERSAL TAKES ITS       *
      * SOURCE FROM ITS DESCRIPTION; ONE WRITTEN BEFORE THE      *
      * DESCRIPTION NAMED ITS SOURCE CANNOT BE PRICED AND IS     *
      * COUNTED INSTEAD.                                         *
      *----------------------------------------------------------*
       2000-PROCESS-STATEMENT-LINE.
           ADD 1 TO WS-STMT-READ-COUNT.

           IF SX-RUN-DATE(1:6) NOT = WS-COMMISSION-MONTH
               GO TO 2000-READ-NEXT
           END-IF.
           ADD 1 TO WS-STMT-MONTH-COUNT.

           MOVE SX-SOURCE-PROGRAM      TO WS-LINE-SOURCE.
           MOVE "E"                    TO WS-LINE-KIND.
           IF SX-SOURCE-PROGRAM = "ABCREBIL"
               IF SX-CHARGE-DESC(1:9) = "REVERSAL "
                   AND SX-CHARGE-DESC(10:8) NOT = "OF CHARG"
                   MOVE SX-CHARGE-DESC(10:8) TO WS-LINE-SOURCE
                   MOVE "R"            TO WS-LINE-KIND
               ELSE
                   ADD 1 TO WS-UNKNOWN-REV-COUNT
                   GO TO 2000-READ-NEXT
               END-IF
           END-IF.
           IF WS-LINE-SOURCE = "FEE TAX "
               OR (WS-LINE-SOURCE = "ABC127A "
                   AND SX-CHARGE-DESC = "FEE TAX")
               GO TO 2000-READ-NEXT
           END-IF.

           MOVE SX-CUSTOMER-ID         TO WS-LINE-CUSTOMER.
           MOVE SX-RUN-DATE            TO WS-LINE-DATE.
           MOVE SX-AMOUNT              TO WS-BASIS-AMOUNT.
           PERFORM 2500-CREDIT-REP
               THRU 2500-EXIT.

       2000-READ-NEXT.
           PERFORM 2100-READ-STATEMENT-LINE
               THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2100-READ-STATEMENT-LINE.
           READ STMT-HIST-IN INTO STMT-EXTRACT-RECORD
               AT END
                   SET WS-STMT-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * PRICES ONE LINE FOR THE REP THAT OWNED WS-LINE-CUSTOMER  *
      * ON WS-LINE-DATE, AT THE PLAN RATE IN FORCE THAT DAY FOR  *
      * WS-LINE-SOURCE, AND WRITES THE COMMISSION DETAIL ROW.    *
      *----------------------------------------------------------*
       2500-CREDIT-REP.
           MOVE ZERO                   TO RAT-MATCH-SUB.
           PERFORM 2510-CHECK-ASSIGNMENT
               THRU 2510-EXIT
               VARYING RAT-LOOKUP-SUB FROM 1 BY 1
               UNTIL RAT-LOOKUP-SUB > RAT-ENTRY-COUNT
               OR RAT-MATCH-SUB NOT = ZERO.
           IF RAT-MATCH-SUB = ZERO
               ADD 1 TO WS-NO-REP-COUNT
               GO TO 2500-EXIT
           END-IF.

           MOVE ZERO                   TO CPT-MATCH-SUB.
           PERFORM 2520-CHECK-PLAN
               THRU 2520-EXIT
               VARYING CPT-LOOKUP-SUB FROM 1 BY 1
               UNTIL CPT-LOOKUP-SUB > CPT-ENTRY-COUNT
               OR CPT-MATCH-SUB NOT = ZERO.
           IF CPT-MATCH-SUB = ZERO
               ADD 1 TO WS-NO-PLAN-COUNT
               GO TO 2500-EXIT
           END-IF.

           COMPUTE WS-COMMISSION ROUNDED =
               WS-BASIS-AMOUNT * CPT-RATE-PCT(CPT-MATCH-SUB) / 100.
           IF WS-COMMISSION = ZERO
               GO TO 2500-EXIT
           END-IF.

           MOVE RAT-REP-ID(RAT-MATCH-SUB) TO WS-FIND-REP-ID.
           PERFORM 2700-FIND-REP
               THRU 2700-EXIT.
           IF SRP-FIND-SUB = ZERO
               GO TO 2500-EXIT
           END-IF.
           IF WS-LINE-KIND = "E"
               ADD 1 TO WS-EARNING-COUNT
               ADD WS-COMMISSION TO SRP-EARNED(SRP-FIND-SUB)
               ADD WS-COMMISSION TO WS-TOTAL-EARNED
           ELSE
               ADD 1 TO WS-CLAWBACK-COUNT
               ADD WS-COMMISSION TO SRP-CLAWBACK(SRP-FIND-SUB)
               ADD WS-COMMISSION TO WS-TOTAL-CLAWBACK
           END-IF.

           MOVE SPACES                 TO COMMISSION-DETAIL-RECORD.
           MOVE RAT-REP-ID(RAT-MATCH-SUB)     TO CD-REP-ID.
           MOVE WS-LINE-CUSTOMER       TO CD-CUSTOMER-ID.
           MOVE WS-LINE-DATE           TO CD-LINE-DATE.
           MOVE WS-LINE-SOURCE         TO CD-SOURCE-PROGRAM.
           MOVE WS-LINE-KIND           TO CD-KIND.
           MOVE WS-BASIS-AMOUNT        TO CD-BASIS-AMOUNT.
           MOVE CPT-RATE-PCT(CPT-MATCH-SUB)   TO CD-RATE-PCT.
           MOVE WS-COMMISSION          TO CD-COMMISSION.
           MOVE RAT-PLAN-CODE(RAT-MATCH-SUB)  TO CD-PLAN-CODE.
           MOVE WS-COMMISSION-MONTH    TO CD-MONTH.
           WRITE COMMISSION-DETAIL-OUT-REC
               FROM COMMISSION-DETAIL-RECORD.
           IF WS-COMMDTL-FILE-STATUS NOT = "00"
               DISPLAY "ABCCOMM **** COMMISSION DETAIL WRITE FAILED"
                   " - STATUS " WS-COMMDTL-FILE-STATUS " ****"
               SET WS-WRITE-FAILED TO TRUE
           END-IF.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2510-CHECK-ASSIGNMENT.
           IF RAT-CUSTOMER-ID(RAT-LOOKUP-SUB) = WS-LINE-CUSTOMER
               AND (RAT-EFF-FROM-DATE(RAT-LOOKUP-SUB) = SPACES
                   OR RAT-EFF-FROM-DATE(RAT-LOOKUP-SUB) = ZEROS
                   OR RAT-EFF-FROM-DATE(RAT-LOOKUP-SUB)
                       <= WS-LINE-DATE)
               AND (RAT-EFF-TO-DATE(RAT-LOOKUP-SUB) = SPACES
                   OR RAT-EFF-TO-DATE(RAT-LOOKUP-SUB)
                       >= WS-LINE-DATE)
               MOVE RAT-LOOKUP-SUB     TO RAT-MATCH-SUB
           END-IF.
       2510-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2520-CHECK-PLAN.
           IF CPT-PLAN-CODE(CPT-LOOKUP-SUB) =
                   RAT-PLAN-CODE(RAT-MATCH-SUB)
               AND CPT-SOURCE-PROGRAM(CPT-LOOKUP-SUB) = WS-LINE-SOURCE
               AND (CPT-EFF-FROM-DATE(CPT-LOOKUP-SUB) = SPACES
                   OR CPT-EFF-FROM-DATE(CPT-LOOKUP-SUB) = ZEROS
                   OR CPT-EFF-FROM-DATE(CPT-LOOKUP-SUB)
                       <= WS-LINE-DATE)
               AND (CPT-EFF-TO-DATE(CPT-LOOKUP-SUB) = SPACES
                   OR CPT-EFF-TO-DATE(CPT-LOOKUP-SUB)
                       >= WS-LINE-DATE)
               MOVE CPT-LOOKUP-SUB     TO CPT-MATCH-SUB
           END-IF.
       2520-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * FINDS WS-FIND-REP-ID ON THE REP TABLE, ADDING IT WHEN    *
      * FIRST SEEN.  SRP-FIND-SUB COMES BACK ZERO ONLY WHEN THE  *
      * TABLE IS FULL.                                           *
      *----------------------------------------------------------*
       2700-FIND-REP.
           MOVE ZERO                   TO SRP-FIND-SUB.
           PERFORM 2710-CHECK-REP
               THRU 2710-EXIT
               VARYING SRP-LOOKUP-SUB FROM 1 BY 1
               UNTIL SRP-LOOKUP-SUB > SRP-ENTRY-COUNT
               OR SRP-FIND-SUB NOT = ZERO.
           IF SRP-FIND-SUB NOT = ZERO
               GO TO 2700-EXIT
           END-IF.
           IF SRP-ENTRY-COUNT >= 200
               SET WS-TABLE-FULL TO TRUE
               GO TO 2700-EXIT
           END-IF.
           ADD 1 TO SRP-ENTRY-COUNT.
           MOVE SRP-ENTRY-COUNT        TO SRP-FIND-SUB.
           MOVE WS-FIND-REP-ID         TO SRP-REP-ID(SRP-FIND-SUB).
           MOVE ZERO                   TO SRP-EARNED(SRP-FIND-SUB)
                                          SRP-CLAWBACK(SRP-FIND-SUB)
                                        SRP-POSTED-BEFORE(SRP-FIND-SUB).
       2700-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2710-CHECK-REP.
           IF SRP-REP-ID(SRP-LOOKUP-SUB) = WS-FIND-REP-ID
               MOVE SRP-LOOKUP-SUB     TO SRP-FIND-SUB
           END-IF.
       2710-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * THE MONTH'S WRITE-OFFS.  THE REGISTER CARRIES NO         *
      * CUSTOMER, SO EACH IS TIED BY SOURCE AND SEQUENCE TO ITS  *
      * DISPOSITION ROW AND CHARGED TO THE ASSIGNED CUSTOMER     *
      * THAT ROW'S EXCEPTION TEXT NAMES.  THE COMMISSION ON THE  *
      * WRITTEN-OFF AMOUNT IS CLAWED BACK FROM THAT CUSTOMER'S   *
      * REP AT THE RATE FOR THE PROGRAM WHOSE ITEM IT WAS.       *
      *----------------------------------------------------------*
       3000-CLAW-BACK-WRITEOFFS.
           IF WS-CARD-BAD
               GO TO 3000-EXIT
           END-IF.

           OPEN INPUT WRITEOFF-REGISTER-IN.
           IF WS-WOREG-FILE-STATUS = "35"
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-LOAD-WRITEOFF
               THRU 3100-EXIT
               UNTIL WS-WOREG-EOF.
           CLOSE WRITEOFF-REGISTER-IN.
           IF WOT-ENTRY-COUNT = ZERO
               GO TO 3000-EXIT
           END-IF.

           OPEN INPUT DISPOSITION-IN.
           IF WS-DISPI-FILE-STATUS NOT = "35"
               PERFORM 3200-MATCH-DISPOSITION
                   THRU 3200-EXIT
                   UNTIL WS-DISPI-EOF
               CLOSE DISPOSITION-IN
           END-IF.

           PERFORM 3300-PRICE-WRITEOFF
               THRU 3300-EXIT
               VARYING WOT-LOOKUP-SUB FROM 1 BY 1
               UNTIL WOT-LOOKUP-SUB > WOT-ENTRY-COUNT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3100-LOAD-WRITEOFF.
           READ WRITEOFF-REGISTER-IN INTO WRITEOFF-REGISTER-RECORD
               AT END
                   SET WS-WOREG-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           IF WR-RUN-DATE(1:6) NOT = WS-COMMISSION-MONTH
               GO TO 3100-EXIT
           END-IF.
           IF WOT-ENTRY-COUNT >= 200
               SET WS-TABLE-FULL TO TRUE
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WOT-ENTRY-COUNT.
           MOVE WR-RUN-DATE       TO WOT-RUN-DATE(WOT-ENTRY-COUNT).
           MOVE WR-SOURCE         TO WOT-SOURCE(WOT-ENTRY-COUNT).
           MOVE WR-SEQUENCE       TO WOT-SEQUENCE(WOT-ENTRY-COUNT).
           MOVE WR-PROGRAM-ID     TO WOT-PROGRAM-ID(WOT-ENTRY-COUNT).
           MOVE WR-AMOUNT         TO WOT-AMOUNT(WOT-ENTRY-COUNT).
           MOVE SPACES            TO WOT-CUSTOMER-ID(WOT-ENTRY-COUNT).
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3200-MATCH-DISPOSITION.
           READ DISPOSITION-IN INTO DISPOSITION-ROW
               AT END
                   SET WS-DISPI-EOF TO TRUE
                   GO TO 3200-EXIT
           END-READ.
           IF NOT RS-WRITEOFF
               GO TO 3200-EXIT
           END-IF.

           MOVE ZERO                   TO WOT-MATCH-SUB.
           PERFORM 3210-CHECK-WRITEOFF
               THRU 3210-EXIT
               VARYING WOT-LOOKUP-SUB FROM 1 BY 1
               UNTIL WOT-LOOKUP-SUB > WOT-ENTRY-COUNT
               OR WOT-MATCH-SUB NOT = ZERO.
           IF WOT-MATCH-SUB = ZERO
               GO TO 3200-EXIT
           END-IF.

           MOVE SPACES                 TO WS-HIT-ID.
           PERFORM 3220-SCAN-ASSIGNMENTS
               THRU 3220-EXIT
               VARYING RAT-LOOKUP-SUB FROM 1 BY 1
               UNTIL RAT-LOOKUP-SUB > RAT-ENTRY-COUNT
               OR WS-HIT-ID NOT = SPACES.
           MOVE WS-HIT-ID TO WOT-CUSTOMER-ID(WOT-MATCH-SUB).
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3210-CHECK-WRITEOFF.
           IF WOT-SOURCE(WOT-LOOKUP-SUB) = RS-SOURCE
               AND WOT-SEQUENCE(WOT-LOOKUP-SUB) = RS-SEQUENCE
               MOVE WOT-LOOKUP-SUB     TO WOT-MATCH-SUB
           END-IF.
       3210-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3220-SCAN-ASSIGNMENTS.
           MOVE ZERO                   TO WS-HIT-COUNT.
           INSPECT RS-EXCEPTION-TEXT
               TALLYING WS-HIT-COUNT
               FOR ALL RAT-CUSTOMER-ID(RAT-LOOKUP-SUB).
           IF WS-HIT-COUNT > ZERO
               MOVE RAT-CUSTOMER-ID(RAT-LOOKUP-SUB) TO WS-HIT-ID
           END-IF.
       3220-EXIT.
           EXIT.

      *----------------------------------------------------------*
       3300-PRICE-WRITEOFF.
           IF WOT-CUSTOMER-ID(WOT-LOOKUP-SUB) = SPACES
               ADD 1 TO WS-NO-REP-COUNT
               GO TO 3300-EXIT
           END-IF.
           MOVE WOT-CUSTOMER-ID(WOT-LOOKUP-SUB) TO WS-LINE-CUSTOMER.
           MOVE WOT-RUN-DATE(WOT-LOOKUP-SUB)    TO WS-LINE-DATE.
           MOVE WOT-PROGRAM-ID(WOT-LOOKUP-SUB)  TO WS-LINE-SOURCE.
           MOVE "W"                    TO WS-LINE-KIND.
           COMPUTE WS-BASIS-AMOUNT = ZERO - WOT-AMOUNT(WOT-LOOKUP-SUB).
           PERFORM 2500-CREDIT-REP
               THRU 2500-EXIT.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * EACH REP'S NET FOR THE MONTH, LESS WHAT EARLIER RUNS     *
      * ALREADY ACCRUED, POSTS AS A BALANCED PAIR - DEBIT        *
      * COMMISSION EXPENSE AND CREDIT ACCRUED COMMISSIONS, THE   *
      * OTHER WAY ROUND FOR A NEGATIVE DIFFERENCE - AND IS       *
      * ADDED TO THE ACCRUAL REGISTER.                           *
      *----------------------------------------------------------*
       4000-POST-ACCRUALS.
           IF WS-CARD-BAD
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-POST-REP-ACCRUAL
               THRU 4100-EXIT
               VARYING SRP-LOOKUP-SUB FROM 1 BY 1
               UNTIL SRP-LOOKUP-SUB > SRP-ENTRY-COUNT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       4100-POST-REP-ACCRUAL.
           COMPUTE WS-REP-NET = SRP-EARNED(SRP-LOOKUP-SUB)
               + SRP-CLAWBACK(SRP-LOOKUP-SUB).
           COMPUTE WS-ACCRUAL-AMOUNT = WS-REP-NET
               - SRP-POSTED-BEFORE(SRP-LOOKUP-SUB).
           DISPLAY "ABCCOMM REP " SRP-REP-ID(SRP-LOOKUP-SUB)
               " NET=" WS-REP-NET
               " PREVIOUSLY ACCRUED=" SRP-POSTED-BEFORE(SRP-LOOKUP-SUB)
               " ACCRUED NOW=" WS-ACCRUAL-AMOUNT.
           IF WS-ACCRUAL-AMOUNT = ZERO
               GO TO 4100-EXIT
           END-IF.

           ADD 1 TO WS-ACCRUAL-COUNT.
           ADD WS-ACCRUAL-AMOUNT       TO WS-TOTAL-POSTED.

           MOVE "COMX"                 TO WS-GL-TRANS-CLASS.
           IF WS-ACCRUAL-AMOUNT < ZERO
               MOVE "C"                TO GL-DEBIT-CREDIT-IND
           ELSE
               MOVE "D"                TO GL-DEBIT-CREDIT-IND
           END-IF.
           PERFORM 4500-WRITE-GL-LINE
               THRU 4500-EXIT.

           MOVE "COMA"                 TO WS-GL-TRANS-CLASS.
           IF WS-ACCRUAL-AMOUNT < ZERO
               MOVE "D"                TO GL-DEBIT-CREDIT-IND
           ELSE
               MOVE "C"                TO GL-DEBIT-CREDIT-IND
           END-IF.
           PERFORM 4500-WRITE-GL-LINE
               THRU 4500-EXIT.

           MOVE SPACES                 TO COMMISSION-ACCRUAL-RECORD.
           MOVE WS-COMMISSION-MONTH    TO CA-MONTH.
           MOVE SRP-REP-ID(SRP-LOOKUP-SUB) TO CA-REP-ID.
           MOVE WS-RUN-DATE            TO CA-RUN-DATE.
           MOVE WS-ACCRUAL-AMOUNT      TO CA-AMOUNT.
           OPEN EXTEND COMMISSION-ACCRUALS.
           IF WS-COMMACR-FILE-STATUS = "35"
               OPEN OUTPUT COMMISSION-ACCRUALS
           END-IF.
           WRITE COMMISSION-ACCRUALS-REC
               FROM COMMISSION-ACCRUAL-RECORD.
           IF WS-COMMACR-FILE-STATUS NOT = "00"
               DISPLAY "ABCCOMM **** ACCRUAL REGISTER WRITE FAILED"
                   " - REP " CA-REP-ID " STATUS "
                   WS-COMMACR-FILE-STATUS " ****"
               SET WS-WRITE-FAILED TO TRUE
           END-IF.
           CLOSE COMMISSION-ACCRUALS.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------*
       4500-WRITE-GL-LINE.
           SET GLM-CLASS-NOT-FOUND TO TRUE.
           PERFORM 4510-CHECK-GL-MAP-ENTRY
               THRU 4510-EXIT
               VARYING GLM-LOOKUP-SUB FROM 1 BY 1
               UNTIL GLM-LOOKUP-SUB > GLM-ENTRY-COUNT.

           IF GLM-CLASS-NOT-FOUND
               DISPLAY "ABCCOMM **** NO GL ACCOUNT MAPPING FOR "
                   "CLASS " WS-GL-TRANS-CLASS " ****"
           END-IF.

           IF WS-ACCRUAL-AMOUNT < ZERO
               COMPUTE GL-AMOUNT = ZERO - WS-ACCRUAL-AMOUNT
           ELSE
               MOVE WS-ACCRUAL-AMOUNT  TO GL-AMOUNT
           END-IF.
           MOVE WS-POST-DATE           TO GL-TRANS-DATE.
           MOVE "ABCCOMM "             TO GL-SOURCE-PROGRAM.
           ADD 1 TO WS-GR-SEQ.
           MOVE WS-GL-REFERENCE        TO GL-REFERENCE.

           OPEN EXTEND GL-INTERFACE-OUT.
           IF WS-GL-FILE-STATUS = "35"
               OPEN OUTPUT GL-INTERFACE-OUT
           END-IF.
           WRITE GL-INTERFACE-OUT-REC FROM GL-INTERFACE-LINE.
           CLOSE GL-INTERFACE-OUT.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------*
       4510-CHECK-GL-MAP-ENTRY.
           IF GLM-TRANS-CLASS(GLM-LOOKUP-SUB) = WS-GL-TRANS-CLASS
               MOVE GLM-COMPANY-CODE(GLM-LOOKUP-SUB)
                   TO GL-COMPANY-CODE
               MOVE GLM-COST-CENTER(GLM-LOOKUP-SUB)
                   TO GL-COST-CENTER
               MOVE GLM-ACCOUNT-NUMBER(GLM-LOOKUP-SUB)
                   TO GL-ACCOUNT-NUMBER
               SET GLM-CLASS-FOUND TO TRUE
           END-IF.
       4510-EXIT.
           EXIT.

      *----------------------------------------------------------*
       9000-TERMINATE.
           IF NOT WS-CARD-BAD
               IF WS-STMT-FILE-STATUS NOT = "35"
                   CLOSE STMT-HIST-IN
               END-IF
               CLOSE COMMISSION-DETAIL-OUT
           END-IF.

           DISPLAY "ABCCOMM CONTROL TOTAL - MONTH="
               WS-COMMISSION-MONTH
               " LINES=" WS-STMT-MONTH-COUNT
               " EARNED=" WS-TOTAL-EARNED
               " CLAWED BACK=" WS-TOTAL-CLAWBACK
               " ACCRUED NOW=" WS-TOTAL-POSTED.
           DISPLAY "ABCCOMM EARNINGS=" WS-EARNING-COUNT
               " CLAWBACKS=" WS-CLAWBACK-COUNT
               " NO REP=" WS-NO-REP-COUNT
               " NOT IN PLAN=" WS-NO-PLAN-COUNT
               " UNPRICED REVERSALS=" WS-UNKNOWN-REV-COUNT
               " ACCRUAL PAIRS=" WS-ACCRUAL-COUNT.

           IF WS-CARD-BAD
               DISPLAY "ABCCOMM **** COMMISSION CARD MONTH "
                   WS-COMMISSION-MONTH " IS NOT A VALID YYYYMM ****"
               MOVE 8 TO RETURN-CODE
               GO TO 9000-EXIT
           END-IF.
           IF WS-WRITE-FAILED
               MOVE 8 TO RETURN-CODE
               GO TO 9000-EXIT
           END-IF.
           IF WS-TABLE-FULL
               DISPLAY "ABCCOMM **** TABLE FULL - SOME ASSIGNMENTS, "
                   "PLANS, REPS OR WRITE-OFFS WERE NOT LOADED ****"
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-UNKNOWN-REV-COUNT > ZERO
               DISPLAY "ABCCOMM **** " WS-UNKNOWN-REV-COUNT
                   " REVERSALS NAME NO SOURCE - NOT CLAWED BACK ****"
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
