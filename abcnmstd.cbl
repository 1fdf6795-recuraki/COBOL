       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCNMSTD.
       AUTHOR. D HARLOW.
       INSTALLATION. DL100 BATCH SERVICES.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 2026-10-15  DH  NEW PROGRAM.  CUSTOMER NAME              *
      *                 STANDARDIZATION PASS OVER THE KEYED      *
      *                 CUSTOMER MASTER.  A TITLE (MR, DR ...)   *
      *                 LEADING THE FIRST NAME, A SUFFIX (JR,    *
      *                 III ...) TRAILING EITHER NAME, AND A     *
      *                 LONE MIDDLE INITIAL ARE MOVED OUT OF THE *
      *                 NAME FIELDS INTO THEIR OWN FIELDS; THE   *
      *                 NAMES ARE UPPER-CASED, STRIPPED OF       *
      *                 PERIODS AND COMMAS, AND CLOSED UP TO ONE *
      *                 SPACE BETWEEN WORDS.  THE MASTER IS NOT  *
      *                 REWRITTEN HERE: EVERY RECORD THAT WOULD  *
      *                 CHANGE LEAVES ITS RUN-STAMPED BEFORE-    *
      *                 IMAGE ON THE DATED IMAGE FILE, A STAGED  *
      *                 BEFORE/AFTER ROW FOR THE PROMOTION RUN,  *
      *                 AND A BEFORE/AFTER PAIR ON THE CHANGE    *
      *                 REPORT FOR REVIEW.                       *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-KSD
               ASSIGN TO CUSTKSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CMK-CUSTOMER-ID
               FILE STATUS IS WS-CUSTKSD-FILE-STATUS.

           SELECT NAME-STAGE-OUT
               ASSIGN TO NMSTAGE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NMSTAGE-FILE-STATUS.

           SELECT BEFORE-IMAGE-OUT
               ASSIGN TO CUSTBIMG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BIMG-FILE-STATUS.

           SELECT NAME-REPORT-OUT
               ASSIGN TO NMSTDRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-KSD.
       COPY CUSTKSD.

       FD  NAME-STAGE-OUT
           RECORDING MODE IS F.
       01  NAME-STAGE-OUT-REC          PIC X(260).

       FD  BEFORE-IMAGE-OUT
           RECORDING MODE IS F.
       01  BEFORE-IMAGE-OUT-REC        PIC X(135).

       FD  NAME-REPORT-OUT
           RECORDING MODE IS F.
       01  NAME-REPORT-OUT-REC         PIC X(132).

       WORKING-STORAGE SECTION.
       COPY NMSTAGE.
       COPY RUNSTAMP.
       COPY RPTHDFT.
       01  WS-CUSTKSD-FILE-STATUS      PIC X(02).
       01  WS-BIMG-FILE-STATUS         PIC X(02).

       01  WS-CUST-EOF-SW              PIC X(01) VALUE "N".
           88  WS-CUST-EOF                     VALUE "Y".
       01  WS-RUN-FAILED-SW            PIC X(01) VALUE "N".
           88  WS-RUN-FAILED                   VALUE "Y".

      *----------------------------------------------------------*
      * ONE BEFORE-IMAGE PER RECORD THE PASS WOULD CHANGE, IN    *
      * THE SAME RUN-STAMPED LAYOUT ABC149A WRITES, SO THE       *
      * RESTORE PROGRAM CAN BACK OUT A PROMOTED PASS BY ITS      *
      * RUN-ID.                                                  *
      *----------------------------------------------------------*
       01  BEFORE-IMAGE-RECORD.
           05  BI-RUN-ID               PIC X(14).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  BI-MASTER-RECORD        PIC X(120).

      *----------------------------------------------------------*
      * THE WORDS OF EACH NAME FIELD.  A 15-BYTE FIELD HOLDS AT  *
      * MOST EIGHT WORDS.  START AND END NARROW AS A TITLE,      *
      * SUFFIX OR INITIAL IS TAKEN OFF EITHER END.               *
      *----------------------------------------------------------*
       01  WS-FIRST-WORD-TABLE.
           05  WS-FN-WORD              PIC X(15) OCCURS 8 TIMES.
       01  WS-FN-COUNT                 PIC 9(02) COMP VALUE ZERO.
       01  WS-FN-START                 PIC 9(02) COMP VALUE ZERO.
       01  WS-FN-END                   PIC 9(02) COMP VALUE ZERO.

       01  WS-LAST-WORD-TABLE.
           05  WS-LN-WORD              PIC X(15) OCCURS 8 TIMES.
       01  WS-LN-COUNT                 PIC 9(02) COMP VALUE ZERO.
       01  WS-LN-START                 PIC 9(02) COMP VALUE ZERO.
       01  WS-LN-END                   PIC 9(02) COMP VALUE ZERO.

       01  WS-WORD-SUB                 PIC 9(02) COMP VALUE ZERO.
       01  WS-NAME-PTR                 PIC 9(02) COMP VALUE ZERO.
       01  WS-LEAD-SPACES              PIC 9(02) COMP VALUE ZERO.

       01  WS-NAME-WORK                PIC X(15).
       01  WS-NAME-SHIFT               PIC X(15).
       01  WS-NEW-FIRST-NAME           PIC X(15).
       01  WS-NEW-LAST-NAME            PIC X(15).

      *----------------------------------------------------------*
      * THE TITLES AND SUFFIXES THE PASS RECOGNIZES, AFTER       *
      * PERIODS ARE DROPPED (DR. IS DR).                         *
      *----------------------------------------------------------*
       01  WS-TEST-WORD                PIC X(15).
           88  WS-WORD-IS-TITLE        VALUE "MR" "MRS" "MS" "MISS"
                                             "MX" "DR" "PROF" "REV"
                                             "SIR".
           88  WS-WORD-IS-SUFFIX       VALUE "JR" "SR" "II" "III"
                                             "IV" "ESQ" "MD" "PHD".

       01  WS-LOWER-CASE               PIC X(26)
           VALUE "abcdefghijklmnopqrstuvwxyz".
       01  WS-UPPER-CASE               PIC X(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       01  WS-BEFORE-RECORD            PIC X(120).
       01  WS-BEFORE-FIELDS            REDEFINES WS-BEFORE-RECORD.
           05  FILLER                  PIC X(06).
           05  WS-B-FIRST-NAME         PIC X(15).
           05  WS-B-LAST-NAME          PIC X(15).
           05  FILLER                  PIC X(72).
           05  WS-B-NAME-TITLE         PIC X(04).
           05  WS-B-MIDDLE-INITIAL     PIC X(01).
           05  WS-B-NAME-SUFFIX        PIC X(03).
           05  FILLER                  PIC X(04).

       01  WS-TOOK-TITLE-SW            PIC X(01) VALUE "N".
           88  WS-TOOK-TITLE                   VALUE "Y".
       01  WS-TOOK-SUFFIX-SW           PIC X(01) VALUE "N".
           88  WS-TOOK-SUFFIX                  VALUE "Y".
       01  WS-TOOK-INITIAL-SW          PIC X(01) VALUE "N".
           88  WS-TOOK-INITIAL                 VALUE "Y".

       01  WS-CUSTOMER-COUNT           PIC 9(08) COMP VALUE ZERO.
       01  WS-CHANGED-COUNT            PIC 9(08) COMP VALUE ZERO.
       01  WS-UNCHANGED-COUNT          PIC 9(08) COMP VALUE ZERO.
       01  WS-TITLE-COUNT              PIC 9(08) COMP VALUE ZERO.
       01  WS-SUFFIX-COUNT             PIC 9(08) COMP VALUE ZERO.
       01  WS-INITIAL-COUNT            PIC 9(08) COMP VALUE ZERO.

       01  WS-RPT-DATE                 PIC X(10).

       01  WS-HEADER-LINE.
           05  FILLER                  PIC X(08) VALUE "CUST ID".
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE "TITL".
           05  FILLER                  PIC X(16) VALUE "FIRST NAME".
           05  FILLER                  PIC X(02) VALUE "M".
           05  FILLER                  PIC X(16) VALUE "LAST NAME".
           05  FILLER                  PIC X(05) VALUE "SFX".
           05  FILLER                  PIC X(30) VALUE "CHANGE".

       01  WS-DETAIL-LINE.
           05  WS-D-CUSTOMER-ID        PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-IMAGE              PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-NAME-TITLE         PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-D-FIRST-NAME         PIC X(15).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-D-MIDDLE-INITIAL     PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-D-LAST-NAME          PIC X(15).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-D-NAME-SUFFIX        PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-D-CHANGE             PIC X(30).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-STANDARDIZE-CUSTOMER
               THRU 2000-EXIT
               UNTIL WS-CUST-EOF.

           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.

           GOBACK.

      *----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT NAME-REPORT-OUT.
           OPEN OUTPUT NAME-STAGE-OUT.

           MOVE FUNCTION CURRENT-DATE TO WS-RUNSTAMP-CURRENT-DATE.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:14) TO WS-RUN-ID.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:8)  TO WS-RUN-DATE.

           MOVE "CUSTOMER NAME STANDARDIZATION - CHANGES FOR REVIEW"
               TO RPT-ST-TEXT.
           STRING WS-RUN-DATE(5:2) "/" WS-RUN-DATE(7:2) "/"
               WS-RUN-DATE(1:4)
               DELIMITED BY SIZE INTO WS-RPT-DATE.

           PERFORM 1100-WRITE-PAGE-HEADERS
               THRU 1100-EXIT.

           OPEN INPUT CUSTOMER-KSD.
           IF WS-CUSTKSD-FILE-STATUS NOT = "00"
               DISPLAY "ABCNMSTD **** CUSTOMER MASTER NOT AVAILABLE "
                   "- STATUS " WS-CUSTKSD-FILE-STATUS " ****"
               SET WS-RUN-FAILED       TO TRUE
               SET WS-CUST-EOF         TO TRUE
               GO TO 1000-EXIT
           END-IF.

           PERFORM 2100-READ-CUSTOMER
               THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       1100-WRITE-PAGE-HEADERS.
           ADD 1 TO RPT-PAGE-COUNT.
           MOVE WS-RPT-DATE            TO RPT-DL-RUN-DATE.

           WRITE NAME-REPORT-OUT-REC FROM RPT-TITLE-LINE.
           WRITE NAME-REPORT-OUT-REC FROM RPT-SUBTITLE-LINE.
           WRITE NAME-REPORT-OUT-REC FROM RPT-DATE-LINE.
           MOVE SPACES                 TO NAME-REPORT-OUT-REC.
           WRITE NAME-REPORT-OUT-REC.
           WRITE NAME-REPORT-OUT-REC FROM WS-HEADER-LINE.
           MOVE SPACES                 TO NAME-REPORT-OUT-REC.
           WRITE NAME-REPORT-OUT-REC.

           MOVE 6                      TO RPT-LINE-COUNT.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE CUSTOMER: SPLIT BOTH NAME FIELDS INTO WORDS, TAKE    *
      * THE TITLE, SUFFIX AND MIDDLE INITIAL OFF THE ENDS, AND   *
      * CLOSE THE REMAINING WORDS UP AGAIN.  A NAME FIELD IS     *
      * NEVER LEFT EMPTY - A LONE "DR" STAYS WHERE IT IS.        *
      *----------------------------------------------------------*
       2000-STANDARDIZE-CUSTOMER.
           ADD 1 TO WS-CUSTOMER-COUNT.
           MOVE CUSTOMER-KEYED-RECORD  TO WS-BEFORE-RECORD.
           MOVE "N"                    TO WS-TOOK-TITLE-SW
                                          WS-TOOK-SUFFIX-SW
                                          WS-TOOK-INITIAL-SW.

           MOVE CMK-FIRST-NAME         TO WS-NAME-WORK.
           PERFORM 2200-CLEAN-NAME-WORK
               THRU 2200-EXIT.
           MOVE SPACES                 TO WS-FIRST-WORD-TABLE.
           MOVE ZERO                   TO WS-FN-COUNT.
           IF WS-NAME-WORK NOT = SPACES
               UNSTRING WS-NAME-WORK DELIMITED BY ALL SPACE
                   INTO WS-FN-WORD(1) WS-FN-WORD(2) WS-FN-WORD(3)
                        WS-FN-WORD(4) WS-FN-WORD(5) WS-FN-WORD(6)
                        WS-FN-WORD(7) WS-FN-WORD(8)
                   TALLYING IN WS-FN-COUNT
               END-UNSTRING
           END-IF.
           MOVE 1                      TO WS-FN-START.
           MOVE WS-FN-COUNT            TO WS-FN-END.

           MOVE CMK-LAST-NAME          TO WS-NAME-WORK.
           PERFORM 2200-CLEAN-NAME-WORK
               THRU 2200-EXIT.
           MOVE SPACES                 TO WS-LAST-WORD-TABLE.
           MOVE ZERO                   TO WS-LN-COUNT.
           IF WS-NAME-WORK NOT = SPACES
               UNSTRING WS-NAME-WORK DELIMITED BY ALL SPACE
                   INTO WS-LN-WORD(1) WS-LN-WORD(2) WS-LN-WORD(3)
                        WS-LN-WORD(4) WS-LN-WORD(5) WS-LN-WORD(6)
                        WS-LN-WORD(7) WS-LN-WORD(8)
                   TALLYING IN WS-LN-COUNT
               END-UNSTRING
           END-IF.
           MOVE 1                      TO WS-LN-START.
           MOVE WS-LN-COUNT            TO WS-LN-END.

           PERFORM 2300-TAKE-TITLE
               THRU 2300-EXIT.
           PERFORM 2400-TAKE-SUFFIX
               THRU 2400-EXIT.
           PERFORM 2500-TAKE-MIDDLE-INITIAL
               THRU 2500-EXIT.

           MOVE SPACES                 TO WS-NEW-FIRST-NAME.
           MOVE 1                      TO WS-NAME-PTR.
           PERFORM 2610-APPEND-FIRST-WORD
               THRU 2610-EXIT
               VARYING WS-WORD-SUB FROM WS-FN-START BY 1
               UNTIL WS-WORD-SUB > WS-FN-END.

           MOVE SPACES                 TO WS-NEW-LAST-NAME.
           MOVE 1                      TO WS-NAME-PTR.
           PERFORM 2620-APPEND-LAST-WORD
               THRU 2620-EXIT
               VARYING WS-WORD-SUB FROM WS-LN-START BY 1
               UNTIL WS-WORD-SUB > WS-LN-END.

           MOVE WS-NEW-FIRST-NAME      TO CMK-FIRST-NAME.
           MOVE WS-NEW-LAST-NAME       TO CMK-LAST-NAME.
           INSPECT CMK-NAME-TITLE
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           INSPECT CMK-MIDDLE-INITIAL
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           INSPECT CMK-NAME-SUFFIX
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.

           IF CUSTOMER-KEYED-RECORD = WS-BEFORE-RECORD
               ADD 1 TO WS-UNCHANGED-COUNT
           ELSE
               PERFORM 3000-STAGE-CHANGE
                   THRU 3000-EXIT
           END-IF.

           PERFORM 2100-READ-CUSTOMER
               THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2100-READ-CUSTOMER.
           READ CUSTOMER-KSD NEXT RECORD
               AT END
                   SET WS-CUST-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * UPPER-CASES THE NAME, DROPS PERIODS AND COMMAS, AND      *
      * LEFT-JUSTIFIES WHAT IS LEFT.                             *
      *----------------------------------------------------------*
       2200-CLEAN-NAME-WORK.
           INSPECT WS-NAME-WORK
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           INSPECT WS-NAME-WORK
               REPLACING ALL "." BY SPACE
                         ALL "," BY SPACE.

           IF WS-NAME-WORK = SPACES
               GO TO 2200-EXIT
           END-IF.

           MOVE ZERO                   TO WS-LEAD-SPACES.
           INSPECT WS-NAME-WORK
               TALLYING WS-LEAD-SPACES FOR LEADING SPACE.
           IF WS-LEAD-SPACES > ZERO
               MOVE WS-NAME-WORK(WS-LEAD-SPACES + 1:)
                   TO WS-NAME-SHIFT
               MOVE WS-NAME-SHIFT      TO WS-NAME-WORK
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A TITLE IS TAKEN ONLY AS THE FIRST OF TWO OR MORE WORDS  *
      * IN THE FIRST-NAME FIELD.                                 *
      *----------------------------------------------------------*
       2300-TAKE-TITLE.
           IF WS-FN-END NOT > WS-FN-START
               GO TO 2300-EXIT
           END-IF.

           MOVE WS-FN-WORD(WS-FN-START) TO WS-TEST-WORD.
           IF WS-WORD-IS-TITLE
               MOVE WS-TEST-WORD       TO CMK-NAME-TITLE
               ADD 1                   TO WS-FN-START
               ADD 1                   TO WS-TITLE-COUNT
               SET WS-TOOK-TITLE       TO TRUE
           END-IF.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A SUFFIX IS TAKEN AS THE LAST OF TWO OR MORE WORDS IN    *
      * THE LAST-NAME FIELD, OR FAILING THAT IN THE FIRST-NAME   *
      * FIELD.                                                   *
      *----------------------------------------------------------*
       2400-TAKE-SUFFIX.
           IF WS-LN-END > WS-LN-START
               MOVE WS-LN-WORD(WS-LN-END) TO WS-TEST-WORD
               IF WS-WORD-IS-SUFFIX
                   MOVE WS-TEST-WORD   TO CMK-NAME-SUFFIX
                   SUBTRACT 1        FROM WS-LN-END
                   ADD 1               TO WS-SUFFIX-COUNT
                   SET WS-TOOK-SUFFIX  TO TRUE
                   GO TO 2400-EXIT
               END-IF
           END-IF.

           IF WS-FN-END > WS-FN-START
               MOVE WS-FN-WORD(WS-FN-END) TO WS-TEST-WORD
               IF WS-WORD-IS-SUFFIX
                   MOVE WS-TEST-WORD   TO CMK-NAME-SUFFIX
                   SUBTRACT 1        FROM WS-FN-END
                   ADD 1               TO WS-SUFFIX-COUNT
                   SET WS-TOOK-SUFFIX  TO TRUE
               END-IF
           END-IF.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A ONE-LETTER WORD AFTER THE FIRST NAME ("ANN B"), OR     *
      * AHEAD OF THE LAST NAME ("B LEE"), IS THE MIDDLE INITIAL. *
      *----------------------------------------------------------*
       2500-TAKE-MIDDLE-INITIAL.
           IF WS-FN-END > WS-FN-START
               AND WS-FN-WORD(WS-FN-END)(2:14) = SPACES
               MOVE WS-FN-WORD(WS-FN-END)(1:1)
                   TO CMK-MIDDLE-INITIAL
               SUBTRACT 1            FROM WS-FN-END
               ADD 1                   TO WS-INITIAL-COUNT
               SET WS-TOOK-INITIAL     TO TRUE
               GO TO 2500-EXIT
           END-IF.

           IF WS-LN-END > WS-LN-START
               AND WS-LN-WORD(WS-LN-START)(2:14) = SPACES
               MOVE WS-LN-WORD(WS-LN-START)(1:1)
                   TO CMK-MIDDLE-INITIAL
               ADD 1                   TO WS-LN-START
               ADD 1                   TO WS-INITIAL-COUNT
               SET WS-TOOK-INITIAL     TO TRUE
           END-IF.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2610-APPEND-FIRST-WORD.
           IF WS-NAME-PTR > 1
               STRING " " DELIMITED BY SIZE
                   INTO WS-NEW-FIRST-NAME WITH POINTER WS-NAME-PTR
           END-IF.
           STRING WS-FN-WORD(WS-WORD-SUB) DELIMITED BY SPACE
               INTO WS-NEW-FIRST-NAME WITH POINTER WS-NAME-PTR.
       2610-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2620-APPEND-LAST-WORD.
           IF WS-NAME-PTR > 1
               STRING " " DELIMITED BY SIZE
                   INTO WS-NEW-LAST-NAME WITH POINTER WS-NAME-PTR
           END-IF.
           STRING WS-LN-WORD(WS-WORD-SUB) DELIMITED BY SPACE
               INTO WS-NEW-LAST-NAME WITH POINTER WS-NAME-PTR.
       2620-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * A RECORD THAT WOULD CHANGE: BEFORE-IMAGE, STAGED ROW FOR *
      * THE PROMOTION RUN, AND THE BEFORE/AFTER PAIR ON THE      *
      * REPORT, KEPT TOGETHER ON ONE PAGE.                       *
      *----------------------------------------------------------*
       3000-STAGE-CHANGE.
           ADD 1 TO WS-CHANGED-COUNT.

           MOVE WS-RUN-ID              TO BI-RUN-ID.
           MOVE WS-BEFORE-RECORD       TO BI-MASTER-RECORD.
           OPEN EXTEND BEFORE-IMAGE-OUT.
           IF WS-BIMG-FILE-STATUS = "35"
               OPEN OUTPUT BEFORE-IMAGE-OUT
           END-IF.
           WRITE BEFORE-IMAGE-OUT-REC FROM BEFORE-IMAGE-RECORD.
           CLOSE BEFORE-IMAGE-OUT.

           MOVE WS-RUN-ID              TO NS-RUN-ID.
           MOVE CMK-CUSTOMER-ID        TO NS-CUSTOMER-ID.
           MOVE WS-BEFORE-RECORD       TO NS-BEFORE-IMAGE.
           MOVE CUSTOMER-KEYED-RECORD  TO NS-AFTER-IMAGE.
           WRITE NAME-STAGE-OUT-REC FROM NAME-STAGE-RECORD.
           IF WS-NMSTAGE-FILE-STATUS NOT = "00"
               DISPLAY "ABCNMSTD **** STAGED-CHANGE WRITE FAILED "
                   "FOR " CMK-CUSTOMER-ID " - STATUS "
                   WS-NMSTAGE-FILE-STATUS " ****"
               SET WS-RUN-FAILED       TO TRUE
           END-IF.

           IF RPT-LINE-COUNT + 2 > RPT-MAX-LINES-PER-PAGE
               MOVE RPT-PAGE-COUNT     TO RPT-F-PAGE-NO
               WRITE NAME-REPORT-OUT-REC FROM RPT-FOOTER-LINE
               PERFORM 1100-WRITE-PAGE-HEADERS
                   THRU 1100-EXIT
           END-IF.

           MOVE CMK-CUSTOMER-ID        TO WS-D-CUSTOMER-ID.
           MOVE "WAS"                  TO WS-D-IMAGE.
           MOVE WS-B-NAME-TITLE        TO WS-D-NAME-TITLE.
           MOVE WS-B-FIRST-NAME        TO WS-D-FIRST-NAME.
           MOVE WS-B-MIDDLE-INITIAL    TO WS-D-MIDDLE-INITIAL.
           MOVE WS-B-LAST-NAME         TO WS-D-LAST-NAME.
           MOVE WS-B-NAME-SUFFIX       TO WS-D-NAME-SUFFIX.
           MOVE SPACES                 TO WS-D-CHANGE.
           WRITE NAME-REPORT-OUT-REC FROM WS-DETAIL-LINE.

           MOVE SPACES                 TO WS-D-CUSTOMER-ID.
           MOVE "NOW"                  TO WS-D-IMAGE.
           MOVE CMK-NAME-TITLE         TO WS-D-NAME-TITLE.
           MOVE CMK-FIRST-NAME         TO WS-D-FIRST-NAME.
           MOVE CMK-MIDDLE-INITIAL     TO WS-D-MIDDLE-INITIAL.
           MOVE CMK-LAST-NAME          TO WS-D-LAST-NAME.
           MOVE CMK-NAME-SUFFIX        TO WS-D-NAME-SUFFIX.
           MOVE 1                      TO WS-NAME-PTR.
           IF WS-TOOK-TITLE
               STRING "TITLE " DELIMITED BY SIZE
                   INTO WS-D-CHANGE WITH POINTER WS-NAME-PTR
           END-IF.
           IF WS-TOOK-INITIAL
               STRING "INITIAL " DELIMITED BY SIZE
                   INTO WS-D-CHANGE WITH POINTER WS-NAME-PTR
           END-IF.
           IF WS-TOOK-SUFFIX
               STRING "SUFFIX " DELIMITED BY SIZE
                   INTO WS-D-CHANGE WITH POINTER WS-NAME-PTR
           END-IF.
           IF WS-NAME-PTR = 1
               MOVE "CASE/SPACING"     TO WS-D-CHANGE
           END-IF.
           WRITE NAME-REPORT-OUT-REC FROM WS-DETAIL-LINE.
           ADD 2 TO RPT-LINE-COUNT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
       9000-TERMINATE.
           MOVE RPT-PAGE-COUNT         TO RPT-F-PAGE-NO.
           WRITE NAME-REPORT-OUT-REC FROM RPT-FOOTER-LINE.

           MOVE "CUSTOMERS READ........." TO RPT-FN-LABEL.
           MOVE WS-CUSTOMER-COUNT      TO RPT-FN-COUNT.
           WRITE NAME-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "NAMES TO CHANGE........" TO RPT-FN-LABEL.
           MOVE WS-CHANGED-COUNT       TO RPT-FN-COUNT.
           WRITE NAME-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "NAMES ALREADY STANDARD." TO RPT-FN-LABEL.
           MOVE WS-UNCHANGED-COUNT     TO RPT-FN-COUNT.
           WRITE NAME-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "TITLES SEPARATED......." TO RPT-FN-LABEL.
           MOVE WS-TITLE-COUNT         TO RPT-FN-COUNT.
           WRITE NAME-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "INITIALS SEPARATED....." TO RPT-FN-LABEL.
           MOVE WS-INITIAL-COUNT       TO RPT-FN-COUNT.
           WRITE NAME-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           MOVE "SUFFIXES SEPARATED....." TO RPT-FN-LABEL.
           MOVE WS-SUFFIX-COUNT        TO RPT-FN-COUNT.
           WRITE NAME-REPORT-OUT-REC FROM RPT-FINAL-LINE.

           IF NOT WS-RUN-FAILED
               CLOSE CUSTOMER-KSD
           END-IF.
           CLOSE NAME-STAGE-OUT
                 NAME-REPORT-OUT.

           DISPLAY "ABCNMSTD CONTROL TOTAL - CUSTOMERS="
               WS-CUSTOMER-COUNT
               " CHANGED=" WS-CHANGED-COUNT
               " UNCHANGED=" WS-UNCHANGED-COUNT.

           IF WS-CUSTOMER-COUNT NOT =
               WS-CHANGED-COUNT + WS-UNCHANGED-COUNT
               OR WS-RUN-FAILED
               DISPLAY
                 "ABCNMSTD **** CONTROL TOTALS OUT OF BALANCE ****"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
