      *----------------------------------------------------------*
      * STMTARC - STATEMENT ARCHIVE RECORD.  THE STATEMENT RUN   *
      * (ABCSTMT) KEEPS EVERY EXTRACT LINE IT BILLS, IN THE      *
      * ORDER IT PRINTED THEM, ON THE NIGHT'S GENERATION OF THE  *
      * STATEMENT ARCHIVE, STAMPED WITH THE STATEMENT DATE (THE  *
      * RUN DATE, OR A CYCLE CUSTOMER'S BILLING DATE).  THE      *
      * REPRINT RUN (ABCSTMTR) READS THE GENERATIONS BACK TO     *
      * REBUILD ONE CUSTOMER'S STATEMENT FOR ONE DATE, AND THE   *
      * CASH RUN (ABCCASH) RAISES ITS RECEIVABLE ITEMS FROM IT.  *
      * EACH LINE ALSO CARRIES THE RUN-ID OF THE STATEMENT RUN   *
      * THAT WROTE IT, SO THE CASH RUN CAN READ EVERY GENERATION *
      * AND TAKE ONLY THE LINES IT HAS NOT YET RAISED.  A LINE   *
      * FROM A GENERATION WRITTEN BEFORE THE RUN-ID WAS CARRIED  *
      * READS BACK WITH THE RUN-ID BLANK.                        *
      *----------------------------------------------------------*
       01  STMT-ARCHIVE-RECORD.
           05  SA-STATEMENT-DATE       PIC X(08).
           05  SA-EXTRACT-LINE         PIC X(65).
           05  SA-STMT-RUN-ID          PIC X(14).

       01  WS-STMTARC-FILE-STATUS      PIC X(02).
       01  WS-STMTARC-EOF-SW           PIC X(01) VALUE "N".
           88  WS-STMTARC-EOF                  VALUE "Y".
