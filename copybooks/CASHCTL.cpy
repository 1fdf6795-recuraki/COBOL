      *----------------------------------------------------------*
      * CASHCTL - CASH APPLICATION CONTROL RECORD, CARRIED       *
      * FORWARD BY ABCCASH FROM RUN TO RUN.  ONE ROW: THE RUN    *
      * DATE AND RUN-ID OF THE LAST CASH RUN TO FINISH, AND THE  *
      * LATEST STATEMENT RUN-ID ON ANY ARCHIVE LINE IT HAS       *
      * RAISED.  THE NEXT RUN RAISES ITEMS ONLY FROM ARCHIVE     *
      * LINES WITH A LATER STATEMENT RUN-ID.  ABCCASH WRITES THE *
      * NEW ROW TO CASHCTL.NEW, WHICH THE JOB SWAPS IN ONLY WHEN *
      * THE RUN ENDS BELOW RC 8, SO A FAILED RUN LEAVES THIS ROW *
      * AS IT WAS AND IS RETRIED, ONCE THE FILES IT UPDATES IN   *
      * PLACE ARE RELOADED FROM THE BACKUPS TAKEN AHEAD OF IT,   *
      * WITHOUT ANY CHANGE HERE.                                 *
      *----------------------------------------------------------*
       01  CASH-CONTROL-RECORD.
           05  CX-RUN-DATE             PIC X(08).
           05  CX-RUN-ID               PIC X(14).
           05  CX-LAST-STMT-RUN-ID     PIC X(14).
           05  FILLER                  PIC X(19).

       01  WS-CASHCTL-FILE-STATUS      PIC X(02).
