      *----------------------------------------------------------*
      * REIMAPR - REIMBURSEMENT CLAIM APPROVAL.                  *
      * PENDING-CLAIM-RECORD IS ONE REIMBURSEMENT CLAIM ABOVE    *
      * THE ABC136A APPROVAL THRESHOLD, APPENDED TO REIMPEND IN  *
      * PLACE OF ITS STATEMENT-EXTRACT LINE.  THE CLAIM IS KEYED *
      * BY ITS PRINCIPAL GLFEED REFERENCE AND CARRIES THE        *
      * SUBMITTING USERPROF ID (SPACES WHEN THE TRANSACTION      *
      * NAMED NONE) AND THE WHOLE STATEMENT-EXTRACT LINE THAT    *
      * ABCREAPR RELEASES TO STMTEXT ONCE A SECOND USER          *
      * APPROVES IT.                                             *
      *----------------------------------------------------------*
       01  PENDING-CLAIM-RECORD.
           05  PA-CLAIM-ID             PIC X(14).
           05  PA-SUBMITTER-ID         PIC X(08).
           05  PA-SUBMIT-DATE          PIC X(08).
           05  PA-STMT-IMAGE           PIC X(65).

       01  WS-REIMPEND-FILE-STATUS     PIC X(02).
