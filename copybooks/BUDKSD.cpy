      *----------------------------------------------------------*
      * BUDKSD - RECORD LAYOUT OF THE KEYED BUDGET MASTER (VSAM  *
      * KSDS, RECORD KEY BM-BUDGET-KEY = COMPANY CODE, COST      *
      * CENTER, GL ACCOUNT AND BUDGET MONTH, CCYYMM).  ONE ROW   *
      * PER ACCOUNT PER MONTH CARRIES THE AMOUNT FINANCE         *
      * BUDGETED, SIGNED THE WAY THE LEDGER SEES IT - DEBIT      *
      * PLUS, CREDIT MINUS - SO IT COMPARES DIRECTLY WITH THE    *
      * RELEASED GLFEED LINES.  ABCBDLOD LOADS AND RELOADS THE   *
      * ROWS FROM FINANCE'S BUDGET FILE; THE MONTHLY BUDGET-     *
      * VERSUS-ACTUAL RUN (ABCBVA) READS THEM.                   *
      *----------------------------------------------------------*
       01  BUDGET-MASTER-RECORD.
           05  BM-BUDGET-KEY.
               10  BM-COMPANY-CODE     PIC X(04).
               10  BM-COST-CENTER      PIC X(06).
               10  BM-ACCOUNT-NUMBER   PIC X(10).
               10  BM-BUDGET-MONTH.
                   15  BM-BUDGET-YEAR  PIC 9(04).
                   15  BM-BUDGET-MM    PIC 9(02).
           05  BM-BUDGET-AMOUNT        PIC S9(11)V99.
           05  BM-LOADED-DATE          PIC X(08).
           05  BM-LOAD-COUNT           PIC 9(03).
           05  FILLER                  PIC X(10).
