      *----------------------------------------------------------*
      * VALSTAT - ONE ACCEPTED VALUE FROM THE VALUE-SQUARING RUN *
      * (ABC145A) WITH ITS GROUP KEY AND FULL-WIDTH SQUARE, FOR  *
      * THE DISPERSION STATISTICS RUN (ABCVSTAT).  THE SQUARE    *
      * IS ALWAYS CARRIED AT THE WIDE 38-DIGIT SIZE, EXTENDED    *
      * OR NOT, SO THE STATISTICS NEVER WORK FROM A TRUNCATED    *
      * RESULT.                                                  *
      *----------------------------------------------------------*
       01  VALUE-STAT-RECORD.
           05  VS-GROUP-KEY            PIC X(08).
           05  VS-RECORD-NO            PIC 9(08).
           05  VS-VALUE                PIC 9(19).
           05  VS-SQUARE               PIC 9(38).
           05  VS-RUN-DATE             PIC X(08).
