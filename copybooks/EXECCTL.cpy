      * TO THE REST OF THE CYCLE: S = STOP, EVERY LATER CARD IS  *
      * SKIPPED; ANYTHING ELSE = CONTINUE, ONLY DECLARED         *
      * DEPENDENTS ARE SKIPPED.                                  *
      * EC-RUN-FREQUENCY SAYS WHICH DAYS THE STEP IS DUE: D (OR  *
      * BLANK) EVERY RUN, F FIRST AND L LAST BUSINESS DAY OF THE *
      * MONTH, Q LAST BUSINESS DAY OF A QUARTER, W ONLY ON THE   *
      * WEEKDAY IN EC-RUN-WEEKDAY (1 = MONDAY ... 7 = SUNDAY).   *
      * BUSINESS DAYS COME FROM THE CALENDAR MASTER.  A STEP NOT *
      * DUE IS SETTLED AS NOT SCHEDULED, NOT SKIPPED.            *
      *----------------------------------------------------------*
       01  EXEC-CONTROL-RECORD.
           05  EC-SEQUENCE              PIC 9(03).
           05  EC-DESCRIPTION           PIC X(40).
           05  EC-PREDECESSOR           PIC 9(03).
           05  EC-ONFAIL-ACTION         PIC X(01).
           05  EC-RUN-FREQUENCY         PIC X(01).
               88  EC-RUN-DAILY                 VALUES " " "D".
               88  EC-RUN-FIRST-BUS-DAY         VALUE "F".
               88  EC-RUN-LAST-BUS-DAY          VALUE "L".
               88  EC-RUN-QUARTER-END           VALUE "Q".
               88  EC-RUN-ON-WEEKDAY            VALUE "W".
           05  EC-RUN-WEEKDAY           PIC X(01).
