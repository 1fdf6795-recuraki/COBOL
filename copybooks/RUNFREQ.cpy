      *----------------------------------------------------------*
      * RUNFREQ - WORK AREAS FOR DECIDING WHETHER A CONTROL CARD *
      * IS DUE ON THE RUN DATE.  THE RUN MONTH IS BUILT ONCE AS  *
      * A TABLE OF DAY TYPES (B = BUSINESS DAY, N = NOT): A DATE *
      * ON THE CALENDAR MASTER TAKES ITS ROW'S DAY TYPE, AND A   *
      * DATE WITH NO ROW IS A BUSINESS DAY MONDAY TO FRIDAY.     *
      * THE MONTH'S FIRST AND LAST BUSINESS DAYS AND THE RUN     *
      * DATE'S WEEKDAY (1 = MONDAY) ARE KEPT FOR THE CARD TEST.  *
      *----------------------------------------------------------*
       01  RUN-FREQUENCY-CALENDAR.
           05  RF-RUN-MONTH            PIC 9(02) VALUE ZERO.
               88  RF-QUARTER-END-MONTH        VALUES 3 6 9 12.
           05  RF-RUN-DAY              PIC 9(02) VALUE ZERO.
           05  RF-RUN-WEEKDAY          PIC 9(01) VALUE ZERO.
           05  RF-MONTH-DAYS           PIC 9(02) VALUE ZERO.
           05  RF-FIRST-BUS-DAY        PIC 9(02) VALUE ZERO.
           05  RF-LAST-BUS-DAY         PIC 9(02) VALUE ZERO.
           05  RF-DAY-TYPE             PIC X(01) OCCURS 31 TIMES.

       01  RF-DATE-WORK.
           05  RF-DW-YEAR              PIC 9(04).
           05  RF-DW-MONTH             PIC 9(02).
           05  RF-DW-DAY               PIC 9(02).
       01  RF-DATE-NUM                 REDEFINES RF-DATE-WORK
                                       PIC 9(08).

       01  RF-DATE-INT                 PIC 9(07) COMP VALUE ZERO.
       01  RF-MONTH-START-INT          PIC 9(07) COMP VALUE ZERO.
       01  RF-DAY-SUB                  PIC 9(02) COMP VALUE ZERO.
       01  RF-WEEKDAY-WORK             PIC 9(01) VALUE ZERO.

       01  RF-DUE-SW                   PIC X(01) VALUE "Y".
           88  RF-CARD-DUE                     VALUE "Y".
           88  RF-CARD-NOT-DUE                 VALUE "N".
       01  RF-FREQUENCY-SW             PIC X(01) VALUE "Y".
           88  RF-FREQUENCY-VALID              VALUE "Y".
           88  RF-FREQUENCY-INVALID            VALUE "N".
