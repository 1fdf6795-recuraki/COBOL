      *----------------------------------------------------------*
      * RECURKSD - RECORD LAYOUT OF THE KEYED RECURRING-BILLING  *
      * SCHEDULE MASTER (VSAM KSDS, RECORD KEY RCS-SCHEDULE-KEY  *
      * = CUSTOMER-ID PLUS A TWO-CHARACTER SCHEDULE NUMBER, SO   *
      * ONE CUSTOMER MAY CARRY SEVERAL SCHEDULES).  EACH ROW     *
      * HOLDS A TRANSACTION IN DISPATCHER LAYOUT - THE TARGET    *
      * CALCULATOR AND ITS 100-BYTE INPUT DATA - AND HOW OFTEN   *
      * IT RECURS: W WEEKLY, M MONTHLY, Q QUARTERLY, A ANNUALLY. *
      * A MONTHLY, QUARTERLY OR ANNUAL SCHEDULE FALLS DUE ON ITS *
      * ANCHOR DAY (THE DAY OF THE FIRST DUE DATE), OR ON THE    *
      * LAST DAY OF A SHORTER MONTH.  ABCRCMNT ADDS SCHEDULES    *
      * AND APPLIES SKIP AND STOP CARDS; THE DAILY GENERATOR     *
      * (ABCRECUR) WRITES EACH DUE OCCURRENCE TO THE DISPATCHER  *
      * AND ADVANCES RCS-NEXT-DUE-DATE.  A SKIP CARD ADDS ONE TO *
      * RCS-SKIP-COUNT AND THAT MANY OCCURRENCES ARE PASSED BY   *
      * UNBILLED.  AN END DATE OF SPACES MEANS OPEN-ENDED.       *
      * A STOPPED (S) OR ENDED (E) SCHEDULE STAYS ON FILE AS     *
      * HISTORY AND IS NEVER GENERATED AGAIN.                    *
      *----------------------------------------------------------*
       01  RECURRING-SCHEDULE-RECORD.
           05  RCS-SCHEDULE-KEY.
               10  RCS-CUSTOMER-ID     PIC X(06).
               10  RCS-SCHEDULE-NO     PIC X(02).
           05  RCS-PROGRAM-ID          PIC X(08).
               88  RCS-DISPATCHED-PROGRAM      VALUE "ABC110A "
                                                     "ABC113A "
                                                     "ABC116A "
                                                     "ABC118A "
                                                     "ABC120A "
                                                     "ABC124A "
                                                     "ABC127A "
                                                     "ABC129A "
                                                     "ABC134A "
                                                     "ABC135A "
                                                     "ABC136A "
                                                     "ABC140A "
                                                     "ABC143A ".
           05  RCS-INPUT-DATA          PIC X(100).
           05  RCS-FREQUENCY           PIC X(01).
               88  RCS-WEEKLY                  VALUE "W".
               88  RCS-MONTHLY                 VALUE "M".
               88  RCS-QUARTERLY               VALUE "Q".
               88  RCS-ANNUAL                  VALUE "A".
               88  RCS-FREQUENCY-VALID         VALUE "W" "M"
                                                     "Q" "A".
           05  RCS-ANCHOR-DAY          PIC 9(02).
           05  RCS-NEXT-DUE-DATE       PIC X(08).
           05  RCS-END-DATE            PIC X(08).
           05  RCS-SKIP-COUNT          PIC 9(02).
           05  RCS-STATUS              PIC X(01).
               88  RCS-SCHEDULE-ACTIVE         VALUE "A".
               88  RCS-SCHEDULE-STOPPED        VALUE "S".
               88  RCS-SCHEDULE-ENDED          VALUE "E".
           05  RCS-STATUS-DATE         PIC X(08).
           05  RCS-LAST-GEN-DATE       PIC X(08).
           05  RCS-GEN-COUNT           PIC 9(05).
           05  RCS-SET-UP-BY           PIC X(08).
           05  FILLER                  PIC X(10).
