      *----------------------------------------------------------*
      * CHGCTL - CUSTOMER CHANGE FEED CONTROL FILE, CARRIED      *
      * FORWARD BY ABCCHGFD FROM NIGHT TO NIGHT:                 *
      *   S  ONE ROW - THE LAST FEED SEQUENCE NUMBER ISSUED AND  *
      *      THE DATE OF THE LAST FEED;                          *
      *   R  ONE ROW PER RECEIVER - THE HIGHEST SEQUENCE IT HAS  *
      *      ACKNOWLEDGED, THE DATE OF THAT ACKNOWLEDGMENT, AND  *
      *      THE DELIVERY DEADLINE (HHMM) THE FEED IS            *
      *      REGISTERED UNDER WITH THE DISTRIBUTION MANAGER.     *
      * A RECEIVER IS ADDED BY ADDING ITS R ROW WITH SEQUENCE    *
      * ZERO.                                                    *
      *                                                          *
      * CHANGE-FEED-ACK-RECORD IS ONE ACKNOWLEDGMENT RETURNED BY *
      * A RECEIVER: EVERY SEQUENCE UP TO AND INCLUDING CK-ACK-   *
      * THRU HAS BEEN APPLIED ON ITS SIDE.                       *
      *----------------------------------------------------------*
       01  CHANGE-FEED-CONTROL-ROW.
           05  CC-ROW-TYPE             PIC X(01).
               88  CC-SEQUENCE-ROW             VALUE "S".
               88  CC-RECEIVER-ROW             VALUE "R".
           05  CC-RECEIVER             PIC X(08).
           05  CC-SEQUENCE             PIC 9(09).
           05  CC-DATE                 PIC X(08).
           05  CC-DEADLINE-HHMM        PIC X(04).
           05  FILLER                  PIC X(10).

       01  CHANGE-FEED-ACK-RECORD.
           05  CK-RECEIVER             PIC X(08).
           05  CK-ACK-THRU             PIC X(09).
           05  CK-ACK-THRU-N           REDEFINES CK-ACK-THRU
                                       PIC 9(09).
           05  FILLER                  PIC X(23).
