      *----------------------------------------------------------*
      * VOLBOOK - BOOK-VERSUS-MEASURED STORAGE VOLUME.           *
      * VOLUME-MOVEMENT-RECORD IS ONE RECEIPT (R) INTO OR ISSUE  *
      * (I) OUT OF A STORAGE LOCATION, AT ABC140A'S CONDITION-   *
      * CORRECTED VOLUME, APPENDED BY ABC140A FOR EVERY ACCEPTED *
      * TRANSACTION THAT NAMES ITS LOCATION.                     *
      * VOLUME-BALANCE-RECORD IS ABCSHRK'S CARRY-FORWARD BOOK    *
      * BALANCE PER LOCATION AND COMMODITY CLASS, WITH THE DATE  *
      * OF THE LAST PHYSICAL MEASUREMENT RECONCILED AGAINST IT.  *
      * VOLUME-MEASURE-RECORD IS ONE PHYSICAL MEASUREMENT OF     *
      * WHAT IS ACTUALLY IN A LOCATION FOR A CLASS ON A DATE.    *
      *----------------------------------------------------------*
       01  VOLUME-MOVEMENT-RECORD.
           05  VB-LOCATION             PIC X(06).
           05  VB-COMMODITY-CLASS      PIC X(02).
           05  VB-MOVE-CODE            PIC X(01).
               88  VB-RECEIPT                  VALUE "R".
               88  VB-ISSUE                    VALUE "I".
           05  VB-VOLUME               PIC 9(18).
           05  VB-RUN-DATE             PIC X(08).

       01  VOLUME-BALANCE-RECORD.
           05  VL-LOCATION             PIC X(06).
           05  VL-COMMODITY-CLASS      PIC X(02).
           05  VL-BOOK-VOLUME          PIC S9(18).
           05  VL-LAST-MEASURED-DATE   PIC X(08).

       01  VOLUME-MEASURE-RECORD.
           05  VQ-LOCATION             PIC X(06).
           05  VQ-COMMODITY-CLASS      PIC X(02).
           05  VQ-MEASURED-VOLUME      PIC 9(18).
           05  VQ-MEASURE-DATE         PIC X(08).

       01  WS-VOLMOVE-FILE-STATUS      PIC X(02).
