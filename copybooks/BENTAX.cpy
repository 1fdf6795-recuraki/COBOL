      *----------------------------------------------------------*
      * BENTAX - BENEFICIARY TAX-STATUS RECORD.  ONE ROW PER     *
      * BENEFICIARY, KEYED LIKE THE SHARE MASTER'S BENEFICIARY,  *
      * HOLDS THE TAX ID ON FILE AND WHETHER IT HAS BEEN         *
      * CERTIFIED.  A BENEFICIARY WHOSE TAX ID IS UNCERTIFIED,   *
      * BLANK, ZERO OR NOT NUMERIC - OR WHO HAS NO ROW AT ALL -  *
      * IS SUBJECT TO BACKUP WITHHOLDING ON EVERY PORTION THE    *
      * APPORTIONMENT CALCULATOR PAYS.  THE APPORTIONMENT        *
      * PROGRAM LOADS THE FILE AT THE START OF THE RUN INTO THE  *
      * TABLE BELOW.                                             *
      *----------------------------------------------------------*
       01  BENEFICIARY-TAX-RECORD.
           05  BT-BENEFICIARY          PIC X(06).
           05  BT-TAX-ID               PIC X(09).
           05  BT-TAX-ID-N             REDEFINES BT-TAX-ID
                                       PIC 9(09).
           05  BT-TIN-STATUS           PIC X(01).
               88  BT-TIN-CERTIFIED            VALUE "C".
               88  BT-TIN-UNCERTIFIED          VALUE "U".
               88  BT-TIN-IRS-NOTICE           VALUE "B".
           05  BT-STATUS-DATE          PIC X(08).

       01  WS-BENTAX-FILE-STATUS       PIC X(02).

       01  BENEFICIARY-TAX-TABLE.
           05  BTX-ENTRY-COUNT         PIC 9(03) COMP VALUE ZERO.
           05  BTX-ENTRY               OCCURS 500 TIMES.
               10  BTX-BENEFICIARY     PIC X(06).
               10  BTX-TAX-ID          PIC X(09).
               10  BTX-TIN-STATUS      PIC X(01).
               10  BTX-WITHHOLD-SW     PIC X(01).
                   88  BTX-WITHHOLD            VALUE "Y".

       01  BTX-LOOKUP-SUB              PIC 9(03) COMP-3 VALUE ZERO.
       01  BTX-MATCH-SUB               PIC 9(03) COMP-3 VALUE ZERO.
