      * PRINT FILES.  APPENDED IN THE SAME OPEN-EXTEND STYLE AS  *
      * THE AUDIT AND GLFEED LINES; THE YEAR'S FILES ARE         *
      * CONCATENATED FOR THE ANNUAL RUN.                         *
      * AD-AMOUNT IS THE GROSS PORTION; AD-WITHHELD IS THE PART  *
      * OF IT HELD BACK UNDER BACKUP WITHHOLDING (ZERO WHEN THE  *
      * BENEFICIARY'S TAX ID IS CERTIFIED), SO THE BENEFICIARY   *
      * WAS PAID AD-AMOUNT LESS AD-WITHHELD.  LINES WRITTEN      *
      * BEFORE THE FIELD WAS ADDED ARE 33 BYTES AND READ BACK    *
      * WITH AD-WITHHELD BLANK - READERS TREAT THAT AS ZERO.     *
      *----------------------------------------------------------*
       01  APPORTION-DETAIL-RECORD.
           05  AD-ACCOUNT              PIC X(06).
           05  AD-BENEFICIARY          PIC X(06).
           05  AD-AMOUNT               PIC S9(11)V99.
           05  AD-RUN-DATE             PIC X(08).
           05  AD-WITHHELD             PIC S9(11)V99.

       01  WS-APPDTL-FILE-STATUS       PIC X(02).
