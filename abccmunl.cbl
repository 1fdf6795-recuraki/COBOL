      *                 FOR THE JOBS THAT STILL CONSUME THE FLAT *
      *                 COPY WHILE THE LOOKUP PROGRAMS MOVE TO   *
      *                 DIRECT READS AGAINST THE KEYED FILE.     *
      * 2026-10-15  DH  CARRIES THE NEW CREDIT LIMIT AND CREDIT- *
      *                 HOLD FIELDS.                             *
      * 2026-10-15  DH  CARRIES THE RETURNED-MAIL ADDRESS FLAG   *
      *                 TO THE FLAT MASTER.                      *
      * 2026-10-15  DH  CARRIES THE NEW NAME TITLE, MIDDLE       *
      *                 INITIAL AND SUFFIX FIELDS OF THE         *
      *                 120-BYTE MASTER.                         *
      * 2026-10-15  DH  CARRIES THE NEW BILLING CYCLE DAY.       *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           MOVE CMK-ADDRESS-LINE-2     TO CM-ADDRESS-LINE-2.
           MOVE CMK-POSTAL-CODE        TO CM-POSTAL-CODE.
           MOVE CMK-DELIVERY-PREF      TO CM-DELIVERY-PREF.
           MOVE CMK-CREDIT-LIMIT       TO CM-CREDIT-LIMIT.
           MOVE CMK-CREDIT-HOLD        TO CM-CREDIT-HOLD.
           MOVE CMK-ADDRESS-STATUS     TO CM-ADDRESS-STATUS.
           MOVE CMK-NAME-TITLE         TO CM-NAME-TITLE.
           MOVE CMK-MIDDLE-INITIAL     TO CM-MIDDLE-INITIAL.
           MOVE CMK-NAME-SUFFIX        TO CM-NAME-SUFFIX.
           MOVE CMK-BILLING-CYCLE-DAY  TO CM-BILLING-CYCLE-DAY.
           WRITE CUSTOMER-MASTER-RECORD.
           ADD 1 TO WS-CT-PROCESSED-COUNT.

