      *                 ALREADY ON THE KEYED MASTER IS REJECTED  *
      *                 AND COUNTED, SO A DOUBLE-LOADED EXTRACT  *
      *                 CANNOT SILENTLY OVERLAY GOOD RECORDS.    *
      * 2026-10-15  DH  CARRIES THE NEW CREDIT LIMIT AND CREDIT- *
      *                 HOLD FIELDS.  A FLAT RECORD WRITTEN      *
      *                 BEFORE THE LIMIT EXISTED (SPACES) LOADS  *
      *                 WITH A ZERO LIMIT - NO LIMIT SET.        *
      * 2026-10-15  DH  LOADS THE RETURNED-MAIL ADDRESS FLAG     *
      *                 FROM THE FLAT MASTER.                    *
      * 2026-10-15  DH  CARRIES THE NEW NAME TITLE, MIDDLE       *
      *                 INITIAL AND SUFFIX FIELDS OF THE         *
      *                 120-BYTE MASTER.                         *
      * 2026-10-15  DH  CARRIES THE NEW BILLING CYCLE DAY.       *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           MOVE CM-ADDRESS-LINE-2      TO CMK-ADDRESS-LINE-2.
           MOVE CM-POSTAL-CODE         TO CMK-POSTAL-CODE.
           MOVE CM-DELIVERY-PREF       TO CMK-DELIVERY-PREF.
           IF CM-CREDIT-LIMIT IS NUMERIC
               MOVE CM-CREDIT-LIMIT    TO CMK-CREDIT-LIMIT
           ELSE
               MOVE ZERO               TO CMK-CREDIT-LIMIT
           END-IF.
           MOVE CM-CREDIT-HOLD         TO CMK-CREDIT-HOLD.
           MOVE CM-ADDRESS-STATUS      TO CMK-ADDRESS-STATUS.
           MOVE CM-NAME-TITLE          TO CMK-NAME-TITLE.
           MOVE CM-MIDDLE-INITIAL      TO CMK-MIDDLE-INITIAL.
           MOVE CM-NAME-SUFFIX         TO CMK-NAME-SUFFIX.
           MOVE CM-BILLING-CYCLE-DAY   TO CMK-BILLING-CYCLE-DAY.

           WRITE CUSTOMER-KEYED-RECORD.
           IF WS-CUSTKSD-FILE-STATUS = "00"
