      *----------------------------------------------------------*
      * ZONEHIST - DAILY ZONE VOLUME HISTORY.  ABC109A APPENDS   *
      * ONE ROW FOR EVERY ZONE TRAILER IT WRITES ON THE MANIFEST *
      * (ONE PER ZONE PER CARRIER PER RUN), SO A ZONE'S VOLUME   *
      * FOR A DAY IS THE SUM OF ITS ROWS FOR THAT DATE.  A ZONE  *
      * WITH NO PARCELS ON A DAY THE DEPOT RAN HAS NO ROW.       *
      * ABCZFCST READS THE FILE TO FORECAST EACH ZONE'S VOLUME.  *
      *----------------------------------------------------------*
       01  ZONE-HISTORY-RECORD.
           05  ZH-RUN-DATE             PIC X(08).
           05  ZH-ZONE                 PIC X(02).
           05  ZH-CARRIER              PIC X(04).
           05  ZH-PARCELS              PIC 9(07).

       01  WS-ZONEHIST-FILE-STATUS     PIC X(02).
