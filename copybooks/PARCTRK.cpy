      *----------------------------------------------------------*
      * PARCTRK - PARCEL DELIVERY TRACKING.                      *
      * PARCEL-EVENT-RECORD IS ONE CARRIER SCAN EVENT, AS THE    *
      * CARRIER SENDS IT, KEYED BY THE 30-BYTE PARCEL ID THAT    *
      * ABC109A PRINTS ON THE ZONE MANIFEST.  THE DETAIL FIELD   *
      * CARRIES THE SIGNATORY ON A DELIVERY AND THE REASON ON AN *
      * EXCEPTION.  MF IS NEVER SENT BY THE CARRIER - THE        *
      * TRACKING RUN WRITES IT TO THE HISTORY WHEN THE PARCEL    *
      * FIRST APPEARS ON A MANIFEST.                             *
      * PARCEL-HISTORY-RECORD IS THE EVENT AS LOGGED, STAMPED    *
      * WITH THE TRACKING RUN THAT ACCEPTED IT.                  *
      * PARCEL-STATUS-RECORD IS THE CARRY-FORWARD POSITION OF    *
      * ONE MANIFESTED PARCEL, REWRITTEN EVERY TRACKING RUN,     *
      * NAMING THE CARRIER IT WAS MANIFESTED TO.                 *
      *----------------------------------------------------------*
       01  PARCEL-EVENT-RECORD.
           05  PE-PARCEL-ID            PIC X(30).
           05  PE-EVENT-CODE           PIC X(02).
               88  PE-MANIFESTED               VALUE "MF".
               88  PE-PICKED-UP                VALUE "PU".
               88  PE-IN-TRANSIT               VALUE "IT".
               88  PE-DELIVERED                VALUE "DL".
               88  PE-EXCEPTION                VALUE "EX".
               88  PE-CARRIER-EVENT            VALUE "PU" "IT" "DL"
                                                     "EX".
           05  PE-EVENT-DATE           PIC X(08).
           05  PE-EVENT-DATE-N         REDEFINES PE-EVENT-DATE
                                       PIC 9(08).
           05  PE-EVENT-TIME           PIC X(04).
           05  PE-EVENT-TIME-N         REDEFINES PE-EVENT-TIME
                                       PIC 9(04).
           05  PE-LOCATION             PIC X(20).
           05  PE-DETAIL               PIC X(20).

       01  PARCEL-HISTORY-RECORD.
           05  PH-EVENT                PIC X(84).
           05  PH-RUN-ID               PIC X(14).

       01  PARCEL-STATUS-RECORD.
           05  PS-PARCEL-ID            PIC X(30).
           05  PS-ZONE                 PIC X(02).
           05  PS-MANIFEST-DATE        PIC X(08).
           05  PS-DUE-DATE             PIC X(08).
           05  PS-STATUS               PIC X(01).
               88  PS-MANIFESTED               VALUE "M".
               88  PS-PICKED-UP                VALUE "P".
               88  PS-IN-TRANSIT               VALUE "T".
               88  PS-DELIVERED                VALUE "D".
               88  PS-EXCEPTION                VALUE "E".
           05  PS-LAST-EVENT-DATE      PIC X(08).
           05  PS-LAST-EVENT-TIME      PIC X(04).
           05  PS-LAST-LOCATION        PIC X(20).
           05  PS-DELIVERED-DATE       PIC X(08).
           05  PS-DELIVERED-TIME       PIC X(04).
           05  PS-SIGNED-BY            PIC X(20).
           05  PS-EVENT-COUNT          PIC 9(03).
           05  PS-CARRIER-ID           PIC X(04).

       01  WS-SCANEVT-FILE-STATUS      PIC X(02).
       01  WS-PARCHIST-FILE-STATUS     PIC X(02).
       01  WS-PARCSTAT-FILE-STATUS     PIC X(02).
