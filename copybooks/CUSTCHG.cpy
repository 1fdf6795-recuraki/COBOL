      *----------------------------------------------------------*
      * CUSTCHG - CUSTOMER MASTER CHANGE EVENT.  EVERY PROGRAM   *
      * THAT ADDS, CHANGES, DELETES, MERGES OR RESTORES A        *
      * CUSTOMER MASTER RECORD APPENDS ONE EVENT PER APPLIED     *
      * UPDATE, AFTER THE MASTER I/O HAS SUCCEEDED:              *
      *   A  ADD      - BEFORE-IMAGE SPACES                      *
      *   C  CHANGE                                              *
      *   D  DELETE   - AFTER-IMAGE SPACES                       *
      *   M  MERGE    - THE RETIRED CUSTOMER, WITH THE SURVIVOR  *
      *                 IN CE-RELATED-ID                         *
      *   R  RESTORE  - BEFORE-IMAGE SPACES WHEN THE RESTORE     *
      *                 RE-CREATED A DELETED RECORD              *
      * BOTH IMAGES ARE THE FULL 120-BYTE MASTER RECORD IN THE   *
      * CUSTKSD LAYOUT.  THE NIGHTLY CHANGE-FEED PUBLISHER       *
      * (ABCCHGFD) NUMBERS THE EVENTS AND SENDS THEM TO THE      *
      * DOWNSTREAM RECEIVERS, THEN CUTS THE FILE OFF EMPTY.      *
      *----------------------------------------------------------*
       01  CUSTOMER-CHANGE-EVENT.
           05  CE-EVENT-TYPE           PIC X(01).
               88  CE-EVENT-ADD                VALUE "A".
               88  CE-EVENT-CHANGE             VALUE "C".
               88  CE-EVENT-DELETE             VALUE "D".
               88  CE-EVENT-MERGE              VALUE "M".
               88  CE-EVENT-RESTORE            VALUE "R".
           05  CE-CUSTOMER-ID          PIC X(06).
           05  CE-RELATED-ID           PIC X(06).
           05  CE-PROGRAM-ID           PIC X(08).
           05  CE-EVENT-STAMP          PIC X(14).
           05  CE-BEFORE-IMAGE         PIC X(120).
           05  CE-AFTER-IMAGE          PIC X(120).

       01  WS-CUSTCHG-FILE-STATUS      PIC X(02).
