      *                 ALONGSIDE THE MONTH-TO-DATE FEE          *
      *                 POSITION, WHICH ALONE HAD STOOD IN FOR   *
      *                 IT.                                      *
      * 2026-10-15  DH  SHOWS THE CUSTOMER'S COLLECTIONS         *
      *                 POSITION AND LATEST COLLECTION NOTE FROM *
      *                 THE KEYED COLLECTIONS ACCOUNT FILE       *
      *                 (COLLKSD): COLLECTOR, LAST ACTIVITY,     *
      *                 OUTCOME, NEXT-ACTION DATE AND NOTE.      *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS CMK-CUSTOMER-ID
               FILE STATUS IS WS-CUSTKSD-FILE-STATUS.

           SELECT COLLECTION-KSD
               ASSIGN TO COLLKSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLK-CUSTOMER-ID
               FILE STATUS IS WS-COLLKSD-FILE-STATUS.

           SELECT HIERARCHY-IN
               ASSIGN TO CUSTHIER
               ORGANIZATION IS LINE SEQUENTIAL
       FD  CUSTOMER-KSD.
       COPY CUSTKSD.

       FD  COLLECTION-KSD.
       COPY COLLKSD.

       FD  HIERARCHY-IN
           RECORDING MODE IS F.
       01  HIERARCHY-IN-REC            PIC X(12).
       01  WS-USERPROF-FILE-STATUS     PIC X(02).
       01  WS-SESSLOG-FILE-STATUS      PIC X(02).
       01  WS-CUSTKSD-FILE-STATUS      PIC X(02).
       01  WS-COLLKSD-FILE-STATUS      PIC X(02).
       01  WS-COLLKSD-OPEN-SW          PIC X(01) VALUE "N".
           88  WS-COLLKSD-OPEN                 VALUE "Y".
       01  WS-PASTDUE-DISP             PIC -(11)9.99.
       01  WS-DISPI-FILE-STATUS        PIC X(02).
       01  WS-MTDI-FILE-STATUS         PIC X(02).

               THRU 1200-EXIT.

           OPEN INPUT CUSTOMER-KSD.
           OPEN INPUT COLLECTION-KSD.
           IF WS-COLLKSD-FILE-STATUS = "00"
               SET WS-COLLKSD-OPEN     TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

               THRU 2600-EXIT.
           PERFORM 2700-SHOW-YTD-POSITION
               THRU 2700-EXIT.
           PERFORM 2800-SHOW-COLLECTION-NOTE
               THRU 2800-EXIT.
       2000-EXIT.
           EXIT.

       2710-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LATEST COLLECTIONS ACTIVITY FROM THE KEYED COLLECTIONS   *
      * ACCOUNT FILE: WHO HAS THE ACCOUNT, THE LAST CONTACT AND  *
      * NOTE, AND WHEN THE COLLECTOR MEANS TO ACT NEXT.          *
      *----------------------------------------------------------*
       2800-SHOW-COLLECTION-NOTE.
           IF NOT WS-COLLKSD-OPEN
               DISPLAY "COLLECTIONS.: (NONE ON FILE)" UPON CRT
               GO TO 2800-EXIT
           END-IF.

           MOVE WS-INQUIRY-ID          TO CLK-CUSTOMER-ID.
           READ COLLECTION-KSD.
           IF WS-COLLKSD-FILE-STATUS NOT = "00"
               DISPLAY "COLLECTIONS.: (NONE ON FILE)" UPON CRT
               GO TO 2800-EXIT
           END-IF.

           IF CLK-ACCOUNT-ACTIVE
               MOVE CLK-PASTDUE-AMOUNT TO WS-PASTDUE-DISP
               DISPLAY "COLLECTIONS.: ACTIVE, COLLECTOR "
                   CLK-COLLECTOR-ID " PAST DUE"
                   WS-PASTDUE-DISP UPON CRT
           ELSE
               DISPLAY "COLLECTIONS.: RESOLVED, LAST COLLECTOR "
                   CLK-COLLECTOR-ID UPON CRT
           END-IF.
           IF CLK-LAST-ACTIVITY-DATE = SPACES
               DISPLAY "LAST NOTE...: (NO ACTIVITY RECORDED)"
                   UPON CRT
           ELSE
               DISPLAY "LAST NOTE...: " CLK-LAST-ACTIVITY-DATE
                   " BY " CLK-LAST-ACTIVITY-BY
                   " CONTACT " CLK-LAST-CONTACT
                   " OUTCOME " CLK-LAST-OUTCOME
                   " NEXT ACTION " CLK-NEXT-ACTION-DATE UPON CRT
               DISPLAY "             " CLK-LAST-NOTE UPON CRT
           END-IF.
       2800-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * EVERY UNMASKED DISPLAY OF CUSTOMER DATA IS LOGGED - WHO  *
      * SAW IT AND WHEN - AS THE DATA-PROTECTION REVIEW ASKED.   *
      *----------------------------------------------------------*
       9000-TERMINATE.
           CLOSE CUSTOMER-KSD.
           IF WS-COLLKSD-OPEN
               CLOSE COLLECTION-KSD
           END-IF.
           DISPLAY " " UPON CRT.
           DISPLAY "ABCC360 SESSION ENDED." UPON CRT.
       9000-EXIT.
