      *                 MANIFESTED PARCEL MISSING FROM THE       *
      *                 INVOICE EACH GET A CLAIM LINE, TOTALED   *
      *                 INTO THE CLAIM REPORT WE SEND BACK.      *
      * 2026-10-15  DH  THE CARRIER RATE FILE NOW HOLDS EVERY    *
      *                 CONTRACTED CARRIER BY SERVICE LEVEL AND  *
      *                 ZONE.  THE AUDIT COVERS ONE CARRIER -    *
      *                 NAMED ON THE NEW CARRIER CARD, OR THE    *
      *                 DEFAULT CARRIER - USING ONLY THAT        *
      *                 CARRIER'S MANIFEST LINES, PRICED AT ITS  *
      *                 OWN RATE FOR EACH PARCEL'S ZONE AND      *
      *                 SERVICE LEVEL.                           *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRATE-FILE-STATUS.

           SELECT CARRIER-CARD-IN
               ASSIGN TO CARRCARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRCARD-FILE-STATUS.

           SELECT CLAIM-REPORT-OUT
               ASSIGN TO CARAURPT
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  CARRIER-RATE-IN
           RECORDING MODE IS F.
       01  CARRIER-RATE-IN-REC         PIC X(17).

       FD  CARRIER-CARD-IN
           RECORDING MODE IS F.
       01  CARRIER-CARD-IN-REC         PIC X(80).

       FD  CLAIM-REPORT-OUT
           RECORDING MODE IS F.
       WORKING-STORAGE SECTION.
       COPY RUNSTAMP.
       COPY RPTHDFT.
       COPY CARRATE.
       01  WS-ZONEMAN-FILE-STATUS      PIC X(02).
       01  WS-CARRINV-FILE-STATUS      PIC X(02).
       01  WS-CARRCARD-FILE-STATUS     PIC X(02).

      *----------------------------------------------------------*
      * THE CARRIER WHOSE INVOICE IS BEING AUDITED, FROM THE     *
      * CARRIER CARD (COLUMNS 1-4) OR, WITH NO CARD, THE DEFAULT *
      * CARRIER.  ONLY ITS MANIFEST LINES AND RATES ARE USED.    *
      *----------------------------------------------------------*
       01  WS-AUDIT-CARRIER            PIC X(04) VALUE SPACES.
       01  WS-CURRENT-LEVEL            PIC X(01) VALUE SPACE.

       01  WS-ZONEMAN-EOF-SW           PIC X(01) VALUE "N".
           88  WS-ZONEMAN-EOF                  VALUE "Y".
       01  WS-CARRINV-EOF-SW           PIC X(01) VALUE "N".
           88  WS-CARRINV-EOF                  VALUE "Y".

      *----------------------------------------------------------*
      * THE MANIFEST POSITION REBUILT FROM THE PRINT-STYLE       *
      * MANIFEST FILE: ZONE HEADERS SET THE CURRENT ZONE, EACH   *
      * INDENTED DETAIL LINE IS A PARCEL IN THAT ZONE, SHIPPED   *
      * BY THE CARRIER IN COLUMNS 41-44 AT THE SERVICE LEVEL IN  *
      * COLUMN 46.                                               *
      *----------------------------------------------------------*
       01  WS-MANIFEST-TABLE.
           05  WS-MAN-COUNT            PIC 9(04) COMP VALUE ZERO.
           05  WS-MAN-ENTRY            OCCURS 1000 TIMES.
               10  WS-MN-PARCEL        PIC X(30).
               10  WS-MN-ZONE          PIC X(02).
               10  WS-MN-LEVEL         PIC X(01).
               10  WS-MN-BILLED-SW     PIC X(01).

       01  WS-MAN-SUB                  PIC 9(04) COMP VALUE ZERO.
       01  WS-MAN-MATCH                PIC 9(04) COMP VALUE ZERO.
       01  WS-CURRENT-ZONE             PIC X(02) VALUE SPACES.

       01  WS-CORRECT-RATE             PIC 9(07)V99 COMP-3
                                       VALUE ZERO.
       01  WS-RATE-FOUND-SW            PIC X(01) VALUE "N".
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:14) TO WS-RUN-ID.
           MOVE WS-RUNSTAMP-CURRENT-DATE(1:8)  TO WS-RUN-DATE.

           PERFORM 1300-LOAD-CARRIER-RATES
               THRU 1300-EXIT.
           PERFORM 1400-READ-CARRIER-CARD
               THRU 1400-EXIT.

           MOVE SPACES                 TO RPT-ST-TEXT.
           STRING "CARRIER INVOICE AUDIT AND CLAIMS - CARRIER "
               WS-AUDIT-CARRIER
               DELIMITED BY SIZE INTO RPT-ST-TEXT.
           STRING WS-RUN-DATE(5:2) "/" WS-RUN-DATE(7:2) "/"
               WS-RUN-DATE(1:4)
               DELIMITED BY SIZE INTO WS-RPT-DATE.

           PERFORM 1200-LOAD-MANIFESTS
               THRU 1200-EXIT.

           OPEN INPUT CARRIER-INVOICE-IN.
           IF WS-CARRINV-FILE-STATUS = "35"
                       WHEN ZONE-MANIFEST-IN-REC(1:2) = SPACES
                           AND ZONE-MANIFEST-IN-REC(3:30)
                               NOT = SPACES
                           AND (ZONE-MANIFEST-IN-REC(41:4)
                               = WS-AUDIT-CARRIER
                           OR (ZONE-MANIFEST-IN-REC(41:4) = SPACES
                               AND WS-AUDIT-CARRIER
                                   = WS-DEFAULT-CARRIER))
                           PERFORM 1220-ADD-MANIFEST-PARCEL
                               THRU 1220-EXIT
                   END-EVALUATE
                   TO WS-MN-PARCEL(WS-MAN-COUNT)
               MOVE WS-CURRENT-ZONE
                   TO WS-MN-ZONE(WS-MAN-COUNT)
               MOVE ZONE-MANIFEST-IN-REC(46:1)
                   TO WS-MN-LEVEL(WS-MAN-COUNT)
               IF WS-MN-LEVEL(WS-MAN-COUNT) = SPACE
                   MOVE "S" TO WS-MN-LEVEL(WS-MAN-COUNT)
               END-IF
               MOVE "N" TO WS-MN-BILLED-SW(WS-MAN-COUNT)
           ELSE
               DISPLAY "ABCCARAU **** MANIFEST TABLE FULL - "

      *----------------------------------------------------------*
       1310-LOAD-RATE-ROW.
           READ CARRIER-RATE-IN INTO CARRIER-RATE-RECORD
               AT END
                   SET WS-CARRATE-EOF TO TRUE
               NOT AT END
                   IF CR-DEFAULT-CARRIER
                       MOVE CR-CARRIER-ID TO WS-DEFAULT-CARRIER
                   END-IF
                   IF CRT-ENTRY-COUNT < 300
                       ADD 1 TO CRT-ENTRY-COUNT
                       MOVE CR-CARRIER-ID
                           TO CRT-CARRIER-ID(CRT-ENTRY-COUNT)
                       MOVE CR-SERVICE-LEVEL
                           TO CRT-SERVICE-LEVEL(CRT-ENTRY-COUNT)
                       MOVE CR-ZONE
                           TO CRT-ZONE(CRT-ENTRY-COUNT)
                       MOVE CR-RATE
                           TO CRT-RATE(CRT-ENTRY-COUNT)
                   END-IF
           END-READ.
       1310-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * NAMES THE CARRIER BEING AUDITED; WITH NO CARD THE        *
      * DEFAULT CARRIER'S INVOICE IS ASSUMED.                    *
      *----------------------------------------------------------*
       1400-READ-CARRIER-CARD.
           MOVE WS-DEFAULT-CARRIER     TO WS-AUDIT-CARRIER.
           OPEN INPUT CARRIER-CARD-IN.
           IF WS-CARRCARD-FILE-STATUS = "35"
               GO TO 1400-EXIT
           END-IF.
           READ CARRIER-CARD-IN
               AT END
                   CONTINUE
               NOT AT END
                   IF CARRIER-CARD-IN-REC(1:4) NOT = SPACES
                       MOVE CARRIER-CARD-IN-REC(1:4)
                           TO WS-AUDIT-CARRIER
                   END-IF
           END-READ.
           CLOSE CARRIER-CARD-IN.
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ONE INVOICE LINE AGAINST THE MANIFEST POSITION.          *
      *----------------------------------------------------------*
                   MOVE "Y" TO WS-MN-BILLED-SW(WS-MAN-MATCH)
                   MOVE WS-MN-ZONE(WS-MAN-MATCH)
                       TO WS-CURRENT-ZONE
                   MOVE WS-MN-LEVEL(WS-MAN-MATCH)
                       TO WS-CURRENT-LEVEL
                   PERFORM 2400-FIND-ZONE-RATE
                       THRU 2400-EXIT
                   COMPUTE WS-CLAIM-AMOUNT =
               WHEN OTHER
                   MOVE "Y" TO WS-MN-BILLED-SW(WS-MAN-MATCH)
                   MOVE CI-ZONE        TO WS-CURRENT-ZONE
                   MOVE WS-MN-LEVEL(WS-MAN-MATCH)
                       TO WS-CURRENT-LEVEL
                   PERFORM 2400-FIND-ZONE-RATE
                       THRU 2400-EXIT
                   IF WS-RATE-FOUND
           MOVE ZERO                   TO WS-CORRECT-RATE.
           PERFORM 2410-SCAN-ZONE-RATE
               THRU 2410-EXIT
               VARYING CRT-LOOKUP-SUB FROM 1 BY 1
               UNTIL CRT-LOOKUP-SUB > CRT-ENTRY-COUNT
               OR WS-RATE-FOUND.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------*
       2410-SCAN-ZONE-RATE.
           IF CRT-CARRIER-ID(CRT-LOOKUP-SUB) = WS-AUDIT-CARRIER
               AND CRT-ZONE(CRT-LOOKUP-SUB) = WS-CURRENT-ZONE
               AND CRT-SERVICE-LEVEL(CRT-LOOKUP-SUB)
                   = WS-CURRENT-LEVEL
               MOVE CRT-RATE(CRT-LOOKUP-SUB) TO WS-CORRECT-RATE
               SET WS-RATE-FOUND TO TRUE
           END-IF.
       2410-EXIT.
