      *----------------------------------------------------------*
      * PLOTREG - PLOT SUBDIVISION REGISTER.                     *
      * PLOT-SPLIT-RECORD IS ONE AREA SPLIT APPLIED THROUGH      *
      * ABC116A TO A NAMED PARENT PLOT: THE PARENT'S AREA, THE   *
      * NUMBER OF EQUAL CHILD PLOTS AND THE AREA OF EACH, AND    *
      * THE REMAINDER THE SPLIT COULD NOT DIVIDE.  ABC116A       *
      * APPENDS ONE ROW PER ACCEPTED SPLIT TO PLOTSPLT.          *
      * PLOT-REGISTER-RECORD IS ONE PLOT ON ABCPLREG'S CARRY-    *
      * FORWARD REGISTER: ITS PARENT (SPACES FOR AN ORIGINAL     *
      * PARCEL), THE ORIGINAL PARCEL IT DESCENDS FROM, ITS AREA, *
      * HOW IT CAME ABOUT AND WHETHER IT IS STILL ACTIVE OR HAS  *
      * BEEN RETIRED BY A SPLIT OF ITS OWN.                      *
      *----------------------------------------------------------*
       01  PLOT-SPLIT-RECORD.
           05  PD-PARENT-ID            PIC X(12).
           05  PD-PARENT-AREA          PIC 9(08).
           05  PD-CHILD-COUNT          PIC 9(02).
           05  PD-CHILD-AREA           PIC 9(08).
           05  PD-REMAINDER            PIC 9(08).
           05  PD-RUN-DATE             PIC X(08).
           05  PD-RUN-ID               PIC X(14).

       01  PLOT-REGISTER-RECORD.
           05  PG-PLOT-ID              PIC X(12).
           05  PG-PARENT-ID            PIC X(12).
           05  PG-ORIGIN-ID            PIC X(12).
           05  PG-AREA                 PIC 9(08).
           05  PG-PLOT-TYPE            PIC X(01).
               88  PG-ORIGINAL                 VALUE "O".
               88  PG-CHILD                    VALUE "C".
               88  PG-REMAINDER-PLOT           VALUE "R".
           05  PG-STATUS               PIC X(01).
               88  PG-ACTIVE                   VALUE "A".
               88  PG-RETIRED                  VALUE "R".
           05  PG-CREATED-DATE         PIC X(08).
           05  PG-RETIRED-DATE         PIC X(08).

       01  WS-PLOTSPLT-FILE-STATUS     PIC X(02).
