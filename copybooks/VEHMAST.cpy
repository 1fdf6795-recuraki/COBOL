      *----------------------------------------------------------*
      * VEHMAST - DISPATCH VEHICLE MASTER.  ONE ROW PER VEHICLE, *
      * NAMING THE NODE PAIR (ROUTE) IT RUNS AND, FOR UP TO FIVE *
      * CONTAINER TYPES, HOW MANY OF THAT TYPE IT CARRIES WHEN   *
      * LOADED WITH NOTHING ELSE.  A MIXED LOAD TAKES EACH TYPE  *
      * AS ITS SHARE OF THAT CAPACITY, SO A VEHICLE RATED FOR    *
      * FOUR CT40 OR EIGHT CT20 IS FULL WITH TWO OF EACH.  A     *
      * TYPE NOT NAMED ON THE ROW IS ONE THE VEHICLE CANNOT      *
      * TAKE.  ABCDPLAN LOADS EACH VEHICLE ON A ROUTE IN THE     *
      * ORDER THE ROWS APPEAR.                                   *
      *----------------------------------------------------------*
       01  VEHICLE-MASTER-RECORD.
           05  VM-VEHICLE-ID           PIC X(06).
           05  VM-ROUTE-NODE-A         PIC 9(02).
           05  VM-ROUTE-NODE-B         PIC 9(02).
           05  VM-CAPACITY-ENTRY       OCCURS 5 TIMES.
               10  VM-CONTAINER-TYPE   PIC X(04).
               10  VM-CAPACITY         PIC 9(04).

       01  WS-VEHMAST-FILE-STATUS      PIC X(02).
       01  WS-VEHMAST-EOF-SW           PIC X(01) VALUE "N".
           88  WS-VEHMAST-EOF                  VALUE "Y".

       01  VEHICLE-TABLE.
           05  VT-ENTRY-COUNT          PIC 9(03) COMP VALUE ZERO.
           05  VT-ENTRY                OCCURS 200 TIMES.
               10  VT-VEHICLE-ID       PIC X(06).
               10  VT-ROUTE-NODE-A     PIC 9(02).
               10  VT-ROUTE-NODE-B     PIC 9(02).
               10  VT-CAPACITY-ENTRY   OCCURS 5 TIMES.
                   15  VT-CONTAINER-TYPE PIC X(04).
                   15  VT-CAPACITY     PIC 9(04) COMP-3.
               10  VT-FILL             PIC 9(01)V9(06) COMP-3.
               10  VT-LOAD-COUNT       PIC 9(05) COMP-3.
               10  VT-CONTAINER-COUNT  PIC 9(07) COMP-3.

       01  VT-LOOKUP-SUB               PIC 9(03) COMP VALUE ZERO.
