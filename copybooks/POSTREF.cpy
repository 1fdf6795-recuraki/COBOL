      *----------------------------------------------------------*
      * POSTREF - POSTAL REFERENCE TABLE.  ONE ROW PER FIVE-     *
      * DIGIT POSTAL CODE GIVES THE CITY AND STATE THE POST      *
      * OFFICE DELIVERS THAT CODE TO.  A MASTER ADDRESS PASSES   *
      * WHEN ITS POSTAL CODE IS 99999 OR 99999-9999, THE FIRST   *
      * FIVE DIGITS ARE ON THIS TABLE, AND ADDRESS LINE 2 READS  *
      * "CITY ST" OR "CITY, ST" FOR THE ROW'S CITY AND STATE.    *
      * THE FILE IS MAINTAINED FROM THE POSTAL SERVICE'S CODE    *
      * LIST AND NEED NOT BE IN ANY ORDER.                       *
      *----------------------------------------------------------*
       01  POSTAL-REFERENCE-RECORD.
           05  PR-POSTAL-CODE          PIC X(05).
           05  PR-CITY                 PIC X(20).
           05  PR-STATE                PIC X(02).

       01  WS-POSTREF-FILE-STATUS      PIC X(02).
       01  WS-POSTREF-EOF-SW           PIC X(01) VALUE "N".
           88  WS-POSTREF-EOF                  VALUE "Y".

       01  POSTAL-REFERENCE-TABLE.
           05  PRT-ENTRY-COUNT         PIC 9(05) COMP VALUE ZERO.
           05  PRT-ENTRY               OCCURS 5000 TIMES.
               10  PRT-POSTAL-CODE     PIC X(05).
               10  PRT-CITY            PIC X(20).
               10  PRT-STATE           PIC X(02).

       01  PRT-LOOKUP-SUB              PIC 9(05) COMP VALUE ZERO.
       01  PRT-FOUND-SW                PIC X(01) VALUE "N".
           88  PRT-CODE-FOUND                  VALUE "Y".
