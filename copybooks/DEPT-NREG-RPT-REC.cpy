      *****************************************************************
      *  DEPT-NREG-RPT-REC                                           *
      *  ONE PRINT LINE OF THE NUMBER REGISTRY REPORT.  TONIGHT'S     *
      *  ACTIVITY COMES FIRST -- CODES THAT WENT ACTIVE OR RETIRED    *
      *  WITH DEPT1, CODES HELD FOR PENDING ADDS, DEPT1 CODES IN NO   *
      *  DIVISION'S RANGE, AND THE RESULT OF EACH CARD -- THEN THE    *
      *  CAPACITY SECTION, ONE LINE PER DIVISION AND A TOTAL LINE.  ON*
      *  A CAPACITY LINE THE TEXT COLUMN CARRIES THE COUNTS; LEFT IS  *
      *  AVAILABLE PLUS RETIRED CODES PAST THEIR COOLING-OFF PERIOD.  *
      *  THE SAME LAYOUT CARRIES THE HEADING LINES.                   *
      *****************************************************************
       01  DEPT-NREG-RPT-REC.
           05  NX-DIVISION             PIC X(03).
           05  FILLER                  PIC X(02).
           05  NX-DEPTNO               PIC X(03).
           05  FILLER                  PIC X(02).
           05  NX-ACTION               PIC X(10).
           05  FILLER                  PIC X(02).
           05  NX-USERID               PIC X(08).
           05  FILLER                  PIC X(02).
           05  NX-DATE                 PIC X(08).
           05  FILLER                  PIC X(02).
           05  NX-TEXT                 PIC X(64).
           05  NX-COUNTS REDEFINES NX-TEXT.
               10  NX-TOTAL-COUNT      PIC ZZZZ9.
               10  FILLER              PIC X(04).
               10  NX-ACTIVE-COUNT     PIC ZZZZ9.
               10  FILLER              PIC X(04).
               10  NX-RESERVED-COUNT   PIC ZZZZ9.
               10  FILLER              PIC X(04).
               10  NX-AVAILABLE-COUNT  PIC ZZZZ9.
               10  FILLER              PIC X(04).
               10  NX-COOLING-COUNT    PIC ZZZZ9.
               10  FILLER              PIC X(04).
               10  NX-REUSABLE-COUNT   PIC ZZZZ9.
               10  FILLER              PIC X(04).
               10  NX-LEFT-COUNT       PIC ZZZZ9.
               10  FILLER              PIC X(05).
