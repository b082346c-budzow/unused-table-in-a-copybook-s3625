      *****************************************************************
      *  DEPT-GL-VAR-RPT-REC                                         *
      *  ONE PRINT LINE OF THE MONTH-END ALLOCATION VARIANCE REPORT.  *
      *  EACH COST CENTER AND BUDGET CODE GETS A LINE WITH LAST       *
      *  MONTH'S HEADCOUNT, THIS MONTH'S, AND THE CHANGE, FOLLOWED BY *
      *  ONE LINE PER DEPARTMENT WHOSE SHARE OF IT CHANGED.  THE      *
      *  UNALLOCATED SECTION LISTS DEPARTMENTS WITH A BLANK OR        *
      *  UNRECOGNIZED COST CENTER AND EMPLOYEES WHOSE WORKDEPT HAS NO *
      *  DEPT1 ROW.  HEADING AND TOTAL LINES USE THE SAME LAYOUT, THE *
      *  COLUMN TITLES GOING IN GV-COUNT-TITLES.                      *
      *****************************************************************
       01  DEPT-GL-VAR-RPT-REC.
           05  GV-COSTCTR              PIC X(06).
           05  FILLER                  PIC X(02).
           05  GV-BUDGCODE             PIC X(04).
           05  FILLER                  PIC X(02).
           05  GV-DEPTNO               PIC X(03).
           05  FILLER                  PIC X(02).
           05  GV-TEXT                 PIC X(36).
           05  FILLER                  PIC X(02).
           05  GV-COUNT-TITLES         PIC X(28).
           05  GV-COUNTS REDEFINES GV-COUNT-TITLES.
               10  GV-PRIOR-COUNT      PIC ZZZZZZ9.
               10  FILLER              PIC X(02).
               10  GV-CURRENT-COUNT    PIC ZZZZZZ9.
               10  FILLER              PIC X(02).
               10  GV-CHANGE-COUNT     PIC -------9.
               10  FILLER              PIC X(02).
           05  FILLER                  PIC X(02).
           05  GV-NOTE                 PIC X(20).
           05  FILLER                  PIC X(01).
