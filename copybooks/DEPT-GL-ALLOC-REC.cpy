      *****************************************************************
      *  DEPT-GL-ALLOC-REC                                           *
      *  RECORD LAYOUT OF THE ALLOCATION-BASIS INTERFACE FILE SENT TO *
      *  THE GENERAL LEDGER (DEPTGLIF) AT MONTH-END.  ONE 'H' HEADER  *
      *  RECORD NAMES THE PERIOD; ONE 'D' DETAIL RECORD PER COST      *
      *  CENTER AND BUDGET CODE CARRIES THE ACTIVE HEADCOUNT TO       *
      *  ALLOCATE OVERHEAD BY, IN COST-CENTER ORDER; ONE 'T' TRAILER  *
      *  RECORD CARRIES THE CONTROL TOTALS.  THE GL CHECKS THE DETAIL *
      *  COUNT AND HEADCOUNT TOTAL AGAINST THE DETAIL RECORDS; THE    *
      *  UNALLOCATED HEADCOUNT PLUS THE HEADCOUNT TOTAL EQUALS THE    *
      *  ACTIVE EMPLOYEES ON THE EMPLOYEE MASTER, SO NOBODY IS LOST.  *
      *****************************************************************
       01  DEPT-GL-ALLOC-REC.
           05  GA-REC-TYPE             PIC X(01).
               88  GA-TYPE-HEADER          VALUE 'H'.
               88  GA-TYPE-DETAIL          VALUE 'D'.
               88  GA-TYPE-TRAILER         VALUE 'T'.
           05  GA-BODY                 PIC X(79).
           05  GA-HEADER-BODY REDEFINES GA-BODY.
               10  GA-H-SOURCE         PIC X(08).
               10  GA-H-PERIOD         PIC X(06).
               10  GA-H-PERIOD-END     PIC X(08).
               10  GA-H-CREATED-DATE   PIC X(08).
               10  FILLER              PIC X(49).
           05  GA-DETAIL-BODY REDEFINES GA-BODY.
               10  GA-D-PERIOD         PIC X(06).
               10  GA-D-COSTCTR        PIC X(06).
               10  GA-D-BUDGCODE       PIC X(04).
               10  GA-D-HEADCOUNT      PIC 9(07).
               10  FILLER              PIC X(56).
           05  GA-TRAILER-BODY REDEFINES GA-BODY.
               10  GA-T-PERIOD         PIC X(06).
               10  GA-T-DETAIL-COUNT   PIC 9(07).
               10  GA-T-HEADCOUNT-TOTAL
                                       PIC 9(09).
               10  GA-T-UNALLOC-COUNT  PIC 9(09).
               10  GA-T-ACTIVE-EMPS    PIC 9(09).
               10  FILLER              PIC X(39).
