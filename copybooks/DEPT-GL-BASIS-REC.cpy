      *****************************************************************
      *  DEPT-GL-BASIS-REC                                           *
      *  ONE RECORD OF THE MONTH-END ALLOCATION-BASIS DETAIL FILE     *
      *  (DEPTGBAS) BEHIND THE GL INTERFACE: ONE RECORD PER DEPT1     *
      *  DEPARTMENT AS OF THE PERIOD END, IN DEPTNO ORDER, WITH ITS   *
      *  COST CENTER, BUDGET CODE AND ACTIVE HEADCOUNT, THEN ONE      *
      *  RECORD PER EMPMAST WORKDEPT VALUE THAT MATCHES NO DEPT1 ROW  *
      *  (GB-DEPTNO HOLDS THE WORKDEPT VALUE).  GB-STATUS SAYS WHETHER*
      *  THE HEADCOUNT WAS ALLOCATED OR WHY NOT.  NEXT MONTH'S RUN    *
      *  READS THIS FILE BACK TO EXPLAIN EACH COST CENTER'S CHANGE.   *
      *****************************************************************
       01  DEPT-GL-BASIS-REC.
           05  GB-PERIOD-END           PIC X(08).
           05  GB-DEPTNO               PIC X(03).
           05  GB-DEPTNAME             PIC X(36).
           05  GB-COSTCTR              PIC X(06).
           05  GB-BUDGCODE             PIC X(04).
           05  GB-HEADCOUNT            PIC 9(07).
           05  GB-STATUS               PIC X(01).
               88  GB-ALLOCATED            VALUE 'A'.
               88  GB-BLANK-COSTCTR        VALUE 'B'.
               88  GB-COSTCTR-NOT-ON-GL    VALUE 'G'.
               88  GB-COSTCTR-CLOSED       VALUE 'C'.
               88  GB-NO-DEPT1-ROW         VALUE 'N'.
           05  FILLER                  PIC X(15).
