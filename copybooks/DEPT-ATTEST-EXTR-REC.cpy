      *****************************************************************
      *  DEPT-ATTEST-EXTR-REC                                         *
      *  ONE RECORD OF THE QUARTERLY CERTIFICATION EXTRACT.  THE FILE *
      *  IS IN MGRNO ORDER AND EACH MANAGER'S EXTRACT IS ONE GROUP:   *
      *  AN M RECORD NAMING THE MANAGER AND THE RESPONSE DUE DATE,    *
      *  THEN FOR EACH DEPARTMENT THE MANAGER RUNS A D RECORD (THE    *
      *  DEPT1 VALUES TO BE CERTIFIED), ONE C RECORD PER DEPARTMENT   *
      *  WHOSE ADMRDEPT IS THAT DEPARTMENT, AND ONE E RECORD PER      *
      *  ACTIVE EMPLOYEE EMPMAST SHOWS IN IT AS WORKDEPT.  THE        *
      *  QUARTER, MGRNO, AND DEPTNO REPEAT ON EVERY RECORD SO THE     *
      *  FILE CAN BE SPLIT INTO ONE DOCUMENT PER MANAGER.             *
      *****************************************************************
       01  DEPT-ATTEST-EXTR-REC.
           05  AE-QUARTER              PIC X(06).
           05  AE-MGRNO                PIC X(06).
           05  AE-RECORD-TYPE          PIC X(01).
               88  AE-TYPE-MANAGER         VALUE 'M'.
               88  AE-TYPE-DEPARTMENT      VALUE 'D'.
               88  AE-TYPE-CHILD           VALUE 'C'.
               88  AE-TYPE-EMPLOYEE        VALUE 'E'.
           05  AE-DEPTNO               PIC X(03).
           05  AE-BODY                 PIC X(80).
           05  AE-MANAGER-BODY REDEFINES AE-BODY.
               10  AE-MGR-NAME         PIC X(28).
               10  AE-DUE-DATE         PIC X(08).
               10  AE-DEPT-COUNT       PIC 9(03).
               10  FILLER              PIC X(41).
           05  AE-DEPARTMENT-BODY REDEFINES AE-BODY.
               10  AE-DEPTNAME         PIC X(36).
               10  AE-ADMRDEPT         PIC X(03).
               10  AE-LOCATION         PIC X(16).
               10  AE-COSTCTR          PIC X(06).
               10  AE-BUDGCODE         PIC X(04).
               10  AE-HEADCOUNT        PIC 9(05).
               10  FILLER              PIC X(10).
           05  AE-CHILD-BODY REDEFINES AE-BODY.
               10  AE-CHILD-DEPTNO     PIC X(03).
               10  AE-CHILD-DEPTNAME   PIC X(36).
               10  AE-CHILD-MGRNO      PIC X(06).
               10  FILLER              PIC X(35).
           05  AE-EMPLOYEE-BODY REDEFINES AE-BODY.
               10  AE-EMPNO            PIC X(06).
               10  AE-EMP-LASTNAME     PIC X(15).
               10  AE-EMP-FIRSTNME     PIC X(12).
               10  FILLER              PIC X(47).
           05  FILLER                  PIC X(04).
