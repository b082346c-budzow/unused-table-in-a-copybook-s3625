      *****************************************************************
      *  DEPT-NUMBER-REG-REC                                         *
      *  ONE RECORD OF THE DEPTNO NUMBER REGISTRY (DEPTNREG), ONE PER *
      *  CODE, IN ASCENDING DEPTNO ORDER.  EACH CODE BELONGS TO THE   *
      *  TOP-LEVEL DIVISION WHOSE RANGE IT WAS GRANTED IN AND CARRIES *
      *  ITS STATUS: AVAILABLE, RESERVED (HANDED OUT BUT NOT YET ON   *
      *  DEPT1), ACTIVE (ON DEPT1), OR RETIRED (CLOSED OFF DEPT1).  A *
      *  RETIRED CODE KEEPS ITS RETIRE DATE AND THE FIRST DATE IT MAY *
      *  BE ADDED AGAIN, SO A CLOSED DEPARTMENT'S PAYROLL HISTORY IS  *
      *  NOT PICKED UP BY A NEW ONE.  THE REUSE DATE STAYS ON THE CODE*
      *  IF IT IS RESERVED AGAIN.  DATES ARE YYYYMMDD.  ONLY DEPTNRNG *
      *  WRITES THE REGISTRY; THE POSTING STREAMS EDIT ADDS AGAINST   *
      *  IT.                                                          *
      *****************************************************************
       01  DEPT-NUMBER-REG-REC.
           05  NR-DEPTNO               PIC X(03).
           05  NR-DIVISION             PIC X(03).
           05  NR-STATUS               PIC X(01).
               88  NR-STATUS-AVAILABLE     VALUE 'F'.
               88  NR-STATUS-RESERVED      VALUE 'R'.
               88  NR-STATUS-ACTIVE        VALUE 'A'.
               88  NR-STATUS-RETIRED       VALUE 'X'.
           05  NR-STATUS-DATE          PIC X(08).
           05  NR-RETIRE-DATE          PIC X(08).
           05  NR-REUSE-DATE           PIC X(08).
           05  NR-RESERVED-BY          PIC X(08).
           05  NR-RESERVED-REF         PIC X(20).
           05  FILLER                  PIC X(21).
