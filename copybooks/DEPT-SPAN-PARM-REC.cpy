      *****************************************************************
      *  DEPT-SPAN-PARM-REC                                          *
      *  CARD-IMAGE RUN PARAMETER FOR THE SPAN-OF-CONTROL REPORT.     *
      *  SC-MAX-SPAN IS THE MOST DIRECT REPORTS (CHILD DEPARTMENTS    *
      *  PLUS DIRECT EMPLOYEES) A DEPARTMENT OR MANAGER MAY HAVE      *
      *  (BLANK DEFAULTS TO 12).  SC-MAX-DEPTH IS THE DEEPEST LEVEL A *
      *  DEPARTMENT MAY SIT BELOW THE TOP OF ITS ADMRDEPT CHAIN,      *
      *  COUNTING THE TOP AS LEVEL 1 (BLANK DEFAULTS TO 6).           *
      *  SC-MAX-MGR-DEPTS IS THE MOST DEPARTMENTS ONE MGRNO MAY RUN   *
      *  AT ONCE (BLANK DEFAULTS TO 1).                               *
      *****************************************************************
       01  DEPT-SPAN-PARM-REC.
           05  SC-MAX-SPAN             PIC X(03).
           05  SC-MAX-SPAN-N REDEFINES SC-MAX-SPAN
                                       PIC 9(03).
           05  SC-MAX-DEPTH            PIC X(02).
           05  SC-MAX-DEPTH-N REDEFINES SC-MAX-DEPTH
                                       PIC 9(02).
           05  SC-MAX-MGR-DEPTS        PIC X(02).
           05  SC-MAX-MGR-DEPTS-N REDEFINES SC-MAX-MGR-DEPTS
                                       PIC 9(02).
           05  FILLER                  PIC X(73).
