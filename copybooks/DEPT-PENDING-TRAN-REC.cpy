      *  BLANK; THE WAREHOUSE RUN EDITS THEM, STAMPS THE ENTRY DATE,  *
      *  AND HOLDS THEM UNTIL PD-EFF-DATE, WHEN THEY ARE RELEASED     *
      *  INTO THE MAINTENANCE STREAM AHEAD OF THE NORMAL DEPTMNTX     *
      *  INPUT.  DATES ARE YYYYMMDD.  PD-PACKAGE-ID CARRIES THE       *
      *  REORGANIZATION PACKAGE ID THROUGH TO MT-PACKAGE-ID.          *
      *****************************************************************
       01  DEPT-PENDING-TRAN-REC.
           05  PD-TRANCODE             PIC X(01).
           05  PD-BUDGCODE             PIC X(04).
           05  PD-EFF-DATE             PIC X(08).
           05  PD-ENTRY-DATE           PIC X(08).
           05  PD-PACKAGE-ID           PIC X(06).
           05  FILLER                  PIC X(05).
