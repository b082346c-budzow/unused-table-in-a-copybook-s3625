      *****************************************************************
      *  DEPT-SPAN-RPT-REC                                           *
      *  ONE PRINT LINE OF THE SPAN-OF-CONTROL REPORT.  DEPARTMENT    *
      *  LINES CARRY THE DEPTNO, ITS ADMRDEPT AND MGRNO; MANAGER      *
      *  LINES CARRY THE MGRNO AND HOW MANY DEPARTMENTS IT RUNS.      *
      *  BOTH SHOW CHILD DEPARTMENTS, DIRECT EMPLOYEES, DIRECT SPAN   *
      *  (THE TWO ADDED), DEPTH FROM THE TOP OF THE ADMRDEPT CHAIN    *
      *  AND THE NUMBER OF LAYERS FROM THERE DOWN, THEN THE           *
      *  THRESHOLDS BROKEN.  HEADING LINES PUT THE COLUMN TITLES IN   *
      *  OD-COUNT-TITLES.                                             *
      *****************************************************************
       01  DEPT-SPAN-RPT-REC.
           05  OD-RANK                 PIC X(05).
           05  FILLER                  PIC X(02).
           05  OD-KEY                  PIC X(06).
           05  FILLER                  PIC X(02).
           05  OD-NAME                 PIC X(30).
           05  FILLER                  PIC X(02).
           05  OD-ADMRDEPT             PIC X(03).
           05  FILLER                  PIC X(02).
           05  OD-MGRNO                PIC X(06).
           05  FILLER                  PIC X(02).
           05  OD-COUNT-TITLES         PIC X(35).
           05  OD-COUNTS REDEFINES OD-COUNT-TITLES.
               10  OD-DEPT-COUNT       PIC ZZ9.
               10  FILLER              PIC X(02).
               10  OD-CHILD-COUNT      PIC ZZZ9.
               10  FILLER              PIC X(02).
               10  OD-EMP-COUNT        PIC ZZZZZ9.
               10  FILLER              PIC X(02).
               10  OD-SPAN             PIC ZZZZZ9.
               10  FILLER              PIC X(02).
               10  OD-DEPTH            PIC ZZ9.
               10  FILLER              PIC X(02).
               10  OD-LAYERS           PIC ZZ9.
           05  FILLER                  PIC X(02).
           05  OD-FLAGS                PIC X(34).
           05  FILLER                  PIC X(01).
