      *      (71:4)  BUDGCODE                                         *
      *  RJ-TRANCODE HOLDS THE INCOMING TRANSACTION CODE WHERE THE    *
      *  SOURCE RECORD HAS ONE (SPACES FOR THE HR UPSERT FEED).       *
      *  RJ-PACKAGE-ID CARRIES A MAINTENANCE TRANSACTION'S PACKAGE ID *
      *  SO A SUSPENDED PACKAGE CAN BE REQUEUED AS A PACKAGE.         *
      *****************************************************************
       01  DEPT-REJECT-REC.
           05  RJ-DEPTNO               PIC X(03).
           05  FILLER                  PIC X(02).
           05  RJ-REASON-TEXT          PIC X(40).
           05  RJ-TRANCODE             PIC X(01).
           05  RJ-PACKAGE-ID           PIC X(06).
