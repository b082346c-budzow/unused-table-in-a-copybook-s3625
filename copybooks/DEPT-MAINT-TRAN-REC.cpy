      *  NEW ONE; THE OTHER FIELDS ARE UNUSED.  ON A CHANGE, A BLANK  *
      *  FIELD MEANS NO CHANGE, SO THE SENTINEL *NONE* IN MT-MGRNO    *
      *  IS HOW A MANAGER SLOT IS EXPLICITLY VACATED.                  *
      *  MT-PACKAGE-ID TIES THE MEMBERS OF ONE REORGANIZATION PACKAGE *
      *  TOGETHER; THEY MUST ARRIVE TOGETHER, IN POSTING ORDER, AND   *
      *  THEY POST ALL TOGETHER OR NOT AT ALL.  BLANK FOR A STAND-    *
      *  ALONE TRANSACTION.                                           *
      *  MT-SOURCE-FLAG IS 'B' ON A RE-ADD WRITTEN BY THE BACKOUT     *
      *  PROGRAM DEPTBKOT TO PUT BACK A DEPARTMENT CLOSED IN ERROR;   *
      *  IT IS BLANK ON EVERY OTHER TRANSACTION.                      *
      *****************************************************************
       01  DEPT-MAINT-TRAN-REC.
           05  MT-TRANCODE             PIC X(01).
           05  MT-USERID                PIC X(08).
           05  MT-COSTCTR               PIC X(06).
           05  MT-BUDGCODE              PIC X(04).
           05  MT-PACKAGE-ID            PIC X(06).
           05  MT-SOURCE-FLAG           PIC X(01).
               88  MT-SOURCE-BACKOUT        VALUE 'B'.
