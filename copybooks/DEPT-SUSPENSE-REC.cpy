      *  SORT-MERGED WITH THE NEW EXTRACT BY DX-DEPTNO -- MAIN        *
      *  ENFORCES ASCENDING DEPTNO SEQUENCE ON ITS INPUT -- WHILE     *
      *  THE DEPTMNT AND DEPTUPST REQUEUES ARE SIMPLY CONCATENATED.   *
      *  SP-PACKAGE-ID IS THE REORGANIZATION PACKAGE A DEPTMNT REJECT *
      *  BELONGED TO; IT GOES BACK OUT ON THE REQUEUED TRANSACTION.   *
      *****************************************************************
       01  DEPT-SUSPENSE-REC.
           05  SP-KEY.
           05  SP-STATUS-CODE          PIC X(01).
               88  SP-STATUS-OPEN          VALUE 'O'.
               88  SP-STATUS-REQUEUED      VALUE 'Q'.
           05  SP-PACKAGE-ID           PIC X(06).
           05  FILLER                  PIC X(02).
