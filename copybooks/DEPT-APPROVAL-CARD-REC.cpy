      *****************************************************************
      *  DEPT-APPROVAL-CARD-REC                                      *
      *  CARD-IMAGE APPROVAL OR DECLINE OF ONE ITEM ON THE TWO-PERSON *
      *  APPROVAL QUEUE.  AC-QUEUE-NO IS THE NUMBER PRINTED ON THE    *
      *  APPROVAL LISTING; AC-DEPTNO MUST MATCH THE QUEUED ITEM SO A  *
      *  MISTYPED QUEUE NUMBER CANNOT APPROVE THE WRONG DEPARTMENT.   *
      *  AC-USERID IS THE APPROVER AND MUST NOT BE THE USERID THAT    *
      *  KEYED THE TRANSACTION.  AC-COMMENT IS PASSED BACK TO THE     *
      *  KEYER ON A DECLINE.                                          *
      *****************************************************************
       01  DEPT-APPROVAL-CARD-REC.
           05  AC-QUEUE-NO             PIC 9(12).
           05  AC-DEPTNO               PIC X(03).
           05  AC-ACTION               PIC X(01).
               88  AC-ACTION-APPROVE       VALUE 'A'.
               88  AC-ACTION-DECLINE       VALUE 'D'.
           05  AC-USERID               PIC X(08).
           05  AC-COMMENT              PIC X(40).
           05  FILLER                  PIC X(16).
