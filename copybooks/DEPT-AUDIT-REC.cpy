      *  DEPT-AUDIT-REC                                              *
      *  ONE LINE PER FIELD CHANGED AGAINST DEPT1 BY THE MAINTENANCE  *
      *  TRANSACTION, SHOWING WHO MADE THE CHANGE, WHEN, AND THE      *
      *  BEFORE/AFTER VALUES.  AU-APPROVER-ID IS THE SECOND USERID    *
      *  THAT SIGNED OFF A CLOSE, REASSIGN, OR MANAGER CHANGE UNDER   *
      *  THE TWO-PERSON RULE; IT IS BLANK ON EVERY OTHER LINE.        *
      *****************************************************************
       01  DEPT-AUDIT-REC.
           05  AU-DEPTNO                PIC X(03).
           05  AU-OLD-VALUE             PIC X(36).
           05  FILLER                   PIC X(02).
           05  AU-NEW-VALUE             PIC X(36).
           05  FILLER                   PIC X(02).
           05  AU-APPROVER-ID           PIC X(08).
