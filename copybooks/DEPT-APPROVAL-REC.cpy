      *****************************************************************
      *  DEPT-APPROVAL-REC                                           *
      *  ONE ITEM OF THE TWO-PERSON APPROVAL QUEUE.  DEPTMNT HOLDS    *
      *  EVERY CLOSE, REASSIGN, AND MANAGER CHANGE KEYED WITHOUT A    *
      *  SECOND SIGNATURE IN THIS LAYOUT (AQ-QUEUE-NO ZERO); THE      *
      *  APPROVAL RUN (DEPTAPRV) NUMBERS IT, FILES IT ON THE PENDING- *
      *  APPROVAL MASTER, AND WHEN A DIFFERENT USERID APPROVES IT     *
      *  RELEASES IT BACK TO DEPTMNT -- STILL IN THIS LAYOUT, WITH    *
      *  THE APPROVER IN AQ-DISPOSED-BY.  AQ-TRANSACTION IS THE HELD  *
      *  DEPT-MAINT-TRAN-REC IMAGE, BYTE FOR BYTE, SO THE KEYER'S     *
      *  USERID TRAVELS IN ITS MT-USERID.  AQ-QUEUE-NO IS THE DATE    *
      *  THE ITEM WAS QUEUED (YYYYMMDD) FOLLOWED BY A FOUR-DIGIT      *
      *  SEQUENCE WITHIN THAT NIGHT, SO A NUMBER IS NEVER REUSED.     *
      *****************************************************************
       01  DEPT-APPROVAL-REC.
           05  AQ-QUEUE-NO             PIC 9(12).
           05  AQ-STATUS-CODE          PIC X(01).
               88  AQ-STATUS-PENDING       VALUE 'P'.
               88  AQ-STATUS-APPROVED      VALUE 'A'.
               88  AQ-STATUS-DECLINED      VALUE 'D'.
               88  AQ-STATUS-EXPIRED       VALUE 'X'.
           05  AQ-HELD-DATE            PIC X(08).
           05  AQ-DISPOSED-BY          PIC X(08).
           05  AQ-DISPOSED-DATE        PIC X(08).
           05  AQ-COMMENT              PIC X(40).
           05  AQ-TRANSACTION          PIC X(90).
           05  FILLER                  PIC X(03).
