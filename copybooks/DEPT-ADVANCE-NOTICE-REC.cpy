      *****************************************************************
      *  DEPT-ADVANCE-NOTICE-REC                                     *
      *  RECORD LAYOUT FOR THE NIGHTLY ADVANCE-NOTICE FEED OF         *
      *  SCHEDULED DEPARTMENT CHANGES TO PAYROLL AND FACILITIES,      *
      *  WRITTEN BY DEPTADVN FROM THE PENDING MASTER.  ONE RECORD     *
      *  PER PENDING TRANSACTION EFFECTIVE WITHIN THE LOOK-AHEAD      *
      *  WINDOW, PLUS ONE PER ITEM NOTICED LAST NIGHT THAT HAS SINCE  *
      *  BEEN WITHDRAWN OR DEFERRED PAST THE WINDOW.  AN-NOTICE-      *
      *  STATUS SAYS WHAT CHANGED SINCE THE LAST NOTICE.  THE BEFORE  *
      *  VALUES ARE THE DEPARTMENT AS DEPT1 STANDS TONIGHT (SPACES    *
      *  FOR AN ADD); THE AFTER VALUES ARE THE DEPARTMENT AS IT WILL  *
      *  STAND ON AN-EFF-DATE (SPACES FOR A CLOSE).  ON A REASSIGN    *
      *  (TRANCODE R) EVERY DEPARTMENT ADMINISTERED BY AN-DEPTNO      *
      *  MOVES UNDER THE AFTER ADMRDEPT; ONLY THE ADMRDEPT COLUMNS    *
      *  ARE FILLED.  AN-PRIOR-EFF-DATE IS THE DATE LAST NOTICED      *
      *  WHEN AN AMENDMENT MOVED IT.  DATES ARE YYYYMMDD.             *
      *****************************************************************
       01  DEPT-ADVANCE-NOTICE-REC.
           05  AN-NOTICE-STATUS        PIC X(01).
               88  AN-STATUS-NEW           VALUE 'N'.
               88  AN-STATUS-AMENDED       VALUE 'A'.
               88  AN-STATUS-UNCHANGED     VALUE 'U'.
               88  AN-STATUS-WITHDRAWN     VALUE 'W'.
           05  AN-TRANCODE             PIC X(01).
               88  AN-TRAN-ADD             VALUE 'A'.
               88  AN-TRAN-CHANGE          VALUE 'C'.
               88  AN-TRAN-CLOSE           VALUE 'D'.
               88  AN-TRAN-REASSIGN        VALUE 'R'.
           05  AN-DEPTNO               PIC X(03).
           05  AN-EFF-DATE             PIC X(08).
           05  AN-PACKAGE-ID           PIC X(06).
           05  AN-BEFORE-VALUES.
               10  AN-BEFORE-DEPTNAME  PIC X(36).
               10  AN-BEFORE-MGRNO     PIC X(06).
               10  AN-BEFORE-ADMRDEPT  PIC X(03).
               10  AN-BEFORE-LOCATION  PIC X(16).
               10  AN-BEFORE-COSTCTR   PIC X(06).
               10  AN-BEFORE-BUDGCODE  PIC X(04).
           05  AN-AFTER-VALUES.
               10  AN-AFTER-DEPTNAME   PIC X(36).
               10  AN-AFTER-MGRNO      PIC X(06).
               10  AN-AFTER-ADMRDEPT   PIC X(03).
               10  AN-AFTER-LOCATION   PIC X(16).
               10  AN-AFTER-COSTCTR    PIC X(06).
               10  AN-AFTER-BUDGCODE   PIC X(04).
           05  AN-NOTICE-DATE          PIC X(08).
           05  AN-PRIOR-EFF-DATE       PIC X(08).
           05  FILLER                  PIC X(03).
