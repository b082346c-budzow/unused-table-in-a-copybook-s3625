      *****************************************************************
      *  DEPT-BACKOUT-RPT-REC                                        *
      *  ONE PRINT LINE OF THE BACKOUT LISTING -- ONE LINE PER        *
      *  DEPARTMENT THE BACKED-OUT RUN TOUCHED.  BL-ACTION SAYS WHAT  *
      *  COMPENSATING TRANSACTION WAS BUILT (CHANGE, RE-ADD, CLOSE)   *
      *  OR WHY NONE WAS (HELD, NO-NET).  THE VALUE COLUMNS ARE THE   *
      *  DEPARTMENT AS IT STOOD BEFORE THE RUN -- WHAT THE BACKOUT    *
      *  PUTS BACK, OR FOR A HELD LINE WHAT IT WOULD HAVE PUT BACK.   *
      *  THE SAME LAYOUT CARRIES THE HEADING LINES.                   *
      *****************************************************************
       01  DEPT-BACKOUT-RPT-REC.
           05  BL-DEPTNO               PIC X(03).
           05  FILLER                  PIC X(02).
           05  BL-ACTION               PIC X(08).
           05  FILLER                  PIC X(02).
           05  BL-DEPTNAME             PIC X(36).
           05  FILLER                  PIC X(02).
           05  BL-MGRNO                PIC X(06).
           05  FILLER                  PIC X(02).
           05  BL-ADMRDEPT             PIC X(03).
           05  FILLER                  PIC X(02).
           05  BL-LOCATION             PIC X(16).
           05  FILLER                  PIC X(02).
           05  BL-COSTCTR              PIC X(06).
           05  FILLER                  PIC X(02).
           05  BL-BUDGCODE             PIC X(04).
           05  FILLER                  PIC X(02).
           05  BL-REASON               PIC X(40).
