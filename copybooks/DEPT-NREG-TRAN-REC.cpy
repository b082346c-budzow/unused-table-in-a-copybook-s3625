      *****************************************************************
      *  DEPT-NREG-TRAN-REC                                          *
      *  ONE CARD FOR THE NUMBER REGISTRY RUN (DEPTNRNG).             *
      *    G  GRANT THE RANGE NT-DEPTNO THRU NT-TO-DEPTNO TO DIVISION *
      *       NT-DIVISION.  BOTH ENDS ARE ONE LEADING CHARACTER AND   *
      *       TWO DIGITS, THE SAME LEADING CHARACTER (E.G. D20 THRU   *
      *       D49).  CODES THE DIVISION ALREADY HOLDS ARE LEFT ALONE. *
      *    Q  REQUEST THE NEXT FREE CODE IN NT-DIVISION'S RANGES FOR  *
      *       NT-USERID; NT-REFERENCE SAYS WHAT IT IS FOR.            *
      *    R  RESERVE THE PARTICULAR CODE NT-DEPTNO IN NT-DIVISION.   *
      *    U  RELEASE THE RESERVATION ON NT-DEPTNO.                   *
      *****************************************************************
       01  DEPT-NREG-TRAN-REC.
           05  NT-TRANCODE             PIC X(01).
               88  NT-TRAN-GRANT           VALUE 'G'.
               88  NT-TRAN-REQUEST         VALUE 'Q'.
               88  NT-TRAN-RESERVE         VALUE 'R'.
               88  NT-TRAN-RELEASE         VALUE 'U'.
           05  FILLER                  PIC X(01).
           05  NT-DIVISION             PIC X(03).
           05  FILLER                  PIC X(01).
           05  NT-DEPTNO               PIC X(03).
           05  FILLER                  PIC X(01).
           05  NT-TO-DEPTNO            PIC X(03).
           05  FILLER                  PIC X(01).
           05  NT-USERID               PIC X(08).
           05  FILLER                  PIC X(01).
           05  NT-REFERENCE            PIC X(20).
           05  FILLER                  PIC X(37).
