      *  PROGRAM THAT WRITES MORE THAN ONCE (RERUN) IS REPRESENTED    *
      *  BY ITS LAST ROW.  COUNTS THAT DO NOT APPLY TO A PROGRAM ARE  *
      *  ZERO.  THE DEPT1 ROW COUNTS ARE TAKEN BY THE PROGRAM ITSELF  *
      *  AT START AND END OF ITS RUN.  RC-RECORDS-HELD COUNTS         *
      *  TRANSACTIONS SET ASIDE FOR A SECOND USERID'S APPROVAL        *
      *  INSTEAD OF POSTING (DEPTMNT), OR THE WHOLE INPUT FILE WHEN   *
      *  THE VOLUME CHECK HELD THE RUN (MAIN, DEPTUPST).              *
      *  RC-VOLUME-CHECK AND RC-DEPT1-CHANGE-PCT ARE SET BY MAIN AND  *
      *  DEPTUPST ONLY: THE OUTCOME OF THE PRE-POSTING VOLUME CHECK   *
      *  AND THE SHARE OF DEPT1 ROWS THE FILE WOULD CHANGE, IN        *
      *  PERCENT (CAPPED AT 99.9).  BOTH ARE SPACES WHEN THE FILE WAS *
      *  NOT MEASURED (RESTART RUN, OTHER PROGRAMS, OLDER ROWS).      *
      *****************************************************************
       01  DEPT-RUN-CONTROL-REC.
           05  RC-PROGRAM              PIC X(08).
               88  RC-MODE-TRIAL           VALUE 'T'.
               88  RC-MODE-FULL-EXTRACT    VALUE 'F'.
               88  RC-MODE-DELTA-EXTRACT   VALUE 'D'.
           05  RC-RECORDS-HELD         PIC 9(09).
           05  RC-VOLUME-CHECK         PIC X(01).
               88  RC-VOLUME-IN-RANGE      VALUE 'P'.
               88  RC-VOLUME-NO-HISTORY    VALUE 'N'.
               88  RC-VOLUME-OVERRIDDEN    VALUE 'O'.
               88  RC-VOLUME-HELD          VALUE 'H'.
               88  RC-VOLUME-OUT-TRIAL     VALUE 'X'.
           05  RC-DEPT1-CHANGE-PCT     PIC 9(02)V9.
