      *****************************************************************
      *  DEPT-NREG-TABLE                                             *
      *  IN-MEMORY COPY OF THE DEPTNO NUMBER REGISTRY, LOADED AT      *
      *  START-UP BY EVERY PROGRAM THAT EDITS A NEW DEPARTMENT, SO AN *
      *  ADD CAN BE CHECKED AGAINST THE CODE'S DIVISION, STATUS, AND  *
      *  COOLING-OFF DATE WITHOUT RE-READING THE FILE.  THE REGISTRY  *
      *  IS IN ASCENDING DEPTNO ORDER AND IS PROBED WITH SEARCH ALL.  *
      *  NG-MAX-ENTRIES IS EVERY CODE THE RANGE SCHEME CAN EXPRESS (36*
      *  LEADING CHARACTERS BY 00 THRU 99); LOADERS CHECK IT AND ABEND*
      *  RATHER THAN OVERFLOW.                                        *
      *****************************************************************
       01  DEPT-NREG-TABLE.
           05  NG-MAX-ENTRIES          PIC 9(05) COMP VALUE 3600.
           05  NG-ENTRY-COUNT          PIC 9(05) COMP.
           05  NG-ENTRY
                   OCCURS 1 TO 3600 TIMES
                   DEPENDING ON NG-ENTRY-COUNT
                   ASCENDING KEY IS NG-DEPTNO
                   INDEXED BY NG-IDX.
               10  NG-DEPTNO           PIC X(03).
               10  NG-DIVISION         PIC X(03).
               10  NG-STATUS           PIC X(01).
                   88  NG-STATUS-AVAILABLE VALUE 'F'.
                   88  NG-STATUS-RESERVED  VALUE 'R'.
                   88  NG-STATUS-ACTIVE    VALUE 'A'.
                   88  NG-STATUS-RETIRED   VALUE 'X'.
               10  NG-REUSE-DATE       PIC X(08).
