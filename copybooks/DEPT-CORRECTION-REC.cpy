      *  ADMRDEPT, LOCATION, COSTCTR, BUDGCODE, OR TRANCODE) AND      *
      *  CR-NEW-VALUE CARRIES THE REPLACEMENT VALUE, LEFT-JUSTIFIED.  *
      *  SEVERAL CARDS MAY NAME THE SAME SUSPENSE RECORD TO FIX MORE  *
      *  THAN ONE FIELD.  FIELD NAME PACKAGE REPLACES (OR BLANKS) THE *
      *  REORGANIZATION PACKAGE ID; FIELD NAME REQUEUE FIXES NOTHING  *
      *  AND JUST SENDS THE RECORD BACK OUT AS IT STANDS.             *
      *****************************************************************
       01  DEPT-CORRECTION-REC.
           05  CR-DEPTNO               PIC X(03).
