      *****************************************************************
      *  DEPT-GL-COSTCTR-REC                                         *
      *  ONE RECORD OF THE GENERAL LEDGER'S COST-CENTER LIST          *
      *  (DEPTGLCC), CUT BY FINANCE IN ASCENDING COST-CENTER ORDER.   *
      *  A DEPT1 COSTCTR IS RECOGNIZED FOR ALLOCATION ONLY WHEN IT IS *
      *  ON THIS FILE AND OPEN; A CLOSED COST CENTER CAN NO LONGER    *
      *  TAKE AN ALLOCATION.                                          *
      *****************************************************************
       01  DEPT-GL-COSTCTR-REC.
           05  GC-COSTCTR              PIC X(06).
           05  GC-STATUS               PIC X(01).
               88  GC-STATUS-OPEN          VALUE 'O'.
               88  GC-STATUS-CLOSED        VALUE 'C'.
           05  GC-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(43).
