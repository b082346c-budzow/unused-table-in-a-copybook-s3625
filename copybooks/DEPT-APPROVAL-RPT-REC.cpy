      *****************************************************************
      *  DEPT-APPROVAL-RPT-REC                                       *
      *  ONE PRINT LINE OF THE APPROVAL-QUEUE LISTING.  EVERY ITEM    *
      *  THE APPROVAL RUN TOUCHES IS LISTED WITH WHAT HAPPENED TO IT  *
      *  TONIGHT (NEW, PENDING, APPROVED, DECLINED, EXPIRED), AND A   *
      *  CARD THAT COULD NOT BE APPLIED IS LISTED AS CARD REJ WITH    *
      *  THE REASON IN THE COMMENT COLUMN.  THE SAME LAYOUT CARRIES   *
      *  THE HEADING LINES.                                           *
      *****************************************************************
       01  DEPT-APPROVAL-RPT-REC.
           05  AL-QUEUE-NO             PIC X(12).
           05  FILLER                  PIC X(02).
           05  AL-STATUS-TEXT          PIC X(08).
           05  FILLER                  PIC X(02).
           05  AL-TRANCODE             PIC X(01).
           05  FILLER                  PIC X(02).
           05  AL-DEPTNO               PIC X(03).
           05  FILLER                  PIC X(02).
           05  AL-KEYER-ID             PIC X(08).
           05  FILLER                  PIC X(02).
           05  AL-DISPOSED-BY          PIC X(08).
           05  FILLER                  PIC X(02).
           05  AL-HELD-DATE            PIC X(08).
           05  FILLER                  PIC X(02).
           05  AL-DAYS-HELD            PIC ZZZ9.
           05  FILLER                  PIC X(02).
           05  AL-COMMENT              PIC X(40).
