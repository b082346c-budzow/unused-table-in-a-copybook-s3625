      *****************************************************************
      *  DEPT-ATTEST-RPT-REC                                          *
      *  ONE PRINT LINE OF THE ATTESTATION STATUS REPORT.  TONIGHT'S  *
      *  ACTIVITY COMES FIRST (RESPONSE CARDS THAT COULD NOT BE       *
      *  APPLIED, DEPARTMENTS WITH NO MANAGER TO ISSUE TO, AND ITEMS  *
      *  LEFT UNANSWERED WHEN A NEW QUARTER WAS OPENED), THEN EVERY   *
      *  ITEM ON THE MASTER BY DIVISION WITH ITS STATUS -- CERTIFIED, *
      *  DISPUTED, OVERDUE, OR PENDING -- AND A TOTALS LINE PER       *
      *  DIVISION AND FOR THE WHOLE RUN.  ON A TOTALS LINE THE        *
      *  COMMENT COLUMN CARRIES THE FOUR COUNTS.  THE SAME LAYOUT     *
      *  CARRIES THE HEADING LINES.                                   *
      *****************************************************************
       01  DEPT-ATTEST-RPT-REC.
           05  TS-DIVISION             PIC X(03).
           05  FILLER                  PIC X(02).
           05  TS-QUARTER              PIC X(06).
           05  FILLER                  PIC X(02).
           05  TS-MGRNO                PIC X(06).
           05  FILLER                  PIC X(02).
           05  TS-MGR-NAME             PIC X(28).
           05  FILLER                  PIC X(02).
           05  TS-DEPTNO               PIC X(03).
           05  FILLER                  PIC X(02).
           05  TS-STATUS-TEXT          PIC X(10).
           05  FILLER                  PIC X(02).
           05  TS-DUE-DATE             PIC X(08).
           05  FILLER                  PIC X(02).
           05  TS-RESPONSE-DATE        PIC X(08).
           05  FILLER                  PIC X(02).
           05  TS-COMMENT              PIC X(40).
           05  TS-COUNTS REDEFINES TS-COMMENT.
               10  TS-CERTIFIED-COUNT  PIC ZZZZ9.
               10  FILLER              PIC X(03).
               10  TS-DISPUTED-COUNT   PIC ZZZZ9.
               10  FILLER              PIC X(03).
               10  TS-OVERDUE-COUNT    PIC ZZZZ9.
               10  FILLER              PIC X(03).
               10  TS-PENDING-COUNT    PIC ZZZZ9.
               10  FILLER              PIC X(11).
