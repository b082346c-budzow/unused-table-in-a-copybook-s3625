      *****************************************************************
      *  DEPT-PACKAGE-RPT-REC                                        *
      *  ONE PRINT LINE OF THE REORGANIZATION PACKAGE REPORT.  EACH   *
      *  PACKAGE OPENS WITH A SUMMARY LINE (PK-MEMBER-STATUS          *
      *  *PACKAGE*, PK-MEMBER-NO THE MEMBER COUNT) THAT NAMES THE     *
      *  BLOCKING MEMBER AND ITS REASON WHEN THE PACKAGE DID NOT GO   *
      *  THROUGH, FOLLOWED BY ONE LINE PER MEMBER IN INPUT ORDER.     *
      *  THE PACKAGE ID AND PACKAGE STATUS REPEAT ON EVERY LINE SO    *
      *  THE REPORT CAN BE SORTED OR SCANNED BY PACKAGE.  THE SAME    *
      *  LAYOUT CARRIES THE HEADING LINES.                            *
      *****************************************************************
       01  DEPT-PACKAGE-RPT-REC.
           05  PK-PACKAGE-ID           PIC X(06).
           05  FILLER                  PIC X(02).
           05  PK-PACKAGE-STATUS       PIC X(09).
           05  FILLER                  PIC X(02).
           05  PK-MEMBER-NO            PIC ZZ9.
           05  FILLER                  PIC X(02).
           05  PK-TRANCODE             PIC X(01).
           05  FILLER                  PIC X(02).
           05  PK-DEPTNO               PIC X(03).
           05  FILLER                  PIC X(02).
           05  PK-USERID               PIC X(08).
           05  FILLER                  PIC X(02).
           05  PK-MEMBER-STATUS        PIC X(09).
           05  FILLER                  PIC X(02).
           05  PK-REASON-CODE          PIC X(04).
           05  FILLER                  PIC X(02).
           05  PK-REASON-TEXT          PIC X(40).
