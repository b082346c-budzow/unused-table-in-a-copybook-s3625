      *****************************************************************
      *  DEPT-VOLUME-RPT-REC                                          *
      *  ONE PRINT LINE OF THE PRE-POSTING VOLUME-CHECK REPORT WRITTEN*
      *  BY THE NIGHTLY LOAD (MAIN) AND THE HR UPSERT FEED (DEPTUPST).*
      *  EACH RUN OPENS WITH A VERDICT LINE (VR-LINE-TYPE 'VERDICT',  *
      *  TEXT IN VR-LINE-BODY), THEN ONE MEASURE LINE PER QUANTITY    *
      *  MEASURED -- TONIGHT'S VALUE AGAINST THE LOW AND HIGH END OF  *
      *  THE NORMAL RANGE TAKEN FROM THE RUN-HISTORY ARCHIVE.  WHEN   *
      *  THE FILE IS OUTSIDE ITS NORMAL RANGE THE REPORT GOES ON TO   *
      *  LIST, ONE RECORD LINE PER INPUT RECORD, WHAT THE RUN WOULD   *
      *  HAVE DONE (ADD, CHANGE AND WHICH COLUMNS, OR REJECT AND WHY).*
      *  INPUT RECORDS THAT WOULD CHANGE NOTHING ARE NOT LISTED.      *
      *  COUNT MEASURES USE THE -CNT VIEW, PERCENTAGES THE -PCT VIEW. *
      *****************************************************************
       01  DEPT-VOLUME-RPT-REC.
           05  VR-PROGRAM              PIC X(08).
           05  FILLER                  PIC X(02).
           05  VR-RUN-DATE             PIC X(08).
           05  FILLER                  PIC X(02).
           05  VR-LINE-TYPE            PIC X(07).
           05  FILLER                  PIC X(02).
           05  VR-LINE-BODY            PIC X(80).
           05  VR-MEASURE-LINE REDEFINES VR-LINE-BODY.
               10  VR-MEASURE-NAME     PIC X(24).
               10  FILLER              PIC X(02).
               10  VR-COUNT-VALUES.
                   15  VR-TONIGHT-CNT  PIC Z(10)9.
                   15  FILLER          PIC X(02).
                   15  VR-LOW-CNT      PIC Z(10)9.
                   15  FILLER          PIC X(02).
                   15  VR-HIGH-CNT     PIC Z(10)9.
               10  VR-PCT-VALUES REDEFINES VR-COUNT-VALUES.
                   15  VR-TONIGHT-PCT  PIC Z(08)9.9.
                   15  FILLER          PIC X(02).
                   15  VR-LOW-PCT      PIC Z(08)9.9.
                   15  FILLER          PIC X(02).
                   15  VR-HIGH-PCT     PIC Z(08)9.9.
               10  FILLER              PIC X(02).
               10  VR-MEASURE-RESULT   PIC X(12).
               10  FILLER              PIC X(03).
           05  VR-RECORD-LINE REDEFINES VR-LINE-BODY.
               10  VR-DEPTNO           PIC X(03).
               10  FILLER              PIC X(02).
               10  VR-ACTION           PIC X(09).
               10  FILLER              PIC X(02).
               10  VR-REASON-CODE      PIC X(04).
               10  FILLER              PIC X(02).
               10  VR-COLUMNS-CHANGED  PIC X(58).
