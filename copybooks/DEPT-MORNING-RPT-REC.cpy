      *****************************************************************
      *  DEPT-MORNING-RPT-REC                                        *
      *  ONE PRINT LINE OF THE MORNING OPERATIONS SUMMARY.  EACH      *
      *  AREA OF THE NIGHT GETS A STATUS LINE -- AREA NAME, GREEN,    *
      *  AMBER OR RED, AND UP TO FOUR KEY COUNTS IN THE MS-COUNTS     *
      *  VIEW -- AND UNDER IT THE ONE OR TWO ITEMS TO WORK FIRST, AS  *
      *  TEXT.  THE STEPS SECTION USES MS-AREA FOR THE STEP NAME AND  *
      *  MS-TEXT FOR WHAT HAPPENED TO IT.  THE SAME LAYOUT CARRIES    *
      *  THE HEADING LINES.                                           *
      *****************************************************************
       01  DEPT-MORNING-RPT-REC.
           05  MS-AREA                 PIC X(20).
           05  FILLER                  PIC X(02).
           05  MS-STATUS               PIC X(05).
           05  FILLER                  PIC X(02).
           05  MS-TEXT                 PIC X(100).
           05  MS-COUNTS REDEFINES MS-TEXT.
               10  MS-COUNT-ENTRY      OCCURS 4 TIMES.
                   15  MS-COUNT-LABEL  PIC X(15).
                   15  MS-COUNT-VALUE  PIC ZZZZZZ9.
                   15  FILLER          PIC X(03).
