      *****************************************************************
      *  DEPT-GLAB-PARM-REC                                          *
      *  CARD-IMAGE RUN PARAMETER FOR THE MONTH-END ALLOCATION-BASIS  *
      *  RUN.  GP-PERIOD-END (YYYYMMDD) IS THE DATE THE HEADCOUNT AND *
      *  THE DEPT1 COST CENTERS ARE TAKEN AS OF; ITS YEAR AND MONTH   *
      *  ARE THE GL PERIOD.  A BLANK DATE, OR NO PARM FILE, TAKES THE *
      *  LAST DAY OF THE MONTH BEFORE THE RUN DATE.                   *
      *****************************************************************
       01  DEPT-GLAB-PARM-REC.
           05  GP-PERIOD-END           PIC X(08).
           05  FILLER                  PIC X(72).
