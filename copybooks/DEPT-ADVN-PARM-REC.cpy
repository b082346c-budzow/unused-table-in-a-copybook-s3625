      *****************************************************************
      *  DEPT-ADVN-PARM-REC                                          *
      *  CARD-IMAGE RUN PARAMETER FOR THE ADVANCE-NOTICE FEED.        *
      *  AV-LOOKAHEAD-DAYS IS HOW MANY CALENDAR DAYS PAST TONIGHT A   *
      *  PENDING TRANSACTION MAY BE EFFECTIVE AND STILL GO OUT ON     *
      *  THE NOTICE.  AN ABSENT PARM FILE DEFAULTS TO 30 DAYS.        *
      *****************************************************************
       01  DEPT-ADVN-PARM-REC.
           05  AV-LOOKAHEAD-DAYS       PIC X(03).
           05  AV-LOOKAHEAD-DAYS-N REDEFINES AV-LOOKAHEAD-DAYS
                                       PIC 9(03).
           05  FILLER                  PIC X(77).
