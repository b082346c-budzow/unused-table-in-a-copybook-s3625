      *****************************************************************
      *  DEPT-NREG-PARM-REC                                          *
      *  CARD-IMAGE RUN PARAMETER FOR THE NUMBER REGISTRY RUN.        *
      *  NP-COOLING-DAYS IS THE MINIMUM NUMBER OF CALENDAR DAYS A     *
      *  CODE CLOSED OFF DEPT1 MUST REST BEFORE IT MAY BE ADDED       *
      *  AGAIN (BLANK DEFAULTS TO 90).  IT IS APPLIED WHEN A CODE IS  *
      *  RETIRED, SO A CHANGE DOES NOT MOVE THE REUSE DATE OF CODES   *
      *  ALREADY RETIRED.                                             *
      *****************************************************************
       01  DEPT-NREG-PARM-REC.
           05  NP-COOLING-DAYS         PIC X(03).
           05  NP-COOLING-DAYS-N REDEFINES NP-COOLING-DAYS
                                       PIC 9(03).
           05  FILLER                  PIC X(77).
