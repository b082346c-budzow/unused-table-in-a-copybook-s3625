      *****************************************************************
      *  DEPT-ATTEST-PARM-REC                                         *
      *  CARD-IMAGE RUN PARAMETER FOR THE MANAGER ATTESTATION RUN.    *
      *  AP-OPEN-QUARTER (YYYYQN, E.G. 2026Q4) OPENS THAT QUARTER'S   *
      *  CYCLE TONIGHT: EVERY MGRNO ON DEPT1 IS ISSUED A              *
      *  CERTIFICATION EXTRACT AND ONE PENDING ITEM PER DEPARTMENT    *
      *  THE MANAGER RUNS.  AP-RESPONSE-DAYS IS HOW MANY CALENDAR     *
      *  DAYS THE MANAGERS HAVE TO ANSWER BEFORE AN ITEM IS OVERDUE   *
      *  (BLANK DEFAULTS TO 30).  ON EVERY OTHER NIGHT THE CARD IS    *
      *  LEFT OUT AND THE RUN ONLY LOADS RESPONSES AND REPORTS.       *
      *****************************************************************
       01  DEPT-ATTEST-PARM-REC.
           05  AP-OPEN-QUARTER         PIC X(06).
           05  FILLER                  PIC X(01).
           05  AP-RESPONSE-DAYS        PIC X(03).
           05  AP-RESPONSE-DAYS-N REDEFINES AP-RESPONSE-DAYS
                                       PIC 9(03).
           05  FILLER                  PIC X(70).
