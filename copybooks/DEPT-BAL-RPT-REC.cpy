      *****************************************************************
      *  DEPT-BAL-RPT-REC                                            *
      *  ONE LINE OF THE RUN-CONTROL BALANCING REPORT -- ONE PER      *
      *  CHECK THE BALANCING STEP MAKES, SAYING WHICH PROGRAM'S ROW   *
      *  WAS CHECKED, WHICH CHECK, AND HOW IT CAME OUT.  A CHECK      *
      *  THAT COULD NOT BE MADE (PROGRAM DID NOT RUN, TRIAL OR DELTA  *
      *  RUN) IS LISTED TOO, SO THE REPORT ACCOUNTS FOR EVERY CHECK.  *
      *  THE MORNING SUMMARY READS IT FOR THE BALANCING RESULT.       *
      *****************************************************************
       01  DEPT-BAL-RPT-REC.
           05  BR-PROGRAM              PIC X(08).
           05  FILLER                  PIC X(02).
           05  BR-CHECK                PIC X(12).
           05  FILLER                  PIC X(02).
           05  BR-RESULT               PIC X(10).
               88  BR-RESULT-BALANCED      VALUE 'BALANCED'.
               88  BR-RESULT-OUT           VALUE 'OUT OF BAL'.
               88  BR-RESULT-SKIPPED       VALUE 'SKIPPED'.
               88  BR-RESULT-NOT-APPLIC    VALUE 'NOT APPLIC'.
               88  BR-RESULT-IGNORED       VALUE 'IGNORED'.
           05  FILLER                  PIC X(02).
           05  BR-TEXT                 PIC X(60).
