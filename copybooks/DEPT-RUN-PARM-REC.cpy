      *  CHECKPOINT IS TAKEN.  PM-CHECKPOINT-INTERVAL SETS THE        *
      *  COMMIT FREQUENCY FOR AN UPDATE RUN.  AN ABSENT PARM FILE     *
      *  DEFAULTS TO UPDATE MODE WITH THE STANDARD INTERVAL.          *
      *  PM-VOLUME-OVERRIDE 'Y' LETS THE NIGHTLY LOAD OR THE HR UPSERT*
      *  FEED POST A FILE THE VOLUME CHECK FOUND OUTSIDE ITS NORMAL   *
      *  RANGE (THE CHECK STILL RUNS AND REPORTS).  PM-VOLUME-        *
      *  TOLERANCE WIDENS THE NORMAL RANGE TAKEN FROM RUN HISTORY BY  *
      *  THAT PERCENTAGE; BLANK OR ZERO KEEPS THE STANDARD TOLERANCE. *
      *  BOTH ARE IGNORED BY THE MAINTENANCE RUN.                     *
      *****************************************************************
       01  DEPT-RUN-PARM-REC.
           05  PM-RUN-MODE             PIC X(01).
               88  PM-MODE-UPDATE          VALUE 'U'.
               88  PM-MODE-TRIAL           VALUE 'T'.
           05  PM-CHECKPOINT-INTERVAL  PIC 9(05).
           05  PM-VOLUME-OVERRIDE      PIC X(01).
               88  PM-VOLUME-OVERRIDDEN    VALUE 'Y'.
           05  PM-VOLUME-TOLERANCE     PIC 9(03).
           05  FILLER                  PIC X(70).
