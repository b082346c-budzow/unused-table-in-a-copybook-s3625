      *****************************************************************
      *  DEPT-BACKOUT-PARM-REC                                       *
      *  CARD-IMAGE RUN PARAMETER FOR THE DEPT_HIST BACKOUT RUN.      *
      *  BP-RUN-DATE (YYYYMMDD) AND BP-SOURCE-PGM NAME THE ONE NIGHT  *
      *  AND THE ONE POSTING STREAM TO BE BACKED OUT -- DEPTUPST,     *
      *  MAIN, OR DEPTMNT, EXACTLY AS STAMPED IN DH-SOURCE-PGM.       *
      *  BP-USERID IS WHO ASKED FOR THE BACKOUT; IT IS KEYED AS THE   *
      *  MT-USERID OF EVERY COMPENSATING TRANSACTION, SO THE AUDIT    *
      *  TRAIL SHOWS WHO REVERSED THE NIGHT.                          *
      *****************************************************************
       01  DEPT-BACKOUT-PARM-REC.
           05  BP-RUN-DATE             PIC X(08).
           05  BP-SOURCE-PGM           PIC X(08).
               88  BP-SOURCE-VALID         VALUE 'DEPTUPST'
                                                 'MAIN    '
                                                 'DEPTMNT '.
           05  BP-USERID               PIC X(08).
           05  FILLER                  PIC X(56).
