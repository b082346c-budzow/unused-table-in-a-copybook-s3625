      *****************************************************************
      *  DEPT-ATTEST-RESP-REC                                         *
      *  CARD-IMAGE RESPONSE TO A QUARTERLY ATTESTATION.  AS-QUARTER  *
      *  AND AS-MGRNO NAME THE CERTIFICATION EXTRACT BEING ANSWERED;  *
      *  AS-DEPTNO NAMES ONE OF ITS DEPARTMENTS, OR IS LEFT BLANK TO  *
      *  ANSWER FOR EVERY DEPARTMENT ON THE EXTRACT AT ONCE.          *
      *  AS-RESPONSE IS C (CONFIRMED AS SHOWN) OR D (DISPUTED); A     *
      *  DISPUTE MUST SAY WHAT IS WRONG IN AS-COMMENT.                *
      *****************************************************************
       01  DEPT-ATTEST-RESP-REC.
           05  AS-QUARTER              PIC X(06).
           05  AS-MGRNO                PIC X(06).
           05  AS-DEPTNO               PIC X(03).
           05  AS-RESPONSE             PIC X(01).
               88  AS-RESPONSE-CONFIRM     VALUE 'C'.
               88  AS-RESPONSE-DISPUTE     VALUE 'D'.
           05  AS-COMMENT              PIC X(40).
           05  FILLER                  PIC X(24).
