      *****************************************************************
      *  DEPT-ATTEST-REC                                              *
      *  ONE ITEM OF THE QUARTERLY MANAGER ATTESTATION MASTER: ONE    *
      *  DEPARTMENT A MANAGER HAS BEEN ASKED TO CERTIFY FOR ONE       *
      *  QUARTER, IN QUARTER / MGRNO / DEPTNO ORDER.  AT-DIVISION IS  *
      *  THE DEPARTMENT AT THE TOP OF THE ADMRDEPT CHAIN WHEN THE     *
      *  CYCLE WAS OPENED, AND IS WHAT THE STATUS REPORT ROLLS UP     *
      *  BY.  AN ITEM STAYS PENDING UNTIL A RESPONSE CARD CONFIRMS    *
      *  OR DISPUTES IT; A LATER CARD REPLACES AN EARLIER ANSWER, SO  *
      *  A DISPUTE IS CLEARED BY A CONFIRMATION ONCE THE DEPARTMENT   *
      *  HAS BEEN PUT RIGHT.  WHEN THE NEXT QUARTER IS OPENED ONLY    *
      *  THE STILL-DISPUTED ITEMS ARE CARRIED FORWARD.  DATES ARE     *
      *  YYYYMMDD.                                                    *
      *****************************************************************
       01  DEPT-ATTEST-REC.
           05  AT-KEY.
               10  AT-QUARTER          PIC X(06).
               10  AT-MGRNO            PIC X(06).
               10  AT-DEPTNO           PIC X(03).
           05  AT-DIVISION             PIC X(03).
           05  AT-MGR-NAME             PIC X(28).
           05  AT-ISSUED-DATE          PIC X(08).
           05  AT-DUE-DATE             PIC X(08).
           05  AT-STATUS-CODE          PIC X(01).
               88  AT-STATUS-PENDING       VALUE 'P'.
               88  AT-STATUS-CONFIRMED     VALUE 'C'.
               88  AT-STATUS-DISPUTED      VALUE 'D'.
           05  AT-RESPONSE-DATE        PIC X(08).
           05  AT-COMMENT              PIC X(40).
           05  FILLER                  PIC X(09).
