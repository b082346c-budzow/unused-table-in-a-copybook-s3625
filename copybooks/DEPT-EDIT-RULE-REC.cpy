      *****************************************************************
      *  DEPT-EDIT-RULE-REC                                          *
      *  ONE ENTRY OF THE SHARED EDIT-RULE FILE (DEPTERUL), READ AT   *
      *  START-UP BY MAIN, DEPTMNT, DEPTUPST AND DEPTPNDG.  AN ENTRY  *
      *  SETS THE SEVERITY OF ONE EDIT CODE: REJECT, POST WITH A      *
      *  WARNING, OR IGNORE.  A WARNING POSTS THE RECORD AND GOES OUT *
      *  ON THE PROGRAM'S WARNING FILE FOR DEPTEXCM.  THE ENTRY IS IN *
      *  FORCE FROM ER-EFF-FROM THROUGH ER-EFF-TO (YYYYMMDD, BLANK IS *
      *  OPEN-ENDED); THE FIRST ENTRY IN FORCE FOR A CODE WINS.  A    *
      *  NON-BLANK ER-MESSAGE REPLACES THE PROGRAM'S OWN TEXT.  A CODE*
      *  WITH NO ENTRY IN FORCE REJECTS.  CODES THAT GUARD THE KEY,   *
      *  THE TRANSACTION CODE, THE DB2 UPDATE ITSELF, THE AUDIT AND   *
      *  APPROVAL CONTROLS AND THE PACKAGE RULES ALWAYS REJECT;       *
      *  ENTRIES FOR THEM ARE SKIPPED.                                *
      *****************************************************************
       01  DEPT-EDIT-RULE-REC.
           05  ER-CODE                 PIC X(04).
               88  ER-CODE-LOCKED      VALUE 'E001' 'E004' 'E009'
                                             'E101' 'E102' 'E104'
                                             'E105' 'E106' 'E110'
                                             'E111' 'E112' 'E113'
                                             'E114' 'E116' 'E117'
                                             'E119' 'E120' 'E121'
                                             'E201' 'E210' 'E211'
                                             'E301' 'E302' 'E303'
                                             'E304' 'E306' 'E307'
                                             'E308' 'E309'.
           05  ER-SEVERITY             PIC X(01).
               88  ER-SEVERITY-REJECT      VALUE 'R'.
               88  ER-SEVERITY-WARN        VALUE 'W'.
               88  ER-SEVERITY-IGNORE      VALUE 'I'.
               88  ER-SEVERITY-VALID       VALUE 'R' 'W' 'I'.
           05  ER-EFF-FROM             PIC X(08).
           05  ER-EFF-TO               PIC X(08).
           05  ER-MESSAGE              PIC X(40).
           05  ER-CHANGED-BY           PIC X(08).
           05  FILLER                  PIC X(11).
