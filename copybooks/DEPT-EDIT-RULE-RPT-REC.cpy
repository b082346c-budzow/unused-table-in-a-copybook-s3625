      *****************************************************************
      *  DEPT-EDIT-RULE-RPT-REC                                      *
      *  ONE PRINT LINE OF THE EDIT-RULE LISTING (DEPTERLS).  THE     *
      *  FIRST SECTION HAS ONE LINE PER EDIT CODE THE POSTING PROGRAMS*
      *  RAISE, WITH THE SEVERITY IN FORCE TODAY AND WHERE IT COMES   *
      *  FROM: A RULE-FILE ENTRY, THE BUILT-IN REJECT, OR A LOCKED    *
      *  CODE THAT ALWAYS REJECTS.  THE SECOND SECTION LISTS THE      *
      *  RULE-FILE ENTRIES NOT IN FORCE TODAY AND WHY.  THE SAME      *
      *  LAYOUT CARRIES THE HEADING AND TOTAL LINES.                  *
      *****************************************************************
       01  DEPT-EDIT-RULE-RPT-REC.
           05  EL-CODE                 PIC X(04).
           05  FILLER                  PIC X(02).
           05  EL-PROGRAM              PIC X(08).
           05  FILLER                  PIC X(02).
           05  EL-SEVERITY             PIC X(07).
           05  FILLER                  PIC X(02).
           05  EL-SOURCE               PIC X(08).
           05  FILLER                  PIC X(02).
           05  EL-EFF-FROM             PIC X(08).
           05  FILLER                  PIC X(02).
           05  EL-EFF-TO               PIC X(08).
           05  FILLER                  PIC X(02).
           05  EL-CHANGED-BY           PIC X(08).
           05  FILLER                  PIC X(02).
           05  EL-MESSAGE              PIC X(40).
           05  FILLER                  PIC X(02).
           05  EL-NOTE                 PIC X(14).
           05  FILLER                  PIC X(01).
