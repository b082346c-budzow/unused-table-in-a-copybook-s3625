      *****************************************************************
      *  DEPT-EDIT-RULE-TABLE                                        *
      *  IN-MEMORY COPY OF THE EDIT-RULE FILE, LOADED AT START-UP BY  *
      *  EVERY POSTING PROGRAM, IN FILE ORDER, LOCKED CODES LEFT OUT. *
      *  EACH EDIT THAT FAILS LOOKS ITS CODE UP HERE TO LEARN WHETHER *
      *  TO REJECT, POST WITH A WARNING, OR IGNORE.  LOADERS CHECK    *
      *  EU-MAX-ENTRIES AND ABEND RATHER THAN OVERFLOW.               *
      *
      *  DEPT-EDIT-WARN-LIST HOLDS THE WARNINGS RAISED AGAINST THE    *
      *  RECORD BEING EDITED.  IT IS CLEARED AT THE START OF EACH EDIT*
      *  AND WRITTEN TO THE WARNING FILE ONLY IF THE RECORD POSTS.    *
      *****************************************************************
       01  DEPT-EDIT-RULE-TABLE.
           05  EU-MAX-ENTRIES          PIC 9(05) COMP VALUE 500.
           05  EU-ENTRY-COUNT          PIC 9(05) COMP.
           05  EU-ENTRY
                   OCCURS 1 TO 500 TIMES
                   DEPENDING ON EU-ENTRY-COUNT
                   INDEXED BY EU-IDX.
               10  EU-CODE             PIC X(04).
               10  EU-SEVERITY         PIC X(01).
                   88  EU-SEVERITY-REJECT  VALUE 'R'.
                   88  EU-SEVERITY-WARN    VALUE 'W'.
                   88  EU-SEVERITY-IGNORE  VALUE 'I'.
               10  EU-EFF-FROM         PIC X(08).
               10  EU-EFF-TO           PIC X(08).
               10  EU-MESSAGE          PIC X(40).
               10  EU-CHANGED-BY       PIC X(08).
       01  DEPT-EDIT-WARN-LIST.
           05  EW-MAX-ENTRIES          PIC 9(04) COMP VALUE 20.
           05  EW-ENTRY-COUNT          PIC 9(04) COMP.
           05  EW-ENTRY
                   OCCURS 20 TIMES
                   INDEXED BY EW-IDX.
               10  EW-CODE             PIC X(04).
               10  EW-TEXT             PIC X(40).
