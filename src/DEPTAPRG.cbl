001600*                  OFFLOAD FILE; EVERYTHING ELSE IS CARRIED      *
001700*                  FORWARD INTO THE NEW ARCHIVE, WHICH THE JOB   *
001800*                  THEN CATALOGS IN PLACE OF THE OLD ONE.        *
001810* 10/15/2026  RH   CARRIES THE NEW APPROVER-USERID COLUMN OF THE *
001820*                  AUDIT ARCHIVE INTO BOTH THE RETAINED AND THE  *
001830*                  OFFLOADED RECORDS.                            *
001900*****************************************************************
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
005600               ==AU-CHANGE-TIME== BY ==AN-CHANGE-TIME==
005700               ==AU-FIELD-NAME==  BY ==AN-FIELD-NAME==
005800               ==AU-OLD-VALUE==   BY ==AN-OLD-VALUE==
005900               ==AU-NEW-VALUE==   BY ==AN-NEW-VALUE==
005910               ==AU-APPROVER-ID== BY ==AN-APPROVER-ID==.
006000 FD  DEPTAOFF
006100     RECORDING MODE IS F
006200     LABEL RECORDS ARE STANDARD.
006800               ==AU-CHANGE-TIME== BY ==AO-CHANGE-TIME==
006900               ==AU-FIELD-NAME==  BY ==AO-FIELD-NAME==
007000               ==AU-OLD-VALUE==   BY ==AO-OLD-VALUE==
007100               ==AU-NEW-VALUE==   BY ==AO-NEW-VALUE==
007110               ==AU-APPROVER-ID== BY ==AO-APPROVER-ID==.
007200 WORKING-STORAGE SECTION.
007300*****************************************************************
007400*  PURGE COUNTERS AND SWITCHES                                  *
019700     MOVE AU-FIELD-NAME   TO AO-FIELD-NAME.
019800     MOVE AU-OLD-VALUE    TO AO-OLD-VALUE.
019900     MOVE AU-NEW-VALUE    TO AO-NEW-VALUE.
019910     MOVE AU-APPROVER-ID  TO AO-APPROVER-ID.
020000     WRITE DEPT-AUDIT-OFF-REC.
020100     ADD 1 TO WS-RECORDS-OFFLOADED.
020200 2200-WRITE-OFFLOAD-EXIT.
021300     MOVE AU-FIELD-NAME   TO AN-FIELD-NAME.
021400     MOVE AU-OLD-VALUE    TO AN-OLD-VALUE.
021500     MOVE AU-NEW-VALUE    TO AN-NEW-VALUE.
021510     MOVE AU-APPROVER-ID  TO AN-APPROVER-ID.
021600     WRITE DEPT-AUDIT-NEW-REC.
021700     ADD 1 TO WS-RECORDS-RETAINED.
021800 2300-WRITE-RETAINED-EXIT.
