001500*                  USERID, OR A DATE RANGE, AND THE MATCHING     *
001600*                  AUDIT LINES ARE COPIED TO THE INQUIRY         *
001700*                  REPORT UNCHANGED.                             *
001710* 10/15/2026  RH   CARRIES THE NEW APPROVER-USERID COLUMN OF THE *
001720*                  AUDIT ARCHIVE THROUGH TO THE INQUIRY REPORT.  *
001800*****************************************************************
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
005200               ==AU-CHANGE-TIME== BY ==AR-CHANGE-TIME==
005300               ==AU-FIELD-NAME==  BY ==AR-FIELD-NAME==
005400               ==AU-OLD-VALUE==   BY ==AR-OLD-VALUE==
005500               ==AU-NEW-VALUE==   BY ==AR-NEW-VALUE==
005510               ==AU-APPROVER-ID== BY ==AR-APPROVER-ID==.
005600 WORKING-STORAGE SECTION.
005700*****************************************************************
005800*  RUN PARAMETERS AS TAKEN FROM THE PARM CARD                   *
022500     MOVE AU-FIELD-NAME   TO AR-FIELD-NAME.
022600     MOVE AU-OLD-VALUE    TO AR-OLD-VALUE.
022700     MOVE AU-NEW-VALUE    TO AR-NEW-VALUE.
022710     MOVE AU-APPROVER-ID  TO AR-APPROVER-ID.
022800     WRITE DEPT-AUDIT-RPT-REC.
022900     ADD 1 TO WS-RECORDS-MATCHED.
023000 2200-WRITE-REPORT-LINE-EXIT.
