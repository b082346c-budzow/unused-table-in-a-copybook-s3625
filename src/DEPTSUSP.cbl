002095*                  RECORDS EVERY NIGHT.  THE REQUEUED-CLEAN      *
002096*                  PURGE IS NOW A SINGLE KEYED-SEQUENTIAL PASS   *
002097*                  DELETING 'Q' RECORDS WHOSE STREAM RAN.        *
002098* 10/15/2026  RH   A DEPTMNT REJECT'S PACKAGE ID NOW GOES ON     *
002099*                  THE SUSPENSE RECORD FOR REQUEUEING.           *
002100*****************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
005700               ==RJ-INPUT-DATA==   BY ==UJ-INPUT-DATA==
005800               ==RJ-REASON-CODE==  BY ==UJ-REASON-CODE==
005900               ==RJ-REASON-TEXT==  BY ==UJ-REASON-TEXT==
006000               ==RJ-TRANCODE==     BY ==UJ-TRANCODE==
006010               ==RJ-PACKAGE-ID==   BY ==UJ-PACKAGE-ID==.
006100 FD  DEPTMNRJ
006200     RECORDING MODE IS F
006300     LABEL RECORDS ARE STANDARD.
006700               ==RJ-INPUT-DATA==   BY ==MJ-INPUT-DATA==
006800               ==RJ-REASON-CODE==  BY ==MJ-REASON-CODE==
006900               ==RJ-REASON-TEXT==  BY ==MJ-REASON-TEXT==
007000               ==RJ-TRANCODE==     BY ==MJ-TRANCODE==
007010               ==RJ-PACKAGE-ID==   BY ==MJ-PACKAGE-ID==.
007100 WORKING-STORAGE SECTION.
007200*****************************************************************
007300*  SUSPENSE-POSTING COUNTERS AND SWITCHES                       *
008700 77  WS-WORK-REJECT-TEXT      PIC X(40) VALUE SPACE.
008800 77  WS-WORK-TRANCODE         PIC X(01) VALUE SPACE.
008900 77  WS-WORK-INPUT-DATA       PIC X(74) VALUE SPACE.
008910 77  WS-WORK-PACKAGE-ID       PIC X(06) VALUE SPACE.
009000*****************************************************************
009100*  ONE PRESENT-SWITCH PER SOURCE STREAM.  A REQUEUED ENTRY IS    *
009200*  ONLY PURGED AS POSTED-CLEAN WHEN ITS OWN STREAM RAN TONIGHT   *
020700     MOVE RJ-REASON-TEXT    TO WS-WORK-REJECT-TEXT.
020800     MOVE RJ-TRANCODE       TO WS-WORK-TRANCODE.
020900     MOVE RJ-INPUT-DATA     TO WS-WORK-INPUT-DATA.
020910     MOVE SPACE             TO WS-WORK-PACKAGE-ID.
021000     PERFORM 6000-POST-TO-SUSPENSE
021100         THRU 6000-POST-TO-SUSPENSE-EXIT.
021200     PERFORM 2100-READ-LOAD-REJECT
026600     MOVE UJ-REASON-TEXT    TO WS-WORK-REJECT-TEXT.
026700     MOVE UJ-TRANCODE       TO WS-WORK-TRANCODE.
026800     MOVE UJ-INPUT-DATA     TO WS-WORK-INPUT-DATA.
026810     MOVE SPACE             TO WS-WORK-PACKAGE-ID.
026900     PERFORM 6000-POST-TO-SUSPENSE
027000         THRU 6000-POST-TO-SUSPENSE-EXIT.
027100     PERFORM 3100-READ-UPSERT-REJECT
032500     MOVE MJ-REASON-TEXT    TO WS-WORK-REJECT-TEXT.
032600     MOVE MJ-TRANCODE       TO WS-WORK-TRANCODE.
032700     MOVE MJ-INPUT-DATA     TO WS-WORK-INPUT-DATA.
032710     MOVE MJ-PACKAGE-ID     TO WS-WORK-PACKAGE-ID.
032800     PERFORM 6000-POST-TO-SUSPENSE
032900         THRU 6000-POST-TO-SUSPENSE-EXIT.
033000     PERFORM 4100-READ-MAINT-REJECT
034900             MOVE WS-WORK-REJECT-TEXT TO SP-REJECT-TEXT
035000             MOVE WS-WORK-TRANCODE    TO SP-TRANCODE
035100             MOVE WS-WORK-INPUT-DATA  TO SP-INPUT-DATA
035110             MOVE WS-WORK-PACKAGE-ID  TO SP-PACKAGE-ID
035200             MOVE WS-TODAY            TO SP-LAST-REJ-DATE
035300             ADD 1                    TO SP-REJECT-COUNT
035400             MOVE 'O'                 TO SP-STATUS-CODE
036800             MOVE WS-WORK-REJECT-TEXT TO SP-REJECT-TEXT
036900             MOVE WS-WORK-TRANCODE    TO SP-TRANCODE
037000             MOVE WS-WORK-INPUT-DATA  TO SP-INPUT-DATA
037010             MOVE WS-WORK-PACKAGE-ID  TO SP-PACKAGE-ID
037100             MOVE WS-TODAY            TO SP-FIRST-REJ-DATE
037200             MOVE WS-TODAY            TO SP-LAST-REJ-DATE
037300             MOVE 1                   TO SP-REJECT-COUNT
