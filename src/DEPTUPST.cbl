001823*                  (DEPTLREF) AT POSTING TIME (E207), SO DEPT1   *
001824*                  ONLY EVER HOLDS CANONICAL SITE CODES.         *
001825*****************************************************************
001827* 10/15/2026  RH   VOLUME CHECK BEFORE POSTING: THE WHOLE FEED IS*
001829*                  MEASURED (RECORDS ON FILE, SHARE OF DEPT1 ROWS*
001831*                  IT WOULD CHANGE) AND COMPARED WITH THE NORMAL *
001833*                  RANGE OF RECENT RUNS ON THE RUN-HISTORY       *
001835*                  ARCHIVE (DEPTRUNH).  OUTSIDE THAT RANGE THE   *
001837*                  RUN POSTS NOTHING, LISTS WHAT IT WOULD HAVE   *
001839*                  DONE ON DEPTUPVR, AND ENDS WITH RETURN-CODE 8,*
001841*                  UNLESS THE DEPTPARM CARD CARRIES THE VOLUME   *
001843*                  OVERRIDE.                                     *
001845* 10/15/2026  RH   A DEPARTMENT NEW TO DEPT1 IS NOW EDITED       *
001847*                  AGAINST THE DEPTNO NUMBER REGISTRY (DEPTNREG) *
001849*                  BEFORE IT IS INSERTED: IT MUST BE IN A        *
001851*                  DIVISION'S RANGE (E212), NOT STILL ACTIVE     *
001853*                  (E213), PAST ITS COOLING-OFF PERIOD (E214),   *
001855*                  AND IN THE SAME DIVISION AS ITS ADMRDEPT      *
001857*                  (E215).                                       *
001859* 10/15/2026  RH   EDITS NOW HONOR THE SHARED EDIT-RULE FILE     *
001861*                  (DEPTERUL): A CODE MAY BE SET TO REJECT, POST *
001863*                  WITH A WARNING, OR IGNORE, WITH OPTIONAL      *
001865*                  EFFECTIVE DATES AND ITS OWN MESSAGE TEXT.     *
001867*                  WARNINGS POST AND GO OUT ON DEPTUPWX FOR      *
001869*                  DEPTEXCM.  MISSING DEPTNO AND THE DEPT1       *
001871*                  INSERT/UPDATE FAILURES ALWAYS REJECT.         *
001873*****************************************************************
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
002100 SOURCE-COMPUTER.     IBM-370.
002801     SELECT DEPTLREF ASSIGN TO "DEPTLREF"
002802         ORGANIZATION IS SEQUENTIAL
002803         FILE STATUS IS WS-DEPTLREF-STATUS.
002808     SELECT DEPTNREG ASSIGN TO "DEPTNREG"
002813         ORGANIZATION IS SEQUENTIAL
002818         FILE STATUS IS WS-DEPTNREG-STATUS.
002823     SELECT DEPTRUNH ASSIGN TO "DEPTRUNH"
002828         ORGANIZATION IS SEQUENTIAL
002833         FILE STATUS IS WS-DEPTRUNH-STATUS.
002838     SELECT DEPTUPVR ASSIGN TO "DEPTUPVR"
002843         ORGANIZATION IS SEQUENTIAL
002848         FILE STATUS IS WS-DEPTUPVR-STATUS.
002853     SELECT DEPTERUL ASSIGN TO "DEPTERUL"
002858         ORGANIZATION IS SEQUENTIAL
002863         FILE STATUS IS WS-DEPTERUL-STATUS.
002868     SELECT DEPTUPWX ASSIGN TO "DEPTUPWX"
002873         ORGANIZATION IS SEQUENTIAL
002878         FILE STATUS IS WS-DEPTUPWX-STATUS.
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD  DEPTUPFD
003200     RECORDING MODE IS F
003300     LABEL RECORDS ARE STANDARD.
003400 COPY DEPT-HR-FEED-REC.
003401 FD  DEPTNREG
003402     RECORDING MODE IS F
003403     LABEL RECORDS ARE STANDARD.
003404 COPY DEPT-NUMBER-REG-REC.
003405 FD  DEPTRUNH
003406     RECORDING MODE IS F
003407     LABEL RECORDS ARE STANDARD.
003408 COPY DEPT-RUN-CONTROL-REC
003409     REPLACING ==DEPT-RUN-CONTROL-REC== BY ==DEPT-RUN-HIST-REC==
003410               ==RC-PROGRAM==           BY ==RH-PROGRAM==
003411               ==RC-RUN-DATE==          BY ==RH-RUN-DATE==
003412               ==RC-RUN-TIME==          BY ==RH-RUN-TIME==
003413               ==RC-RECORDS-READ==      BY ==RH-RECORDS-READ==
003414               ==RC-RECORDS-ADDED==     BY ==RH-RECORDS-ADDED==
003415               ==RC-RECORDS-CHANGED==   BY ==RH-RECORDS-CHANGED==
003416               ==RC-RECORDS-CLOSED==    BY ==RH-RECORDS-CLOSED==
003417               ==RC-RECORDS-REJECTED==
003418                   BY ==RH-RECORDS-REJECTED==
003419               ==RC-RECORDS-EXTRACTED==
003420                   BY ==RH-RECORDS-EXTRACTED==
003421               ==RC-DEPT1-COUNT-BEFORE==
003422                   BY ==RH-DEPT1-CNT-BEFORE==
003423               ==RC-DEPT1-COUNT-AFTER==
003424                   BY ==RH-DEPT1-CNT-AFTER==
003425               ==RC-RUN-MODE==          BY ==RH-RUN-MODE==
003426               ==RC-MODE-UPDATE==       BY ==RH-MODE-UPDATE==
003427               ==RC-MODE-TRIAL==        BY ==RH-MODE-TRIAL==
003428               ==RC-MODE-FULL-EXTRACT==
003429                   BY ==RH-MODE-FULL-EXTRACT==
003430               ==RC-MODE-DELTA-EXTRACT==
003431                   BY ==RH-MODE-DELTA-EXTR==
003432               ==RC-RECORDS-HELD==      BY ==RH-RECORDS-HELD==
003433               ==RC-VOLUME-CHECK==      BY ==RH-VOLUME-CHECK==
003434               ==RC-VOLUME-IN-RANGE==   BY ==RH-VOLUME-IN-RANGE==
003435               ==RC-VOLUME-NO-HISTORY==
003436                   BY ==RH-VOLUME-NO-HISTORY==
003437               ==RC-VOLUME-OVERRIDDEN==
003438                   BY ==RH-VOLUME-OVERRIDDEN==
003439               ==RC-VOLUME-HELD==       BY ==RH-VOLUME-HELD==
003440               ==RC-VOLUME-OUT-TRIAL==  BY ==RH-VOLUME-OUT-TRIAL==
003441               ==RC-DEPT1-CHANGE-PCT==
003442                   BY ==RH-DEPT1-CHANGE-PCT==.
003443 FD  DEPTUPVR
003444     RECORDING MODE IS F
003445     LABEL RECORDS ARE STANDARD.
003446 COPY DEPT-VOLUME-RPT-REC.
003447 FD  DEPTERUL
003448     RECORDING MODE IS F
003449     LABEL RECORDS ARE STANDARD.
003450 COPY DEPT-EDIT-RULE-REC.
003451 FD  DEPTUPWX
003452     RECORDING MODE IS F
003453     LABEL RECORDS ARE STANDARD.
003454 COPY DEPT-EXCEPTION-REC.
003500 FD  DEPTUPRJ
003600     RECORDING MODE IS F
003700     LABEL RECORDS ARE STANDARD.
006670 77  WS-RUN-MODE              PIC X(01) VALUE 'U'.
006680     88  WS-MODE-UPDATE           VALUE 'U'.
006690     88  WS-MODE-TRIAL            VALUE 'T'.
006692*****************************************************************
006694*  VOLUME-CHECK WORKING FIELDS.  BEFORE ANYTHING POSTS THE WHOLE *
006696*  FEED IS MEASURED -- RECORDS ON FILE AND THE SHARE OF DEPT1    *
006698*  ROWS IT WOULD CHANGE -- AND COMPARED WITH THE NORMAL RANGE OF *
006700*  THE LAST WS-VH-MAX-RUNS CLEAN UPDATE RUNS ON THE RUN-HISTORY  *
006702*  ARCHIVE, WIDENED BY WS-VOL-TOLERANCE PERCENT.  NO RANGE IS    *
006704*  APPLIED UNTIL WS-VOL-MIN-HISTORY RUNS ARE ON FILE, AND THE    *
006706*  CHANGE-SHARE LIMIT IS NEVER SET BELOW WS-VOL-SHARE-FLOOR.     *
006708*****************************************************************
006710 77  WS-DEPTRUNH-STATUS       PIC X(02) VALUE SPACE.
006712 77  WS-DEPTUPVR-STATUS       PIC X(02) VALUE SPACE.
006714 77  WS-RUNH-EOF-SWITCH       PIC X(01) VALUE 'N'.
006716     88  WS-EOF-RUNH              VALUE 'Y'.
006718     88  WS-NOT-EOF-RUNH          VALUE 'N'.
006720 77  WS-SCAN-EOF-SWITCH       PIC X(01) VALUE 'N'.
006722     88  WS-EOF-SCAN              VALUE 'Y'.
006724     88  WS-NOT-EOF-SCAN          VALUE 'N'.
006726 77  WS-VOL-LIST-SWITCH       PIC X(01) VALUE 'N'.
006728     88  WS-VOL-LISTING           VALUE 'Y'.
006730     88  WS-VOL-NOT-LISTING       VALUE 'N'.
006732 77  WS-VOL-RESULT-SWITCH     PIC X(01) VALUE 'N'.
006734     88  WS-VOL-IN-RANGE          VALUE 'P'.
006736     88  WS-VOL-NO-HISTORY        VALUE 'N'.
006738     88  WS-VOL-OUT-OF-RANGE      VALUE 'X'.
006740 77  WS-VOL-HOLD-SWITCH       PIC X(01) VALUE 'N'.
006742     88  WS-VOL-HOLD-RUN          VALUE 'Y'.
006744     88  WS-VOL-POST-RUN          VALUE 'N'.
006746 77  WS-VOL-OVERRIDE-SWITCH   PIC X(01) VALUE 'N'.
006748     88  WS-VOL-OVERRIDE          VALUE 'Y'.
006750     88  WS-VOL-NO-OVERRIDE       VALUE 'N'.
006752 77  WS-VOL-CHECK-CODE        PIC X(01) VALUE SPACE.
006754 77  WS-VOL-TOLERANCE         PIC 9(03) COMP VALUE 50.
006756 77  WS-VOL-MIN-HISTORY       PIC 9(03) COMP VALUE 5.
006758 77  WS-VOL-SHARE-FLOOR       PIC 9(02)V9 VALUE 5.0.
006760 77  WS-VOL-RECORDS           PIC 9(09) COMP VALUE ZERO.
006762 77  WS-VOL-ADDS              PIC 9(09) COMP VALUE ZERO.
006764 77  WS-VOL-CHANGES           PIC 9(09) COMP VALUE ZERO.
006766 77  WS-VOL-UNCHANGED         PIC 9(09) COMP VALUE ZERO.
006768 77  WS-VOL-REJECTS           PIC 9(09) COMP VALUE ZERO.
006770 77  WS-VOL-PCT-WORK          PIC 9(03)V9 VALUE ZERO.
006772 77  WS-VOL-CHANGE-PCT        PIC 9(02)V9 VALUE ZERO.
006774 77  WS-VOL-READ-LOW          PIC 9(09) COMP VALUE ZERO.
006776 77  WS-VOL-READ-HIGH         PIC 9(09) COMP VALUE ZERO.
006778 77  WS-VOL-PCT-HIGH          PIC 9(02)V9 VALUE ZERO.
006780 77  WS-VOL-PCT-RUNS          PIC 9(03) COMP VALUE ZERO.
006782 77  WS-VOL-RANGE-LOW         PIC 9(09) COMP VALUE ZERO.
006784 77  WS-VOL-RANGE-HIGH        PIC 9(09) COMP VALUE ZERO.
006786 77  WS-VOL-SHARE-LIMIT       PIC 9(03)V9 VALUE ZERO.
006788 77  WS-VOL-READ-RESULT       PIC X(12) VALUE SPACE.
006790 77  WS-VOL-SHARE-RESULT      PIC X(12) VALUE SPACE.
006792 77  WS-VOL-VERDICT           PIC X(80) VALUE SPACE.
006794 77  WS-VOL-ACTION            PIC X(09) VALUE SPACE.
006796 77  WS-VOL-REASON            PIC X(04) VALUE SPACE.
006798 77  WS-VOL-COLUMNS           PIC X(58) VALUE SPACE.
006800 77  WS-VOL-ROW-MGRNO         PIC X(06) VALUE SPACE.
006802*****************************************************************
006804*  THE LAST WS-VH-MAX-RUNS QUALIFYING HISTORY ROWS, KEPT AS A    *
006806*  RING: WS-VH-NEXT IS THE SLOT THE NEXT ROW OVERLAYS.  A ROW    *
006808*  ARCHIVED BEFORE THE CHANGE SHARE WAS RECORDED COUNTS TOWARD   *
006810*  THE RECORDS-ON-FILE RANGE ONLY.                               *
006812*****************************************************************
006814 01  WS-VOL-HIST-TABLE.
006816     05  WS-VH-MAX-RUNS          PIC 9(03) COMP VALUE 30.
006818     05  WS-VH-COUNT             PIC 9(03) COMP VALUE ZERO.
006820     05  WS-VH-NEXT              PIC 9(03) COMP VALUE 1.
006822     05  WS-VH-ENTRY             OCCURS 30 TIMES
006824                                 INDEXED BY VH-IDX.
006826         10  WS-VH-READ          PIC 9(09).
006828         10  WS-VH-PCT-SW        PIC X(01).
006830             88  WS-VH-PCT-KNOWN     VALUE 'Y'.
006832             88  WS-VH-PCT-UNKNOWN   VALUE 'N'.
006834         10  WS-VH-PCT           PIC 9(02)V9.
006836*****************************************************************
006838*  NUMBER-REGISTRY EDIT WORKING FIELDS.  THE DEPTNO NUMBER       *
006840*  REGISTRY IS LOADED AT START-UP SO EVERY NEW DEPTNO CAN BE     *
006842*  EDITED AGAINST ITS DIVISION'S RANGE AND THE CODE'S STATUS.    *
006844*****************************************************************
006846 77  WS-DEPTNREG-STATUS       PIC X(02) VALUE SPACE.
006848 77  WS-DEPTNREG-EOF-SWITCH   PIC X(01) VALUE 'N'.
006850     88  WS-EOF-DEPTNREG          VALUE 'Y'.
006852     88  WS-NOT-EOF-DEPTNREG      VALUE 'N'.
006854 77  WS-NREG-FOUND-SWITCH     PIC X(01) VALUE 'N'.
006856     88  WS-NREG-FOUND            VALUE 'Y'.
006858     88  WS-NREG-NOT-FOUND        VALUE 'N'.
006860 77  WS-NREG-FIND-DEPTNO      PIC X(03) VALUE SPACE.
006862 77  WS-NREG-DIVISION         PIC X(03) VALUE SPACE.
006864 COPY DEPT-NREG-TABLE.
006866*****************************************************************
006868*  EDIT-RULE WORKING FIELDS.  THE SHARED EDIT-RULE FILE IS       *
006870*  LOADED AT START-UP SO EACH EDIT THAT FAILS CAN BE REJECTED,   *
006872*  POSTED WITH A WARNING, OR IGNORED AS THE RULE IN FORCE        *
006874*  SAYS.  WARNINGS GO TO DEPTUPWX FOR THE EXCEPTION MASTER.      *
006876*****************************************************************
006878 77  WS-DEPTERUL-STATUS       PIC X(02) VALUE SPACE.
006880 77  WS-DEPTUPWX-STATUS       PIC X(02) VALUE SPACE.
006882 77  WS-DEPTERUL-EOF-SWITCH   PIC X(01) VALUE 'N'.
006884     88  WS-EOF-DEPTERUL          VALUE 'Y'.
006886     88  WS-NOT-EOF-DEPTERUL      VALUE 'N'.
006888 77  WS-RULE-FOUND-SWITCH     PIC X(01) VALUE 'N'.
006890     88  WS-RULE-FOUND            VALUE 'Y'.
006892     88  WS-RULE-NOT-FOUND        VALUE 'N'.
006894 77  WS-RULE-IDX              PIC 9(05) COMP VALUE ZERO.
006896 77  WS-EDIT-WARNINGS         PIC 9(09) COMP VALUE ZERO.
006898 COPY DEPT-EDIT-RULE-TABLE.
006900 PROCEDURE DIVISION.
007000*****************************************************************
007100*  0000-MAINLINE                                                *
007400 0000-MAINLINE.
007500     PERFORM 1000-INITIALIZE
007600         THRU 1000-INITIALIZE-EXIT.
007610     IF WS-VOL-HOLD-RUN
007620         PERFORM 8500-HOLD-RUN
007630             THRU 8500-HOLD-RUN-EXIT
007640     ELSE
007700         PERFORM 2000-PROCESS-FEED
007800             THRU 2000-PROCESS-FEED-EXIT
007900             UNTIL WS-EOF-FEED
008000         PERFORM 8000-TERMINATE
008100             THRU 8000-TERMINATE-EXIT
008110     END-IF.
008200     STOP RUN.
008300*****************************************************************
008400*  1000-INITIALIZE                                              *
008500*  OPENS THE FEED, REJECT, AND WARNING FILES AND PRIMES THE READ.*
008510*  THE VOLUME CHECK RUNS FIRST; A HELD RUN OPENS NOTHING MORE.   *
008600*****************************************************************
008700 1000-INITIALIZE.
008710     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
008770         THRU 1080-LOAD-EMPLOYEE-MASTER-EXIT.
008780     PERFORM 1095-LOAD-LOCATION-REF
008790         THRU 1095-LOAD-LOCATION-REF-EXIT.
008791     PERFORM 1200-LOAD-NUMBER-REG
008792         THRU 1200-LOAD-NUMBER-REG-EXIT.
008793     PERFORM 1300-LOAD-EDIT-RULES
008794         THRU 1300-LOAD-EDIT-RULES-EXIT.
008795     PERFORM 1500-CHECK-VOLUME
008796         THRU 1500-CHECK-VOLUME-EXIT.
008797     IF WS-VOL-HOLD-RUN
008798         GO TO 1000-INITIALIZE-EXIT
008799     END-IF.
008800     OPEN INPUT  DEPTUPFD.
008810     IF WS-DEPTUPFD-STATUS NOT = '00'
008820         DISPLAY 'DEPTUPST - OPEN FAILED FOR DEPTUPFD, STATUS = '
008910     IF WS-DEPTUPRJ-STATUS NOT = '00'
008920         DISPLAY 'DEPTUPST - OPEN FAILED FOR DEPTUPRJ, STATUS = '
008930             WS-DEPTUPRJ-STATUS
008931         MOVE 16 TO RETURN-CODE
008932         GO TO 9999-ABEND
008933     END-IF.
008934     OPEN OUTPUT DEPTUPWX.
008935     IF WS-DEPTUPWX-STATUS NOT = '00'
008936         DISPLAY 'DEPTUPST - OPEN FAILED FOR DEPTUPWX, STATUS = '
008937             WS-DEPTUPWX-STATUS
008940         MOVE 16 TO RETURN-CODE
008950         GO TO 9999-ABEND
008960     END-IF.
009337         DISPLAY 'DEPTUPST - CHECKPOINT INTERVAL NOT USABLE - '
009338             'STANDARD INTERVAL RETAINED'
009339     END-IF.
009340     PERFORM 1015-TAKE-VOLUME-PARMS
009341         THRU 1015-TAKE-VOLUME-PARMS-EXIT.
009342     IF WS-MODE-TRIAL
009343         DISPLAY 'DEPTUPST - TRIAL RUN - EDITS ONLY, NO '
009344             'POSTING, NO COMMIT'
010300     IF WS-RECORD-VALID
010400         PERFORM 2300-APPLY-UPSERT
010500             THRU 2300-APPLY-UPSERT-EXIT
010510         PERFORM 2920-WRITE-WARNINGS
010520             THRU 2920-WRITE-WARNINGS-EXIT
010600     ELSE
010700         PERFORM 2900-WRITE-REJECT
010800             THRU 2900-WRITE-REJECT-EXIT
015000     SET WS-RECORD-VALID TO TRUE.
015100     MOVE SPACE TO WS-REJECT-CODE.
015200     MOVE SPACE TO WS-REJECT-TEXT.
015210     MOVE ZERO TO EW-ENTRY-COUNT.
015300     IF HF-DEPTNO = SPACES
015400         SET WS-RECORD-INVALID TO TRUE
015500         MOVE 'E201' TO WS-REJECT-CODE
015600         MOVE 'MISSING DEPTNO' TO WS-REJECT-TEXT
015700     END-IF.
015800     IF WS-RECORD-VALID AND HF-DEPTNAME = SPACES
016000         MOVE 'E202' TO WS-REJECT-CODE
016100         MOVE 'MISSING DEPTNAME' TO WS-REJECT-TEXT
016110         PERFORM 2230-APPLY-EDIT-RULE
016120             THRU 2230-APPLY-EDIT-RULE-EXIT
016200     END-IF.
016300     IF WS-RECORD-VALID AND HF-ADMRDEPT = SPACES
016500         MOVE 'E203' TO WS-REJECT-CODE
016600         MOVE 'MISSING ADMRDEPT' TO WS-REJECT-TEXT
016610         PERFORM 2230-APPLY-EDIT-RULE
016620             THRU 2230-APPLY-EDIT-RULE-EXIT
016700     END-IF.
016800     IF WS-RECORD-VALID
016900         PERFORM 2210-FETCH-CURRENT-ROW
017400             THRU 2220-VALIDATE-ADMRDEPT-EXIT
017500     END-IF.
017600     IF WS-RECORD-VALID AND WS-ADMRDEPT-NOT-FOUND
017800         MOVE 'E204' TO WS-REJECT-CODE
017900         MOVE 'ADMRDEPT NOT RECOGNIZED ON DEPT1' TO WS-REJECT-TEXT
017910         PERFORM 2230-APPLY-EDIT-RULE
017920             THRU 2230-APPLY-EDIT-RULE-EXIT
017930     END-IF.
017940     IF WS-RECORD-VALID AND WS-ROW-NOT-FOUND
017950         PERFORM 2240-VALIDATE-NUMBER-REG
017960             THRU 2240-VALIDATE-NUMBER-REG-EXIT
018000     END-IF.
018010     IF WS-RECORD-VALID AND HF-MGRNO NOT = SPACES
018020         PERFORM 2250-VALIDATE-MGRNO
018050     IF WS-RECORD-VALID AND HF-LOCATION NOT = SPACES
018060         PERFORM 2260-VALIDATE-LOCATION
018070             THRU 2260-VALIDATE-LOCATION-EXIT
018071         IF WS-RECORD-INVALID
018072             SET WS-RECORD-VALID TO TRUE
018073             PERFORM 2230-APPLY-EDIT-RULE
018074                 THRU 2230-APPLY-EDIT-RULE-EXIT
018075         END-IF
018080     END-IF.
018100 2200-EDIT-FEED-RECORD-EXIT.
018200     EXIT.
022832         END-SEARCH
022834     END-IF.
022840     IF WS-MGR-NOT-FOUND
022860         MOVE 'E205' TO WS-REJECT-CODE
022870         MOVE 'MGRNO NOT ON EMPLOYEE MASTER' TO WS-REJECT-TEXT
022872         PERFORM 2230-APPLY-EDIT-RULE
022874             THRU 2230-APPLY-EDIT-RULE-EXIT
022880         GO TO 2250-VALIDATE-MGRNO-EXIT
022890     END-IF.
022910     IF NOT ET-STATUS-ACTIVE(WS-MGR-IDX)
022930         MOVE 'E206' TO WS-REJECT-CODE
022940         MOVE 'MGRNO NOT AN ACTIVE EMPLOYEE' TO WS-REJECT-TEXT
022942         PERFORM 2230-APPLY-EDIT-RULE
022944             THRU 2230-APPLY-EDIT-RULE-EXIT
022950     END-IF.
022960 2250-VALIDATE-MGRNO-EXIT.
022970     EXIT.
033800*  2900-WRITE-REJECT                                             *
033900*****************************************************************
034000 2900-WRITE-REJECT.
034010     MOVE ZERO TO EW-ENTRY-COUNT.
034100     MOVE HF-DEPTNO             TO RJ-DEPTNO.
034200     MOVE HF-DEPTNO             TO RJ-INPUT-DATA(1:3).
034300     MOVE HF-DEPTNAME           TO RJ-INPUT-DATA(4:36).
034900 2900-WRITE-REJECT-EXIT.
035000     EXIT.
035100*****************************************************************
035102*  2920-WRITE-WARNINGS                                           *
035104*  WRITES ONE LINE TO DEPTUPWX FOR EACH EDIT THE RECORD JUST     *
035106*  POSTED OVER UNDER A WARNING RULE, SO DEPTEXCM CARRIES IT ON   *
035108*  THE EXCEPTION MASTER.  THE REFERENCE IS THE EDIT CODE.        *
035110*****************************************************************
035112 2920-WRITE-WARNINGS.
035114     IF EW-ENTRY-COUNT > ZERO
035116         PERFORM 2925-WRITE-ONE-WARNING
035118             THRU 2925-WRITE-ONE-WARNING-EXIT
035120             VARYING EW-IDX FROM 1 BY 1
035122             UNTIL EW-IDX > EW-ENTRY-COUNT
035124     END-IF.
035126     MOVE ZERO TO EW-ENTRY-COUNT.
035128 2920-WRITE-WARNINGS-EXIT.
035130     EXIT.
035132 2925-WRITE-ONE-WARNING.
035134     MOVE SPACE            TO DEPT-EXCEPTION-REC.
035136     MOVE HF-DEPTNO       TO EX-DEPTNO.
035138     MOVE EW-CODE(EW-IDX)  TO EX-REF-VALUE.
035140     MOVE 'EDIT-WARN'      TO EX-EXCEPTION-TYPE.
035142     MOVE EW-TEXT(EW-IDX)  TO EX-EXCEPTION-TEXT.
035144     WRITE DEPT-EXCEPTION-REC.
035146     IF WS-DEPTUPWX-STATUS NOT = '00'
035148         DISPLAY 'DEPTUPST - WRITE FAILED FOR DEPTUPWX, STATUS = '
035150             WS-DEPTUPWX-STATUS
035152         MOVE 16 TO RETURN-CODE
035154         GO TO 9999-ABEND
035156     END-IF.
035158     ADD 1 TO WS-EDIT-WARNINGS.
035160 2925-WRITE-ONE-WARNING-EXIT.
035162     EXIT.
035164*****************************************************************
035200*  8000-TERMINATE                                                *
035300*  COMMITS THE FINAL PARTIAL BATCH SINCE THE LAST CHECKPOINT      *
035400*  BEFORE CLOSING THE FILES AND DISPLAYING THE RUN TOTALS.        *
035910     END-IF.
036000     CLOSE DEPTUPFD.
036100     CLOSE DEPTUPRJ.
036105     CLOSE DEPTUPWX.
036110     PERFORM 1070-COUNT-DEPT1-ROWS
036120         THRU 1070-COUNT-DEPT1-ROWS-EXIT.
036130     MOVE WS-DEPT1-ROW-COUNT TO WS-DEPT1-COUNT-AFTER.
036400     DISPLAY 'DEPARTMENTS ADDED = ' WS-RECORDS-ADDED.
036500     DISPLAY 'DEPARTMENTS CHANGED = ' WS-RECORDS-CHANGED.
036600     DISPLAY 'RECORDS REJECTED  = ' WS-RECORDS-REJECTED.
036610     DISPLAY 'EDIT WARNINGS     = ' WS-EDIT-WARNINGS.
036700 8000-TERMINATE-EXIT.
036800     EXIT.
036801*****************************************************************
036816         MOVE 16 TO RETURN-CODE
036817         GO TO 9999-ABEND
036818     END-IF.
036819     PERFORM 8150-START-RUN-CONTROL-ROW
036820         THRU 8150-START-RUN-CONTROL-ROW-EXIT.
036821     MOVE 'DEPTUPST'          TO RC-PROGRAM.
036822     MOVE WS-RUN-DATE         TO RC-RUN-DATE.
036823     MOVE WS-RUN-TIME         TO RC-RUN-TIME.
036870 9999-ABEND.
036880     CLOSE DEPTUPFD.
036890     CLOSE DEPTUPRJ.
036892     CLOSE DEPTUPWX.
036894     CLOSE DEPTUPVR.
036900     DISPLAY 'DEPTUPST - RUN ABENDED, RETURN-CODE = ' RETURN-CODE.
036910     STOP RUN.
036920*****************************************************************
036930*  1015-TAKE-VOLUME-PARMS                                       *
036940*  THE RUN-PARAMETER CARD MAY ALSO CARRY THE VOLUME OVERRIDE AND *
036950*  A VOLUME TOLERANCE; A BLANK OR ZERO TOLERANCE KEEPS THE       *
036960*  STANDARD ONE.  THE CARD FILE IS CLOSED HERE, ONCE BOTH HAVE   *
036970*  BEEN TAKEN.                                                   *
036980*****************************************************************
036990 1015-TAKE-VOLUME-PARMS.
037000     IF PM-VOLUME-OVERRIDDEN
037010         SET WS-VOL-OVERRIDE TO TRUE
037020         DISPLAY 'DEPTUPST - VOLUME OVERRIDE IN EFFECT'
037030     END-IF.
037040     IF PM-VOLUME-TOLERANCE IS NUMERIC
037050             AND PM-VOLUME-TOLERANCE > ZERO
037060         MOVE PM-VOLUME-TOLERANCE TO WS-VOL-TOLERANCE
037070     END-IF.
037080     CLOSE DEPTPARM.
037090 1015-TAKE-VOLUME-PARMS-EXIT.
037100     EXIT.
037110*****************************************************************
037120*  1200-LOAD-NUMBER-REG                                          *
037130*  LOADS THE DEPTNO NUMBER REGISTRY INTO DEPT-NREG-TABLE.  THE   *
037140*  NEW-DEPTNO EDIT DEPENDS ON IT, SO AN ABSENT OR UNREADABLE     *
037150*  FILE ABENDS THE RUN RATHER THAN REJECTING EVERY ADD.  THE     *
037160*  LOOKUP IS A BINARY SEARCH, SO A RECORD OUT OF DEPTNO ORDER    *
037170*  ABENDS THE RUN TOO.                                           *
037180*****************************************************************
037190 1200-LOAD-NUMBER-REG.
037200     OPEN INPUT DEPTNREG.
037210     IF WS-DEPTNREG-STATUS NOT = '00'
037220         DISPLAY 'DEPTUPST - OPEN FAILED FOR DEPTNREG, STATUS = '
037230             WS-DEPTNREG-STATUS
037240         MOVE 16 TO RETURN-CODE
037250         GO TO 9999-ABEND
037260     END-IF.
037270     MOVE ZERO TO NG-ENTRY-COUNT.
037280     PERFORM 1210-READ-DEPTNREG
037290         THRU 1210-READ-DEPTNREG-EXIT.
037300     PERFORM 1220-LOAD-ONE-NUMBER
037310         THRU 1220-LOAD-ONE-NUMBER-EXIT
037320         UNTIL WS-EOF-DEPTNREG.
037330     CLOSE DEPTNREG.
037340 1200-LOAD-NUMBER-REG-EXIT.
037350     EXIT.
037360*****************************************************************
037370*  1210-READ-DEPTNREG                                            *
037380*****************************************************************
037390 1210-READ-DEPTNREG.
037400     READ DEPTNREG
037410         AT END
037420             SET WS-EOF-DEPTNREG TO TRUE
037430     END-READ.
037440     IF NOT WS-EOF-DEPTNREG AND WS-DEPTNREG-STATUS NOT = '00'
037450         DISPLAY 'DEPTUPST - ERROR READING DEPTNREG, STATUS = '
037460             WS-DEPTNREG-STATUS
037470         MOVE 16 TO RETURN-CODE
037480         GO TO 9999-ABEND
037490     END-IF.
037500 1210-READ-DEPTNREG-EXIT.
037510     EXIT.
037520*****************************************************************
037530*  1220-LOAD-ONE-NUMBER                                          *
037540*****************************************************************
037550 1220-LOAD-ONE-NUMBER.
037560     IF NG-ENTRY-COUNT >= NG-MAX-ENTRIES
037570         DISPLAY 'DEPTUPST - NUMBER REGISTRY FULL AT '
037580             NG-MAX-ENTRIES ' ENTRIES'
037590         MOVE 16 TO RETURN-CODE
037600         GO TO 9999-ABEND
037610     END-IF.
037620     IF NG-ENTRY-COUNT > ZERO
037630             AND NR-DEPTNO NOT > NG-DEPTNO(NG-ENTRY-COUNT)
037640         DISPLAY 'DEPTUPST - DEPTNREG OUT OF DEPTNO SEQUENCE AT '
037650             NR-DEPTNO
037660         MOVE 16 TO RETURN-CODE
037670         GO TO 9999-ABEND
037680     END-IF.
037690     ADD 1 TO NG-ENTRY-COUNT.
037700     MOVE NR-DEPTNO     TO NG-DEPTNO(NG-ENTRY-COUNT).
037710     MOVE NR-DIVISION   TO NG-DIVISION(NG-ENTRY-COUNT).
037720     MOVE NR-STATUS     TO NG-STATUS(NG-ENTRY-COUNT).
037730     MOVE NR-REUSE-DATE TO NG-REUSE-DATE(NG-ENTRY-COUNT).
037740     PERFORM 1210-READ-DEPTNREG
037750         THRU 1210-READ-DEPTNREG-EXIT.
037760 1220-LOAD-ONE-NUMBER-EXIT.
037770     EXIT.
037780*****************************************************************
037790*  1300-LOAD-EDIT-RULES                                          *
037800*  LOADS THE SHARED EDIT-RULE FILE INTO DEPT-EDIT-RULE-TABLE IN  *
037810*  FILE ORDER.  AN EMPTY FILE IS VALID -- EVERY EDIT THEN        *
037820*  REJECTS -- BUT AN ABSENT OR UNREADABLE ONE ABENDS THE RUN     *
037830*  RATHER THAN QUIETLY REJECTING WHAT THE RULES WOULD HAVE LET   *
037840*  THROUGH.  AN ENTRY FOR A CODE THAT ALWAYS REJECTS IS SKIPPED  *
037850*  WITH A MESSAGE.                                               *
037860*****************************************************************
037870 1300-LOAD-EDIT-RULES.
037880     OPEN INPUT DEPTERUL.
037890     IF WS-DEPTERUL-STATUS NOT = '00'
037900         DISPLAY 'DEPTUPST - OPEN FAILED FOR DEPTERUL, STATUS = '
037910             WS-DEPTERUL-STATUS
037920         MOVE 16 TO RETURN-CODE
037930         GO TO 9999-ABEND
037940     END-IF.
037950     MOVE ZERO TO EU-ENTRY-COUNT.
037960     MOVE ZERO TO EW-ENTRY-COUNT.
037970     PERFORM 1310-READ-DEPTERUL
037980         THRU 1310-READ-DEPTERUL-EXIT.
037990     PERFORM 1320-LOAD-ONE-RULE
038000         THRU 1320-LOAD-ONE-RULE-EXIT
038010         UNTIL WS-EOF-DEPTERUL.
038020     CLOSE DEPTERUL.
038030 1300-LOAD-EDIT-RULES-EXIT.
038040     EXIT.
038050*****************************************************************
038060*  1310-READ-DEPTERUL                                            *
038070*****************************************************************
038080 1310-READ-DEPTERUL.
038090     READ DEPTERUL
038100         AT END
038110             SET WS-EOF-DEPTERUL TO TRUE
038120     END-READ.
038130     IF NOT WS-EOF-DEPTERUL AND WS-DEPTERUL-STATUS NOT = '00'
038140         DISPLAY 'DEPTUPST - ERROR READING DEPTERUL, STATUS = '
038150             WS-DEPTERUL-STATUS
038160         MOVE 16 TO RETURN-CODE
038170         GO TO 9999-ABEND
038180     END-IF.
038190 1310-READ-DEPTERUL-EXIT.
038200     EXIT.
038210*****************************************************************
038220*  1320-LOAD-ONE-RULE                                            *
038230*****************************************************************
038240 1320-LOAD-ONE-RULE.
038250     IF ER-CODE-LOCKED
038260         DISPLAY 'DEPTUPST - DEPTERUL ENTRY FOR ' ER-CODE
038270             ' SKIPPED - CODE ALWAYS REJECTS'
038280         GO TO 1320-NEXT-RULE
038290     END-IF.
038300     IF EU-ENTRY-COUNT >= EU-MAX-ENTRIES
038310         DISPLAY 'DEPTUPST - EDIT-RULE TABLE FULL AT '
038320             EU-MAX-ENTRIES ' ENTRIES'
038330         MOVE 16 TO RETURN-CODE
038340         GO TO 9999-ABEND
038350     END-IF.
038360     ADD 1 TO EU-ENTRY-COUNT.
038370     MOVE ER-CODE       TO EU-CODE(EU-ENTRY-COUNT).
038380     MOVE ER-SEVERITY   TO EU-SEVERITY(EU-ENTRY-COUNT).
038390     MOVE ER-EFF-FROM   TO EU-EFF-FROM(EU-ENTRY-COUNT).
038400     MOVE ER-EFF-TO     TO EU-EFF-TO(EU-ENTRY-COUNT).
038410     MOVE ER-MESSAGE    TO EU-MESSAGE(EU-ENTRY-COUNT).
038420     MOVE ER-CHANGED-BY TO EU-CHANGED-BY(EU-ENTRY-COUNT).
038430 1320-NEXT-RULE.
038440     PERFORM 1310-READ-DEPTERUL
038450         THRU 1310-READ-DEPTERUL-EXIT.
038460 1320-LOAD-ONE-RULE-EXIT.
038470     EXIT.
038480*****************************************************************
038490*  1500-CHECK-VOLUME                                             *
038500*  MEASURES THE WHOLE FEED BEFORE ANYTHING POSTS AND COMPARES IT *
038510*  WITH THE NORMAL RANGE FROM THE RUN-HISTORY ARCHIVE.  A FEED   *
038520*  OUTSIDE THAT RANGE HOLDS AN UPDATE RUN UNLESS THE DEPTPARM    *
038530*  CARD CARRIES THE VOLUME OVERRIDE; A TRIAL RUN IS NEVER HELD.  *
038540*  WHENEVER THE FEED IS OUTSIDE ITS RANGE THE REPORT GOES ON TO  *
038550*  LIST WHAT EACH RECORD WOULD HAVE DONE.                        *
038560*****************************************************************
038570 1500-CHECK-VOLUME.
038580     OPEN OUTPUT DEPTUPVR.
038590     IF WS-DEPTUPVR-STATUS NOT = '00'
038600         DISPLAY 'DEPTUPST - OPEN FAILED FOR DEPTUPVR, STATUS = '
038610             WS-DEPTUPVR-STATUS
038620         MOVE 16 TO RETURN-CODE
038630         GO TO 9999-ABEND
038640     END-IF.
038650     SET WS-VOL-NOT-LISTING TO TRUE.
038660     PERFORM 1510-SCAN-FEED
038670         THRU 1510-SCAN-FEED-EXIT.
038680     PERFORM 1600-LOAD-RUN-HISTORY
038690         THRU 1600-LOAD-RUN-HISTORY-EXIT.
038700     PERFORM 1700-SET-NORMAL-RANGE
038710         THRU 1700-SET-NORMAL-RANGE-EXIT.
038720     EVALUATE TRUE
038730         WHEN WS-VOL-NO-HISTORY
038740             MOVE 'N' TO WS-VOL-CHECK-CODE
038750             MOVE 'VOLUME CHECK NOT APPLIED - TOO LITTLE HISTORY'
038760                 TO WS-VOL-VERDICT
038770         WHEN WS-VOL-IN-RANGE
038780             MOVE 'P' TO WS-VOL-CHECK-CODE
038790             MOVE 'VOLUME CHECK PASSED - FEED IN NORMAL RANGE'
038800                 TO WS-VOL-VERDICT
038810         WHEN WS-MODE-TRIAL
038820             MOVE 'X' TO WS-VOL-CHECK-CODE
038830             MOVE 'OUTSIDE NORMAL RANGE - TRIAL RUN, NOT HELD'
038840                 TO WS-VOL-VERDICT
038850         WHEN WS-VOL-OVERRIDE
038860             MOVE 'O' TO WS-VOL-CHECK-CODE
038870             MOVE 'OUTSIDE NORMAL RANGE - POSTED UNDER OVERRIDE'
038880                 TO WS-VOL-VERDICT
038890         WHEN OTHER
038900             MOVE 'H' TO WS-VOL-CHECK-CODE
038910             SET WS-VOL-HOLD-RUN TO TRUE
038920             MOVE 'RUN HELD - OUTSIDE NORMAL RANGE, NOT POSTED'
038930                 TO WS-VOL-VERDICT
038940     END-EVALUATE.
038950     PERFORM 1800-WRITE-VOLUME-SUMMARY
038960         THRU 1800-WRITE-VOLUME-SUMMARY-EXIT.
038970     IF WS-VOL-OUT-OF-RANGE
038980         SET WS-VOL-LISTING TO TRUE
038990         PERFORM 1510-SCAN-FEED
039000             THRU 1510-SCAN-FEED-EXIT
039010     END-IF.
039020     CLOSE DEPTUPVR.
039030     DISPLAY 'DEPTUPST - ' WS-VOL-VERDICT.
039040 1500-CHECK-VOLUME-EXIT.
039050     EXIT.
039060*****************************************************************
039070*  1510-SCAN-FEED                                                *
039080*  ONE READ-ONLY PASS OF THE FEED.  EVERY RECORD GOES THROUGH    *
039090*  THE SAME EDITS THE POSTING PASS USES, SO THE COUNTS ARE WHAT  *
039100*  THE RUN WOULD ACTUALLY DO.  THE RUN COUNTERS ARE NOT TOUCHED. *
039110*****************************************************************
039120 1510-SCAN-FEED.
039130     MOVE ZERO TO WS-VOL-RECORDS.
039140     MOVE ZERO TO WS-VOL-ADDS.
039150     MOVE ZERO TO WS-VOL-CHANGES.
039160     MOVE ZERO TO WS-VOL-UNCHANGED.
039170     MOVE ZERO TO WS-VOL-REJECTS.
039180     OPEN INPUT DEPTUPFD.
039190     IF WS-DEPTUPFD-STATUS NOT = '00'
039200         DISPLAY 'DEPTUPST - OPEN FAILED FOR DEPTUPFD, STATUS = '
039210             WS-DEPTUPFD-STATUS
039220         MOVE 16 TO RETURN-CODE
039230         GO TO 9999-ABEND
039240     END-IF.
039250     SET WS-NOT-EOF-SCAN TO TRUE.
039260     PERFORM 1520-READ-SCAN-RECORD
039270         THRU 1520-READ-SCAN-RECORD-EXIT.
039280     PERFORM 1530-MEASURE-ONE-RECORD
039290         THRU 1530-MEASURE-ONE-RECORD-EXIT
039300         UNTIL WS-EOF-SCAN.
039310     CLOSE DEPTUPFD.
039320 1510-SCAN-FEED-EXIT.
039330     EXIT.
039340*****************************************************************
039350*  1520-READ-SCAN-RECORD                                         *
039360*****************************************************************
039370 1520-READ-SCAN-RECORD.
039380     READ DEPTUPFD
039390         AT END
039400             SET WS-EOF-SCAN TO TRUE
039410     END-READ.
039420     IF NOT WS-EOF-SCAN AND WS-DEPTUPFD-STATUS NOT = '00'
039430         DISPLAY 'DEPTUPST - READ FAILED FOR DEPTUPFD, STATUS = '
039440             WS-DEPTUPFD-STATUS
039450         MOVE 16 TO RETURN-CODE
039460         GO TO 9999-ABEND
039470     END-IF.
039480 1520-READ-SCAN-RECORD-EXIT.
039490     EXIT.
039500*****************************************************************
039510*  1530-MEASURE-ONE-RECORD                                       *
039520*  CLASSIFIES ONE RECORD AS A REJECT, AN ADD, A CHANGE, OR A     *
039530*  RECORD THAT MATCHES ITS DEPT1 ROW COLUMN FOR COLUMN AND SO    *
039540*  WOULD CHANGE NOTHING.  ONLY A REAL CHANGE COUNTS TOWARD THE   *
039550*  SHARE OF DEPT1 ROWS THE FEED WOULD CHANGE.                    *
039560*****************************************************************
039570 1530-MEASURE-ONE-RECORD.
039580     ADD 1 TO WS-VOL-RECORDS.
039590     MOVE SPACE TO DEPT-DEPTNAME-TEXT.
039600     MOVE SPACE TO DEPT-LOCATION.
039610     MOVE SPACE TO WS-VOL-REASON.
039620     MOVE SPACE TO WS-VOL-COLUMNS.
039630     PERFORM 2200-EDIT-FEED-RECORD
039640         THRU 2200-EDIT-FEED-RECORD-EXIT.
039650     EVALUATE TRUE
039660         WHEN WS-RECORD-INVALID
039670             ADD 1 TO WS-VOL-REJECTS
039680             MOVE 'REJECT'       TO WS-VOL-ACTION
039690             MOVE WS-REJECT-CODE TO WS-VOL-REASON
039700             MOVE WS-REJECT-TEXT TO WS-VOL-COLUMNS
039710         WHEN WS-ROW-NOT-FOUND
039720             ADD 1 TO WS-VOL-ADDS
039730             MOVE 'ADD'          TO WS-VOL-ACTION
039740         WHEN OTHER
039750             PERFORM 1540-COMPARE-FEED-TO-ROW
039760                 THRU 1540-COMPARE-FEED-TO-ROW-EXIT
039770             IF WS-VOL-COLUMNS = SPACES
039780                 ADD 1 TO WS-VOL-UNCHANGED
039790                 MOVE 'UNCHANGED' TO WS-VOL-ACTION
039800             ELSE
039810                 ADD 1 TO WS-VOL-CHANGES
039820                 MOVE 'CHANGE'    TO WS-VOL-ACTION
039830             END-IF
039840     END-EVALUATE.
039850     IF WS-VOL-LISTING AND WS-VOL-ACTION NOT = 'UNCHANGED'
039860         PERFORM 1880-START-VOLUME-LINE
039870             THRU 1880-START-VOLUME-LINE-EXIT
039880         MOVE 'RECORD'           TO VR-LINE-TYPE
039890         MOVE HF-DEPTNO          TO VR-DEPTNO
039900         MOVE WS-VOL-ACTION      TO VR-ACTION
039910         MOVE WS-VOL-REASON      TO VR-REASON-CODE
039920         MOVE WS-VOL-COLUMNS     TO VR-COLUMNS-CHANGED
039930         PERFORM 1890-WRITE-VOLUME-LINE
039940             THRU 1890-WRITE-VOLUME-LINE-EXIT
039950     END-IF.
039960     PERFORM 1520-READ-SCAN-RECORD
039970         THRU 1520-READ-SCAN-RECORD-EXIT.
039980 1530-MEASURE-ONE-RECORD-EXIT.
039990     EXIT.
040000*****************************************************************
040010*  1540-COMPARE-FEED-TO-ROW                                      *
040020*  2210-FETCH-CURRENT-ROW HAS LOADED THE CURRENT ROW INTO        *
040030*  DEPT-ROW.  EACH COLUMN THE FEED WOULD ALTER IS NAMED IN ITS   *
040040*  OWN SLOT OF WS-VOL-COLUMNS.  A NULL MGRNO COMPARES AS BLANK.  *
040050*****************************************************************
040060 1540-COMPARE-FEED-TO-ROW.
040070     IF DEPT-MGRNO-NULL < ZERO
040080         MOVE SPACE TO WS-VOL-ROW-MGRNO
040090     ELSE
040100         MOVE DEPT-MGRNO TO WS-VOL-ROW-MGRNO
040110     END-IF.
040120     IF HF-DEPTNAME NOT = DEPT-DEPTNAME-TEXT
040130         MOVE 'DEPTNAME' TO WS-VOL-COLUMNS(1:8)
040140     END-IF.
040150     IF HF-MGRNO NOT = WS-VOL-ROW-MGRNO
040160         MOVE 'MGRNO'    TO WS-VOL-COLUMNS(10:5)
040170     END-IF.
040180     IF HF-ADMRDEPT NOT = DEPT-ADMRDEPT
040190         MOVE 'ADMRDEPT' TO WS-VOL-COLUMNS(16:8)
040200     END-IF.
040210     IF HF-LOCATION NOT = DEPT-LOCATION
040220         MOVE 'LOCATION' TO WS-VOL-COLUMNS(25:8)
040230     END-IF.
040240     IF HF-COSTCTR NOT = DEPT-COSTCTR
040250         MOVE 'COSTCTR'  TO WS-VOL-COLUMNS(34:7)
040260     END-IF.
040270     IF HF-BUDGCODE NOT = DEPT-BUDGCODE
040280         MOVE 'BUDGCODE' TO WS-VOL-COLUMNS(42:8)
040290     END-IF.
040300 1540-COMPARE-FEED-TO-ROW-EXIT.
040310     EXIT.
040320*****************************************************************
040330*  1600-LOAD-RUN-HISTORY                                         *
040340*  KEEPS THE LAST WS-VH-MAX-RUNS CLEAN UPDATE RUNS OF THIS       *
040350*  PROGRAM FROM THE RUN-HISTORY ARCHIVE.  TRIAL RUNS, HELD RUNS  *
040360*  AND RUNS POSTED UNDER THE OVERRIDE ARE NOT NORMAL NIGHTS AND  *
040370*  ARE LEFT OUT.  NO ARCHIVE YET (STATUS 35) MEANS NO HISTORY.   *
040380*****************************************************************
040390 1600-LOAD-RUN-HISTORY.
040400     MOVE ZERO TO WS-VH-COUNT.
040410     MOVE 1    TO WS-VH-NEXT.
040420     OPEN INPUT DEPTRUNH.
040430     IF WS-DEPTRUNH-STATUS = '35'
040440         GO TO 1600-LOAD-RUN-HISTORY-EXIT
040450     END-IF.
040460     IF WS-DEPTRUNH-STATUS NOT = '00'
040470         DISPLAY 'DEPTUPST - OPEN FAILED FOR DEPTRUNH, STATUS = '
040480             WS-DEPTRUNH-STATUS
040490         MOVE 16 TO RETURN-CODE
040500         GO TO 9999-ABEND
040510     END-IF.
040520     SET WS-NOT-EOF-RUNH TO TRUE.
040530     PERFORM 1610-READ-RUN-HISTORY
040540         THRU 1610-READ-RUN-HISTORY-EXIT.
040550     PERFORM 1620-FILE-ONE-HISTORY-ROW
040560         THRU 1620-FILE-ONE-HISTORY-ROW-EXIT
040570         UNTIL WS-EOF-RUNH.
040580     CLOSE DEPTRUNH.
040590 1600-LOAD-RUN-HISTORY-EXIT.
040600     EXIT.
040610*****************************************************************
040620*  1610-READ-RUN-HISTORY                                         *
040630*****************************************************************
040640 1610-READ-RUN-HISTORY.
040650     READ DEPTRUNH
040660         AT END
040670             SET WS-EOF-RUNH TO TRUE
040680     END-READ.
040690     IF NOT WS-EOF-RUNH AND WS-DEPTRUNH-STATUS NOT = '00'
040700         DISPLAY 'DEPTUPST - READ FAILED FOR DEPTRUNH, STATUS = '
040710             WS-DEPTRUNH-STATUS
040720         MOVE 16 TO RETURN-CODE
040730         GO TO 9999-ABEND
040740     END-IF.
040750 1610-READ-RUN-HISTORY-EXIT.
040760     EXIT.
040770*****************************************************************
040780*  1620-FILE-ONE-HISTORY-ROW                                     *
040790*****************************************************************
040800 1620-FILE-ONE-HISTORY-ROW.
040810     IF RH-PROGRAM NOT = 'DEPTUPST'
040820             OR NOT RH-MODE-UPDATE
040830             OR RH-VOLUME-HELD
040840             OR RH-VOLUME-OVERRIDDEN
040850         GO TO 1620-NEXT-HISTORY-ROW
040860     END-IF.
040870     SET VH-IDX TO WS-VH-NEXT.
040880     MOVE RH-RECORDS-READ TO WS-VH-READ(VH-IDX).
040890     IF RH-DEPT1-CHANGE-PCT IS NUMERIC
040900         SET WS-VH-PCT-KNOWN(VH-IDX) TO TRUE
040910         MOVE RH-DEPT1-CHANGE-PCT TO WS-VH-PCT(VH-IDX)
040920     ELSE
040930         SET WS-VH-PCT-UNKNOWN(VH-IDX) TO TRUE
040940         MOVE ZERO TO WS-VH-PCT(VH-IDX)
040950     END-IF.
040960     IF WS-VH-COUNT < WS-VH-MAX-RUNS
040970         ADD 1 TO WS-VH-COUNT
040980     END-IF.
040990     IF WS-VH-NEXT < WS-VH-MAX-RUNS
041000         ADD 1 TO WS-VH-NEXT
041010     ELSE
041020         MOVE 1 TO WS-VH-NEXT
041030     END-IF.
041040 1620-NEXT-HISTORY-ROW.
041050     PERFORM 1610-READ-RUN-HISTORY
041060         THRU 1610-READ-RUN-HISTORY-EXIT.
041070 1620-FILE-ONE-HISTORY-ROW-EXIT.
041080     EXIT.
041090*****************************************************************
041100*  1700-SET-NORMAL-RANGE                                         *
041110*  THE NORMAL RANGE FOR RECORDS ON FILE RUNS FROM THE LOWEST     *
041120*  HISTORY COUNT LESS THE TOLERANCE TO THE HIGHEST PLUS THE      *
041130*  TOLERANCE.  THE CHANGE SHARE HAS ONLY AN UPPER LIMIT -- A     *
041140*  QUIET NIGHT IS NOT A DANGER -- AND IS CHECKED ONLY ONCE       *
041150*  ENOUGH HISTORY ROWS CARRY A SHARE.  THEN SETS TONIGHT'S       *
041160*  SHARE AND JUDGES BOTH MEASURES.                               *
041170*****************************************************************
041180 1700-SET-NORMAL-RANGE.
041190     MOVE ZERO TO WS-VOL-CHANGE-PCT.
041200     IF WS-DEPT1-COUNT-BEFORE > ZERO
041210         IF WS-VOL-CHANGES >= WS-DEPT1-COUNT-BEFORE
041220             MOVE 99.9 TO WS-VOL-CHANGE-PCT
041230         ELSE
041240             COMPUTE WS-VOL-PCT-WORK ROUNDED =
041250                 WS-VOL-CHANGES * 100 / WS-DEPT1-COUNT-BEFORE
041260             IF WS-VOL-PCT-WORK > 99.9
041270                 MOVE 99.9 TO WS-VOL-CHANGE-PCT
041280             ELSE
041290                 MOVE WS-VOL-PCT-WORK TO WS-VOL-CHANGE-PCT
041300             END-IF
041310         END-IF
041320     END-IF.
041330     MOVE 'NO HISTORY' TO WS-VOL-READ-RESULT.
041340     MOVE 'NO HISTORY' TO WS-VOL-SHARE-RESULT.
041350     IF WS-VH-COUNT < WS-VOL-MIN-HISTORY
041360         SET WS-VOL-NO-HISTORY TO TRUE
041370         GO TO 1700-SET-NORMAL-RANGE-EXIT
041380     END-IF.
041390     MOVE WS-VH-READ(1) TO WS-VOL-READ-LOW.
041400     MOVE WS-VH-READ(1) TO WS-VOL-READ-HIGH.
041410     MOVE ZERO TO WS-VOL-PCT-HIGH.
041420     MOVE ZERO TO WS-VOL-PCT-RUNS.
041430     PERFORM 1710-TAKE-ONE-HISTORY-RUN
041440         THRU 1710-TAKE-ONE-HISTORY-RUN-EXIT
041450         VARYING VH-IDX FROM 1 BY 1
041460         UNTIL VH-IDX > WS-VH-COUNT.
041470     IF WS-VOL-TOLERANCE >= 100
041480         MOVE ZERO TO WS-VOL-RANGE-LOW
041490     ELSE
041500         COMPUTE WS-VOL-RANGE-LOW =
041510             WS-VOL-READ-LOW * (100 - WS-VOL-TOLERANCE) / 100
041520     END-IF.
041530     COMPUTE WS-VOL-RANGE-HIGH ROUNDED =
041540         WS-VOL-READ-HIGH * (100 + WS-VOL-TOLERANCE) / 100.
041550     SET WS-VOL-IN-RANGE TO TRUE.
041560     EVALUATE TRUE
041570         WHEN WS-VOL-RECORDS < WS-VOL-RANGE-LOW
041580             MOVE 'BELOW RANGE' TO WS-VOL-READ-RESULT
041590             SET WS-VOL-OUT-OF-RANGE TO TRUE
041600         WHEN WS-VOL-RECORDS > WS-VOL-RANGE-HIGH
041610             MOVE 'ABOVE RANGE' TO WS-VOL-READ-RESULT
041620             SET WS-VOL-OUT-OF-RANGE TO TRUE
041630         WHEN OTHER
041640             MOVE 'IN RANGE'    TO WS-VOL-READ-RESULT
041650     END-EVALUATE.
041660     IF WS-VOL-PCT-RUNS < WS-VOL-MIN-HISTORY
041670         GO TO 1700-SET-NORMAL-RANGE-EXIT
041680     END-IF.
041690     COMPUTE WS-VOL-SHARE-LIMIT ROUNDED =
041700         WS-VOL-PCT-HIGH * (100 + WS-VOL-TOLERANCE) / 100.
041710     IF WS-VOL-SHARE-LIMIT < WS-VOL-SHARE-FLOOR
041720         MOVE WS-VOL-SHARE-FLOOR TO WS-VOL-SHARE-LIMIT
041730     END-IF.
041740     IF WS-VOL-CHANGE-PCT > WS-VOL-SHARE-LIMIT
041750         MOVE 'ABOVE RANGE' TO WS-VOL-SHARE-RESULT
041760         SET WS-VOL-OUT-OF-RANGE TO TRUE
041770     ELSE
041780         MOVE 'IN RANGE'    TO WS-VOL-SHARE-RESULT
041790     END-IF.
041800 1700-SET-NORMAL-RANGE-EXIT.
041810     EXIT.
041820*****************************************************************
041830*  1710-TAKE-ONE-HISTORY-RUN                                     *
041840*****************************************************************
041850 1710-TAKE-ONE-HISTORY-RUN.
041860     IF WS-VH-READ(VH-IDX) < WS-VOL-READ-LOW
041870         MOVE WS-VH-READ(VH-IDX) TO WS-VOL-READ-LOW
041880     END-IF.
041890     IF WS-VH-READ(VH-IDX) > WS-VOL-READ-HIGH
041900         MOVE WS-VH-READ(VH-IDX) TO WS-VOL-READ-HIGH
041910     END-IF.
041920     IF WS-VH-PCT-KNOWN(VH-IDX)
041930         ADD 1 TO WS-VOL-PCT-RUNS
041940         IF WS-VH-PCT(VH-IDX) > WS-VOL-PCT-HIGH
041950             MOVE WS-VH-PCT(VH-IDX) TO WS-VOL-PCT-HIGH
041960         END-IF
041970     END-IF.
041980 1710-TAKE-ONE-HISTORY-RUN-EXIT.
041990     EXIT.
042000*****************************************************************
042010*  1800-WRITE-VOLUME-SUMMARY                                     *
042020*  THE VERDICT LINE, THE TWO JUDGED MEASURES WITH THEIR NORMAL   *
042030*  RANGES, THEN THE SUPPORTING COUNTS.                           *
042040*****************************************************************
042050 1800-WRITE-VOLUME-SUMMARY.
042060     PERFORM 1880-START-VOLUME-LINE
042070         THRU 1880-START-VOLUME-LINE-EXIT.
042080     MOVE 'VERDICT'               TO VR-LINE-TYPE.
042090     MOVE WS-VOL-VERDICT          TO VR-LINE-BODY.
042100     PERFORM 1890-WRITE-VOLUME-LINE
042110         THRU 1890-WRITE-VOLUME-LINE-EXIT.
042120     PERFORM 1880-START-VOLUME-LINE
042130         THRU 1880-START-VOLUME-LINE-EXIT.
042140     MOVE 'RECORDS ON FILE'       TO VR-MEASURE-NAME.
042150     MOVE WS-VOL-RECORDS          TO VR-TONIGHT-CNT.
042160     IF NOT WS-VOL-NO-HISTORY
042170         MOVE WS-VOL-RANGE-LOW    TO VR-LOW-CNT
042180         MOVE WS-VOL-RANGE-HIGH   TO VR-HIGH-CNT
042190     END-IF.
042200     MOVE WS-VOL-READ-RESULT      TO VR-MEASURE-RESULT.
042210     PERFORM 1890-WRITE-VOLUME-LINE
042220         THRU 1890-WRITE-VOLUME-LINE-EXIT.
042230     PERFORM 1880-START-VOLUME-LINE
042240         THRU 1880-START-VOLUME-LINE-EXIT.
042250     MOVE 'DEPT1 ROWS CHANGED PCT' TO VR-MEASURE-NAME.
042260     MOVE WS-VOL-CHANGE-PCT       TO VR-TONIGHT-PCT.
042270     IF WS-VOL-SHARE-RESULT NOT = 'NO HISTORY'
042280         MOVE ZERO                TO VR-LOW-PCT
042290         MOVE WS-VOL-SHARE-LIMIT  TO VR-HIGH-PCT
042300     END-IF.
042310     MOVE WS-VOL-SHARE-RESULT     TO VR-MEASURE-RESULT.
042320     PERFORM 1890-WRITE-VOLUME-LINE
042330         THRU 1890-WRITE-VOLUME-LINE-EXIT.
042340     PERFORM 1880-START-VOLUME-LINE
042350         THRU 1880-START-VOLUME-LINE-EXIT.
042360     MOVE 'WOULD ADD'             TO VR-MEASURE-NAME.
042370     MOVE WS-VOL-ADDS             TO VR-TONIGHT-CNT.
042380     PERFORM 1890-WRITE-VOLUME-LINE
042390         THRU 1890-WRITE-VOLUME-LINE-EXIT.
042400     PERFORM 1880-START-VOLUME-LINE
042410         THRU 1880-START-VOLUME-LINE-EXIT.
042420     MOVE 'WOULD CHANGE'          TO VR-MEASURE-NAME.
042430     MOVE WS-VOL-CHANGES          TO VR-TONIGHT-CNT.
042440     PERFORM 1890-WRITE-VOLUME-LINE
042450         THRU 1890-WRITE-VOLUME-LINE-EXIT.
042460     PERFORM 1880-START-VOLUME-LINE
042470         THRU 1880-START-VOLUME-LINE-EXIT.
042480     MOVE 'WOULD CHANGE NOTHING'  TO VR-MEASURE-NAME.
042490     MOVE WS-VOL-UNCHANGED        TO VR-TONIGHT-CNT.
042500     PERFORM 1890-WRITE-VOLUME-LINE
042510         THRU 1890-WRITE-VOLUME-LINE-EXIT.
042520     PERFORM 1880-START-VOLUME-LINE
042530         THRU 1880-START-VOLUME-LINE-EXIT.
042540     MOVE 'WOULD REJECT'          TO VR-MEASURE-NAME.
042550     MOVE WS-VOL-REJECTS          TO VR-TONIGHT-CNT.
042560     PERFORM 1890-WRITE-VOLUME-LINE
042570         THRU 1890-WRITE-VOLUME-LINE-EXIT.
042580     PERFORM 1880-START-VOLUME-LINE
042590         THRU 1880-START-VOLUME-LINE-EXIT.
042600     MOVE 'DEPT1 ROWS BEFORE RUN' TO VR-MEASURE-NAME.
042610     MOVE WS-DEPT1-COUNT-BEFORE   TO VR-TONIGHT-CNT.
042620     PERFORM 1890-WRITE-VOLUME-LINE
042630         THRU 1890-WRITE-VOLUME-LINE-EXIT.
042640     PERFORM 1880-START-VOLUME-LINE
042650         THRU 1880-START-VOLUME-LINE-EXIT.
042660     MOVE 'HISTORY RUNS USED'     TO VR-MEASURE-NAME.
042670     MOVE WS-VH-COUNT             TO VR-TONIGHT-CNT.
042680     PERFORM 1890-WRITE-VOLUME-LINE
042690         THRU 1890-WRITE-VOLUME-LINE-EXIT.
042700     PERFORM 1880-START-VOLUME-LINE
042710         THRU 1880-START-VOLUME-LINE-EXIT.
042720     MOVE 'TOLERANCE PCT'         TO VR-MEASURE-NAME.
042730     MOVE WS-VOL-TOLERANCE        TO VR-TONIGHT-CNT.
042740     PERFORM 1890-WRITE-VOLUME-LINE
042750         THRU 1890-WRITE-VOLUME-LINE-EXIT.
042760 1800-WRITE-VOLUME-SUMMARY-EXIT.
042770     EXIT.
042780*****************************************************************
042790*  1880-START-VOLUME-LINE                                        *
042800*  CLEARS THE REPORT LINE AND FILLS THE COMMON COLUMNS.  THE     *
042810*  LINE TYPE DEFAULTS TO A MEASURE LINE.                         *
042820*****************************************************************
042830 1880-START-VOLUME-LINE.
042840     MOVE SPACE                   TO DEPT-VOLUME-RPT-REC.
042850     MOVE 'DEPTUPST'              TO VR-PROGRAM.
042860     MOVE WS-RUN-DATE             TO VR-RUN-DATE.
042870     MOVE 'MEASURE'               TO VR-LINE-TYPE.
042880 1880-START-VOLUME-LINE-EXIT.
042890     EXIT.
042900*****************************************************************
042910*  1890-WRITE-VOLUME-LINE                                        *
042920*****************************************************************
042930 1890-WRITE-VOLUME-LINE.
042940     WRITE DEPT-VOLUME-RPT-REC.
042950     IF WS-DEPTUPVR-STATUS NOT = '00'
042960         DISPLAY 'DEPTUPST - WRITE FAILED FOR DEPTUPVR, STATUS = '
042970             WS-DEPTUPVR-STATUS
042980         MOVE 16 TO RETURN-CODE
042990         GO TO 9999-ABEND
043000     END-IF.
043010 1890-WRITE-VOLUME-LINE-EXIT.
043020     EXIT.
043030*****************************************************************
043040*  2230-APPLY-EDIT-RULE                                          *
043050*  CALLED BY EACH EDIT THAT FAILS, WITH ITS CODE AND TEXT        *
043060*  ALREADY IN WS-REJECT-CODE AND WS-REJECT-TEXT.  LOOKS THE      *
043070*  CODE UP ON THE EDIT-RULE TABLE AS OF TONIGHT'S RUN DATE.      *
043080*  NO RULE IN FORCE, OR A REJECT RULE, REJECTS THE RECORD.  A    *
043090*  WARNING RULE LETS IT POST AND KEEPS THE CODE FOR THE WARNING  *
043100*  FILE; AN IGNORE RULE LETS IT POST SILENTLY.  A RULE'S OWN     *
043110*  MESSAGE TEXT, IF ANY, REPLACES THE PROGRAM'S.                 *
043120*****************************************************************
043130 2230-APPLY-EDIT-RULE.
043140     SET WS-RULE-NOT-FOUND TO TRUE.
043150     IF EU-ENTRY-COUNT > ZERO
043160         PERFORM 2235-CHECK-ONE-RULE
043170             THRU 2235-CHECK-ONE-RULE-EXIT
043180             VARYING EU-IDX FROM 1 BY 1
043190             UNTIL EU-IDX > EU-ENTRY-COUNT
043200                OR WS-RULE-FOUND
043210     END-IF.
043220     IF WS-RULE-NOT-FOUND
043230         SET WS-RECORD-INVALID TO TRUE
043240         GO TO 2230-APPLY-EDIT-RULE-EXIT
043250     END-IF.
043260     IF EU-MESSAGE(WS-RULE-IDX) NOT = SPACES
043270         MOVE EU-MESSAGE(WS-RULE-IDX) TO WS-REJECT-TEXT
043280     END-IF.
043290     EVALUATE TRUE
043300         WHEN EU-SEVERITY-WARN(WS-RULE-IDX)
043310             IF EW-ENTRY-COUNT < EW-MAX-ENTRIES
043320                 ADD 1 TO EW-ENTRY-COUNT
043330                 MOVE WS-REJECT-CODE TO EW-CODE(EW-ENTRY-COUNT)
043340                 MOVE WS-REJECT-TEXT TO EW-TEXT(EW-ENTRY-COUNT)
043350             END-IF
043360             MOVE SPACE TO WS-REJECT-CODE
043370             MOVE SPACE TO WS-REJECT-TEXT
043380         WHEN EU-SEVERITY-IGNORE(WS-RULE-IDX)
043390             MOVE SPACE TO WS-REJECT-CODE
043400             MOVE SPACE TO WS-REJECT-TEXT
043410         WHEN OTHER
043420             SET WS-RECORD-INVALID TO TRUE
043430     END-EVALUATE.
043440 2230-APPLY-EDIT-RULE-EXIT.
043450     EXIT.
043460 2235-CHECK-ONE-RULE.
043470     IF EU-CODE(EU-IDX) = WS-REJECT-CODE
043480             AND (EU-EFF-FROM(EU-IDX) = SPACES
043490                  OR EU-EFF-FROM(EU-IDX) NOT > WS-RUN-DATE)
043500             AND (EU-EFF-TO(EU-IDX) = SPACES
043510                  OR EU-EFF-TO(EU-IDX) NOT < WS-RUN-DATE)
043520         SET WS-RULE-FOUND TO TRUE
043530         SET WS-RULE-IDX TO EU-IDX
043540     END-IF.
043550 2235-CHECK-ONE-RULE-EXIT.
043560     EXIT.
043570*****************************************************************
043580*  2240-VALIDATE-NUMBER-REG                                      *
043590*  A NEW DEPTNO MUST COME OUT OF THE NUMBER REGISTRY: IT MUST BE *
043600*  IN SOME DIVISION'S RANGE, NOT STILL ACTIVE, PAST ANY          *
043610*  COOLING-OFF PERIOD AS OF TONIGHT, AND -- WHEN ITS             *
043620*  ADMRDEPT IS ITSELF A REGISTERED CODE -- IN THE SAME           *
043630*  DIVISION'S RANGE AS ITS PARENT.  A RESERVED CODE IS ACCEPTED; *
043640*  RESERVING IT WAS HOW IT WAS HANDED OUT.                       *
043650*****************************************************************
043660 2240-VALIDATE-NUMBER-REG.
043670     MOVE HF-DEPTNO TO WS-NREG-FIND-DEPTNO.
043680     PERFORM 2245-FIND-NUMBER-REG
043690         THRU 2245-FIND-NUMBER-REG-EXIT.
043700     IF WS-NREG-NOT-FOUND
043710         MOVE 'E212' TO WS-REJECT-CODE
043720         MOVE 'DEPTNO NOT IN ANY DIVISION RANGE'
043730             TO WS-REJECT-TEXT
043740         PERFORM 2230-APPLY-EDIT-RULE
043750             THRU 2230-APPLY-EDIT-RULE-EXIT
043760         GO TO 2240-VALIDATE-NUMBER-REG-EXIT
043770     END-IF.
043780     IF NG-STATUS-ACTIVE(NG-IDX)
043790         MOVE 'E213' TO WS-REJECT-CODE
043800         MOVE 'DEPTNO STILL ACTIVE ON NUMBER REGISTRY'
043810             TO WS-REJECT-TEXT
043820         PERFORM 2230-APPLY-EDIT-RULE
043830             THRU 2230-APPLY-EDIT-RULE-EXIT
043840         GO TO 2240-VALIDATE-NUMBER-REG-EXIT
043850     END-IF.
043860     IF NG-REUSE-DATE(NG-IDX) NOT = SPACES
043870             AND NG-REUSE-DATE(NG-IDX) > WS-RUN-DATE
043880         MOVE 'E214' TO WS-REJECT-CODE
043890         MOVE 'DEPTNO RETIRED - COOLING-OFF NOT OVER'
043900             TO WS-REJECT-TEXT
043910         PERFORM 2230-APPLY-EDIT-RULE
043920             THRU 2230-APPLY-EDIT-RULE-EXIT
043930         GO TO 2240-VALIDATE-NUMBER-REG-EXIT
043940     END-IF.
043950     MOVE NG-DIVISION(NG-IDX) TO WS-NREG-DIVISION.
043960     IF HF-ADMRDEPT = HF-DEPTNO
043970             OR HF-ADMRDEPT = WS-NREG-DIVISION
043980         GO TO 2240-VALIDATE-NUMBER-REG-EXIT
043990     END-IF.
044000     MOVE HF-ADMRDEPT TO WS-NREG-FIND-DEPTNO.
044010     PERFORM 2245-FIND-NUMBER-REG
044020         THRU 2245-FIND-NUMBER-REG-EXIT.
044030     IF WS-NREG-FOUND
044040             AND NG-DIVISION(NG-IDX) NOT = WS-NREG-DIVISION
044050         MOVE 'E215' TO WS-REJECT-CODE
044060         MOVE 'DEPTNO IN ANOTHER DIVISION RANGE'
044070             TO WS-REJECT-TEXT
044080         PERFORM 2230-APPLY-EDIT-RULE
044090             THRU 2230-APPLY-EDIT-RULE-EXIT
044100     END-IF.
044110 2240-VALIDATE-NUMBER-REG-EXIT.
044120     EXIT.
044130 2245-FIND-NUMBER-REG.
044140     SET WS-NREG-NOT-FOUND TO TRUE.
044150     IF NG-ENTRY-COUNT > ZERO
044160         SEARCH ALL NG-ENTRY
044170             AT END
044180                 CONTINUE
044190             WHEN NG-DEPTNO(NG-IDX) = WS-NREG-FIND-DEPTNO
044200                 SET WS-NREG-FOUND TO TRUE
044210         END-SEARCH
044220     END-IF.
044230 2245-FIND-NUMBER-REG-EXIT.
044240     EXIT.
044250*****************************************************************
044260*  8150-START-RUN-CONTROL-ROW                                   *
044270*  CLEARS THE RUN-CONTROL ROW AND FILLS IN THE VOLUME-CHECK      *
044280*  FIELDS.  A HELD RUN POSTED NOTHING, SO ITS WHOLE INPUT FILE   *
044290*  COUNTS AS HELD.                                               *
044300*****************************************************************
044310 8150-START-RUN-CONTROL-ROW.
044320     MOVE SPACE               TO DEPT-RUN-CONTROL-REC.
044330     IF WS-VOL-HOLD-RUN
044340         MOVE WS-RECORDS-READ TO RC-RECORDS-HELD
044350     ELSE
044360         MOVE ZERO            TO RC-RECORDS-HELD
044370     END-IF.
044380     MOVE WS-VOL-CHECK-CODE   TO RC-VOLUME-CHECK.
044390     MOVE WS-VOL-CHANGE-PCT   TO RC-DEPT1-CHANGE-PCT.
044400 8150-START-RUN-CONTROL-ROW-EXIT.
044410     EXIT.
044420*****************************************************************
044430*  8500-HOLD-RUN                                                 *
044440*  THE VOLUME CHECK HELD THE RUN, SO NOTHING WAS POSTED.  LEAVES *
044450*  EMPTY REJECT AND WARNING FILES SO NO LATER STEP PICKS UP AN   *
044460*  OLD ONE, FILES A RUN-CONTROL ROW SHOWING EVERY RECORD READ AS *
044470*  HELD (SO THE BALANCING STEP STILL FOOTS), AND ENDS WITH       *
044480*  RETURN-CODE 8 SO THE SCHEDULER HOLDS THE STREAM.  THE FEED CAN*
044490*  BE RERUN WITH THE VOLUME OVERRIDE ON THE DEPTPARM CARD ONCE IT*
044500*  HAS BEEN CONFIRMED AS GENUINE.                                *
044510*****************************************************************
044520 8500-HOLD-RUN.
044530     OPEN OUTPUT DEPTUPRJ.
044540     IF WS-DEPTUPRJ-STATUS NOT = '00'
044550         DISPLAY 'DEPTUPST - OPEN FAILED FOR DEPTUPRJ, STATUS = '
044560             WS-DEPTUPRJ-STATUS
044570         MOVE 16 TO RETURN-CODE
044580         GO TO 9999-ABEND
044590     END-IF.
044600     CLOSE DEPTUPRJ.
044610     OPEN OUTPUT DEPTUPWX.
044620     IF WS-DEPTUPWX-STATUS NOT = '00'
044630         DISPLAY 'DEPTUPST - OPEN FAILED FOR DEPTUPWX, STATUS = '
044640             WS-DEPTUPWX-STATUS
044650         MOVE 16 TO RETURN-CODE
044660         GO TO 9999-ABEND
044670     END-IF.
044680     CLOSE DEPTUPWX.
044690     MOVE WS-VOL-RECORDS        TO WS-RECORDS-READ.
044700     MOVE WS-DEPT1-COUNT-BEFORE TO WS-DEPT1-COUNT-AFTER.
044710     PERFORM 8100-WRITE-RUN-CONTROL
044720         THRU 8100-WRITE-RUN-CONTROL-EXIT.
044730     DISPLAY 'DEPTUPST - HR UPSERT FEED HELD BY VOLUME CHECK - '
044740         'SEE DEPTUPVR'.
044750     DISPLAY 'RECORDS READ      = ' WS-RECORDS-READ.
044760     DISPLAY 'WOULD HAVE ADDED  = ' WS-VOL-ADDS.
044770     DISPLAY 'WOULD HAVE CHANGED = ' WS-VOL-CHANGES.
044780     DISPLAY 'WOULD HAVE REJECTED = ' WS-VOL-REJECTS.
044790     MOVE 8 TO RETURN-CODE.
044800 8500-HOLD-RUN-EXIT.
044810     EXIT.
