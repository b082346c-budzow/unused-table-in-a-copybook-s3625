002243*                  (DEPTLREF) AT POSTING TIME (E007), SO DEPT1   *
002244*                  ONLY EVER HOLDS CANONICAL SITE CODES.         *
002245*****************************************************************
002247* 10/15/2026  RH   VOLUME CHECK BEFORE POSTING: THE WHOLE        *
002249*                  EXTRACT IS MEASURED (RECORDS ON FILE, SHARE   *
002251*                  OF DEPT1 ROWS IT WOULD CHANGE) AND COMPARED   *
002253*                  WITH THE NORMAL RANGE OF RECENT RUNS ON THE   *
002255*                  RUN-HISTORY ARCHIVE (DEPTRUNH).  OUTSIDE THAT *
002257*                  RANGE THE LOAD POSTS NOTHING, LISTS WHAT IT   *
002259*                  WOULD HAVE DONE ON DEPTLDVR, AND ENDS WITH    *
002261*                  RETURN-CODE 8, UNLESS THE DEPTPARM CARD       *
002263*                  CARRIES THE VOLUME OVERRIDE.  A RESTART RUN   *
002265*                  IS NOT RE-MEASURED.                           *
002267* 10/15/2026  RH   A NEW DEPTNO IS NOW EDITED AGAINST THE DEPTNO *
002269*                  NUMBER REGISTRY (DEPTNREG) BEFORE IT IS       *
002271*                  INSERTED: IT MUST BE IN A DIVISION'S RANGE    *
002273*                  (E010), NOT STILL ACTIVE (E011), PAST ITS     *
002275*                  COOLING-OFF PERIOD (E012), AND IN THE SAME    *
002277*                  DIVISION AS ITS ADMRDEPT (E013).              *
002279* 10/15/2026  RH   EDITS NOW HONOR THE SHARED EDIT-RULE FILE     *
002281*                  (DEPTERUL): A CODE MAY BE SET TO REJECT, POST *
002283*                  WITH A WARNING, OR IGNORE, WITH OPTIONAL      *
002285*                  EFFECTIVE DATES AND ITS OWN MESSAGE TEXT.     *
002287*                  WARNINGS POST AND GO OUT ON DEPTLDWX FOR      *
002289*                  DEPTEXCM.  E001, E004 AND E009 ALWAYS REJECT. *
002291*****************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.     IBM-370.
003100     SELECT DEPTRJ   ASSIGN TO "DEPTRJ"
003200         ORGANIZATION IS SEQUENTIAL
003210         FILE STATUS IS WS-DEPTRJ-STATUS.
003215     SELECT DEPTNREG ASSIGN TO "DEPTNREG"
003220         ORGANIZATION IS SEQUENTIAL
003225         FILE STATUS IS WS-DEPTNREG-STATUS.
003230     SELECT DEPTRUNH ASSIGN TO "DEPTRUNH"
003235         ORGANIZATION IS SEQUENTIAL
003240         FILE STATUS IS WS-DEPTRUNH-STATUS.
003245     SELECT DEPTLDVR ASSIGN TO "DEPTLDVR"
003250         ORGANIZATION IS SEQUENTIAL
003255         FILE STATUS IS WS-DEPTLDVR-STATUS.
003260     SELECT DEPTERUL ASSIGN TO "DEPTERUL"
003265         ORGANIZATION IS SEQUENTIAL
003270         FILE STATUS IS WS-DEPTERUL-STATUS.
003275     SELECT DEPTLDWX ASSIGN TO "DEPTLDWX"
003280         ORGANIZATION IS SEQUENTIAL
003285         FILE STATUS IS WS-DEPTLDWX-STATUS.
003300     SELECT DEPTRST  ASSIGN TO "DEPTRST"
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS WS-DEPTRST-STATUS.
004300     RECORDING MODE IS F
004400     LABEL RECORDS ARE STANDARD.
004500 COPY DEPT-REJECT-REC.
004501 FD  DEPTNREG
004502     RECORDING MODE IS F
004503     LABEL RECORDS ARE STANDARD.
004504 COPY DEPT-NUMBER-REG-REC.
004505 FD  DEPTRUNH
004506     RECORDING MODE IS F
004507     LABEL RECORDS ARE STANDARD.
004508 COPY DEPT-RUN-CONTROL-REC
004509     REPLACING ==DEPT-RUN-CONTROL-REC== BY ==DEPT-RUN-HIST-REC==
004510               ==RC-PROGRAM==           BY ==RH-PROGRAM==
004511               ==RC-RUN-DATE==          BY ==RH-RUN-DATE==
004512               ==RC-RUN-TIME==          BY ==RH-RUN-TIME==
004513               ==RC-RECORDS-READ==      BY ==RH-RECORDS-READ==
004514               ==RC-RECORDS-ADDED==     BY ==RH-RECORDS-ADDED==
004515               ==RC-RECORDS-CHANGED==   BY ==RH-RECORDS-CHANGED==
004516               ==RC-RECORDS-CLOSED==    BY ==RH-RECORDS-CLOSED==
004517               ==RC-RECORDS-REJECTED==
004518                   BY ==RH-RECORDS-REJECTED==
004519               ==RC-RECORDS-EXTRACTED==
004520                   BY ==RH-RECORDS-EXTRACTED==
004521               ==RC-DEPT1-COUNT-BEFORE==
004522                   BY ==RH-DEPT1-CNT-BEFORE==
004523               ==RC-DEPT1-COUNT-AFTER==
004524                   BY ==RH-DEPT1-CNT-AFTER==
004525               ==RC-RUN-MODE==          BY ==RH-RUN-MODE==
004526               ==RC-MODE-UPDATE==       BY ==RH-MODE-UPDATE==
004527               ==RC-MODE-TRIAL==        BY ==RH-MODE-TRIAL==
004528               ==RC-MODE-FULL-EXTRACT==
004529                   BY ==RH-MODE-FULL-EXTRACT==
004530               ==RC-MODE-DELTA-EXTRACT==
004531                   BY ==RH-MODE-DELTA-EXTR==
004532               ==RC-RECORDS-HELD==      BY ==RH-RECORDS-HELD==
004533               ==RC-VOLUME-CHECK==      BY ==RH-VOLUME-CHECK==
004534               ==RC-VOLUME-IN-RANGE==   BY ==RH-VOLUME-IN-RANGE==
004535               ==RC-VOLUME-NO-HISTORY==
004536                   BY ==RH-VOLUME-NO-HISTORY==
004537               ==RC-VOLUME-OVERRIDDEN==
004538                   BY ==RH-VOLUME-OVERRIDDEN==
004539               ==RC-VOLUME-HELD==       BY ==RH-VOLUME-HELD==
004540               ==RC-VOLUME-OUT-TRIAL==  BY ==RH-VOLUME-OUT-TRIAL==
004541               ==RC-DEPT1-CHANGE-PCT==
004542                   BY ==RH-DEPT1-CHANGE-PCT==.
004543 FD  DEPTLDVR
004544     RECORDING MODE IS F
004545     LABEL RECORDS ARE STANDARD.
004546 COPY DEPT-VOLUME-RPT-REC.
004547 FD  DEPTERUL
004548     RECORDING MODE IS F
004549     LABEL RECORDS ARE STANDARD.
004550 COPY DEPT-EDIT-RULE-REC.
004551 FD  DEPTLDWX
004552     RECORDING MODE IS F
004553     LABEL RECORDS ARE STANDARD.
004554 COPY DEPT-EXCEPTION-REC.
004600 FD  DEPTRST
004700     RECORDING MODE IS F
004800     LABEL RECORDS ARE STANDARD.
007724*****************************************************************
007725 77  WS-POST-FUNCTION        PIC X(01) VALUE SPACE.
007726 COPY DEPT-HIST-PARM.
007728*****************************************************************
007730*  NUMBER-REGISTRY EDIT WORKING FIELDS.  THE DEPTNO NUMBER       *
007732*  REGISTRY IS LOADED AT START-UP SO EVERY NEW DEPTNO CAN BE     *
007734*  EDITED AGAINST ITS DIVISION'S RANGE AND THE CODE'S STATUS.    *
007736*****************************************************************
007738 77  WS-DEPTNREG-STATUS      PIC X(02) VALUE SPACE.
007740 77  WS-DEPTNREG-EOF-SWITCH  PIC X(01) VALUE 'N'.
007742     88  WS-EOF-DEPTNREG         VALUE 'Y'.
007744     88  WS-NOT-EOF-DEPTNREG     VALUE 'N'.
007746 77  WS-NREG-FOUND-SWITCH    PIC X(01) VALUE 'N'.
007748     88  WS-NREG-FOUND           VALUE 'Y'.
007750     88  WS-NREG-NOT-FOUND       VALUE 'N'.
007752 77  WS-NREG-FIND-DEPTNO     PIC X(03) VALUE SPACE.
007754 77  WS-NREG-DIVISION        PIC X(03) VALUE SPACE.
007756 COPY DEPT-NREG-TABLE.
007758*****************************************************************
007760*  EDIT-RULE WORKING FIELDS.  THE SHARED EDIT-RULE FILE IS       *
007762*  LOADED AT START-UP SO EACH EDIT THAT FAILS CAN BE REJECTED,   *
007764*  POSTED WITH A WARNING, OR IGNORED AS THE RULE IN FORCE        *
007766*  SAYS.  WARNINGS GO TO DEPTLDWX FOR THE EXCEPTION MASTER.      *
007768*****************************************************************
007770 77  WS-DEPTERUL-STATUS      PIC X(02) VALUE SPACE.
007772 77  WS-DEPTLDWX-STATUS      PIC X(02) VALUE SPACE.
007774 77  WS-DEPTERUL-EOF-SWITCH  PIC X(01) VALUE 'N'.
007776     88  WS-EOF-DEPTERUL         VALUE 'Y'.
007778     88  WS-NOT-EOF-DEPTERUL     VALUE 'N'.
007780 77  WS-RULE-FOUND-SWITCH    PIC X(01) VALUE 'N'.
007782     88  WS-RULE-FOUND           VALUE 'Y'.
007784     88  WS-RULE-NOT-FOUND       VALUE 'N'.
007786 77  WS-RULE-IDX             PIC 9(05) COMP VALUE ZERO.
007788 77  WS-EDIT-WARNINGS        PIC 9(09) COMP VALUE ZERO.
007790 COPY DEPT-EDIT-RULE-TABLE.
007792*****************************************************************
007794*  VOLUME-CHECK WORKING FIELDS.  BEFORE ANYTHING POSTS THE WHOLE *
007796*  EXTRACT IS MEASURED -- RECORDS ON FILE AND THE SHARE OF DEPT1 *
007798*  ROWS IT WOULD CHANGE -- AND COMPARED WITH THE NORMAL RANGE OF *
007800*  THE LAST WS-VH-MAX-RUNS CLEAN UPDATE RUNS ON THE RUN-HISTORY  *
007802*  ARCHIVE, WIDENED BY WS-VOL-TOLERANCE PERCENT.  NO RANGE IS    *
007804*  APPLIED UNTIL WS-VOL-MIN-HISTORY RUNS ARE ON FILE, AND THE    *
007806*  CHANGE-SHARE LIMIT IS NEVER SET BELOW WS-VOL-SHARE-FLOOR.     *
007808*****************************************************************
007810 77  WS-DEPTRUNH-STATUS      PIC X(02) VALUE SPACE.
007812 77  WS-DEPTLDVR-STATUS      PIC X(02) VALUE SPACE.
007814 77  WS-RUNH-EOF-SWITCH      PIC X(01) VALUE 'N'.
007816     88  WS-EOF-RUNH             VALUE 'Y'.
007818     88  WS-NOT-EOF-RUNH         VALUE 'N'.
007820 77  WS-SCAN-EOF-SWITCH      PIC X(01) VALUE 'N'.
007822     88  WS-EOF-SCAN             VALUE 'Y'.
007824     88  WS-NOT-EOF-SCAN         VALUE 'N'.
007826 77  WS-VOL-LIST-SWITCH      PIC X(01) VALUE 'N'.
007828     88  WS-VOL-LISTING          VALUE 'Y'.
007830     88  WS-VOL-NOT-LISTING      VALUE 'N'.
007832 77  WS-VOL-RESULT-SWITCH    PIC X(01) VALUE 'N'.
007834     88  WS-VOL-IN-RANGE         VALUE 'P'.
007836     88  WS-VOL-NO-HISTORY       VALUE 'N'.
007838     88  WS-VOL-OUT-OF-RANGE     VALUE 'X'.
007840 77  WS-VOL-HOLD-SWITCH      PIC X(01) VALUE 'N'.
007842     88  WS-VOL-HOLD-RUN         VALUE 'Y'.
007844     88  WS-VOL-POST-RUN         VALUE 'N'.
007846 77  WS-VOL-OVERRIDE-SWITCH  PIC X(01) VALUE 'N'.
007848     88  WS-VOL-OVERRIDE         VALUE 'Y'.
007850     88  WS-VOL-NO-OVERRIDE      VALUE 'N'.
007852 77  WS-VOL-CHECK-CODE       PIC X(01) VALUE SPACE.
007854 77  WS-VOL-TOLERANCE        PIC 9(03) COMP VALUE 50.
007856 77  WS-VOL-MIN-HISTORY      PIC 9(03) COMP VALUE 5.
007858 77  WS-VOL-SHARE-FLOOR      PIC 9(02)V9 VALUE 5.0.
007860 77  WS-VOL-RECORDS          PIC 9(09) COMP VALUE ZERO.
007862 77  WS-VOL-ADDS             PIC 9(09) COMP VALUE ZERO.
007864 77  WS-VOL-CHANGES          PIC 9(09) COMP VALUE ZERO.
007866 77  WS-VOL-UNCHANGED        PIC 9(09) COMP VALUE ZERO.
007868 77  WS-VOL-REJECTS          PIC 9(09) COMP VALUE ZERO.
007870 77  WS-VOL-PCT-WORK         PIC 9(03)V9 VALUE ZERO.
007872 77  WS-VOL-CHANGE-PCT       PIC 9(02)V9 VALUE ZERO.
007874 77  WS-VOL-READ-LOW         PIC 9(09) COMP VALUE ZERO.
007876 77  WS-VOL-READ-HIGH        PIC 9(09) COMP VALUE ZERO.
007878 77  WS-VOL-PCT-HIGH         PIC 9(02)V9 VALUE ZERO.
007880 77  WS-VOL-PCT-RUNS         PIC 9(03) COMP VALUE ZERO.
007882 77  WS-VOL-RANGE-LOW        PIC 9(09) COMP VALUE ZERO.
007884 77  WS-VOL-RANGE-HIGH       PIC 9(09) COMP VALUE ZERO.
007886 77  WS-VOL-SHARE-LIMIT      PIC 9(03)V9 VALUE ZERO.
007888 77  WS-VOL-READ-RESULT      PIC X(12) VALUE SPACE.
007890 77  WS-VOL-SHARE-RESULT     PIC X(12) VALUE SPACE.
007892 77  WS-VOL-VERDICT          PIC X(80) VALUE SPACE.
007894 77  WS-VOL-ACTION           PIC X(09) VALUE SPACE.
007896 77  WS-VOL-REASON           PIC X(04) VALUE SPACE.
007898 77  WS-VOL-COLUMNS          PIC X(58) VALUE SPACE.
007900 77  WS-VOL-ROW-MGRNO        PIC X(06) VALUE SPACE.
007902 77  WS-VOL-ROW-SWITCH       PIC X(01) VALUE 'N'.
007904     88  WS-VOL-ROW-FOUND        VALUE 'Y'.
007906     88  WS-VOL-ROW-NOT-FOUND    VALUE 'N'.
007908*****************************************************************
007910*  THE LAST WS-VH-MAX-RUNS QUALIFYING HISTORY ROWS, KEPT AS A    *
007912*  RING: WS-VH-NEXT IS THE SLOT THE NEXT ROW OVERLAYS.  A ROW    *
007914*  ARCHIVED BEFORE THE CHANGE SHARE WAS RECORDED COUNTS TOWARD   *
007916*  THE RECORDS-ON-FILE RANGE ONLY.                               *
007918*****************************************************************
007920 01  WS-VOL-HIST-TABLE.
007922     05  WS-VH-MAX-RUNS          PIC 9(03) COMP VALUE 30.
007924     05  WS-VH-COUNT             PIC 9(03) COMP VALUE ZERO.
007926     05  WS-VH-NEXT              PIC 9(03) COMP VALUE 1.
007928     05  WS-VH-ENTRY             OCCURS 30 TIMES
007930                                 INDEXED BY VH-IDX.
007932         10  WS-VH-READ          PIC 9(09).
007934         10  WS-VH-PCT-SW        PIC X(01).
007936             88  WS-VH-PCT-KNOWN     VALUE 'Y'.
007938             88  WS-VH-PCT-UNKNOWN   VALUE 'N'.
007940         10  WS-VH-PCT           PIC 9(02)V9.
008200*****************************************************************
008300*  TABLE DECLARATIONS - KEEP LAST IN WORKING-STORAGE.           *
008400*****************************************************************
010000 0000-MAINLINE.
010100     PERFORM 1000-INITIALIZE
010200         THRU 1000-INITIALIZE-EXIT.
010210     IF WS-VOL-HOLD-RUN
010220         PERFORM 8500-HOLD-RUN
010230             THRU 8500-HOLD-RUN-EXIT
010240     ELSE
010300         PERFORM 2000-PROCESS-EXTRACT
010400             THRU 2000-PROCESS-EXTRACT-EXIT
010500             UNTIL WS-EOF-EXTRACT
010600         PERFORM 8000-TERMINATE
010700             THRU 8000-TERMINATE-EXIT
010710     END-IF.
010800     STOP RUN.
010900*****************************************************************
011000*  1000-INITIALIZE                                              *
011100*  OPENS THE EXTRACT, REJECT AND WARNING FILES AND PRIMES THE    *
011110*  READ.                                                         *
011120*  THE VOLUME CHECK RUNS FIRST; A HELD RUN OPENS NOTHING MORE.   *
011200*****************************************************************
011300 1000-INITIALIZE.
011310     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
011570         THRU 1080-LOAD-EMPLOYEE-MASTER-EXIT.
011572     PERFORM 1095-LOAD-LOCATION-REF
011574         THRU 1095-LOAD-LOCATION-REF-EXIT.
011576     PERFORM 1200-LOAD-NUMBER-REG
011578         THRU 1200-LOAD-NUMBER-REG-EXIT.
011580     PERFORM 1300-LOAD-EDIT-RULES
011582         THRU 1300-LOAD-EDIT-RULES-EXIT.
011584     PERFORM 1500-CHECK-VOLUME
011586         THRU 1500-CHECK-VOLUME-EXIT.
011588     IF WS-VOL-HOLD-RUN
011590         GO TO 1000-INITIALIZE-EXIT
011592     END-IF.
011600     OPEN INPUT  DEPTEXT.
011610     IF WS-DEPTEXT-STATUS NOT = '00'
011620         DISPLAY 'MAIN - OPEN FAILED FOR DEPTEXT - STATUS = '
011840             MOVE 16 TO RETURN-CODE
011850             GO TO 9999-ABEND
011860         END-IF
011865         OPEN EXTEND DEPTLDWX
011870         IF WS-DEPTLDWX-STATUS NOT = '00'
011875             DISPLAY 'MAIN - OPEN FAILED FOR DEPTLDWX - STATUS = '
011880                 WS-DEPTLDWX-STATUS
011885             MOVE 16 TO RETURN-CODE
011890             GO TO 9999-ABEND
011895         END-IF
011900         PERFORM 1060-SKIP-PROCESSED-RECORD
012000             THRU 1060-SKIP-PROCESSED-RECORD-EXIT
012100         PERFORM 1060-SKIP-PROCESSED-RECORD
012640             MOVE 16 TO RETURN-CODE
012650             GO TO 9999-ABEND
012660         END-IF
012665         OPEN OUTPUT DEPTLDWX
012670         IF WS-DEPTLDWX-STATUS NOT = '00'
012675             DISPLAY 'MAIN - OPEN FAILED FOR DEPTLDWX - STATUS = '
012680                 WS-DEPTLDWX-STATUS
012685             MOVE 16 TO RETURN-CODE
012690             GO TO 9999-ABEND
012695         END-IF
012700         PERFORM 2100-READ-EXTRACT
012800             THRU 2100-READ-EXTRACT-EXIT
012900     END-IF.
013000 1000-INITIALIZE-EXIT.
013001     EXIT.
013002*****************************************************************
013003*  1300-LOAD-EDIT-RULES                                          *
013004*  LOADS THE SHARED EDIT-RULE FILE INTO DEPT-EDIT-RULE-TABLE IN  *
013005*  FILE ORDER.  AN EMPTY FILE IS VALID -- EVERY EDIT THEN        *
013006*  REJECTS -- BUT AN ABSENT OR UNREADABLE ONE ABENDS THE RUN     *
013007*  RATHER THAN QUIETLY REJECTING WHAT THE RULES WOULD HAVE LET   *
013008*  THROUGH.  AN ENTRY FOR A CODE THAT ALWAYS REJECTS IS SKIPPED  *
013009*  WITH A MESSAGE.                                               *
013010*****************************************************************
013011 1300-LOAD-EDIT-RULES.
013012     OPEN INPUT DEPTERUL.
013013     IF WS-DEPTERUL-STATUS NOT = '00'
013014         DISPLAY 'MAIN - OPEN FAILED FOR DEPTERUL - STATUS = '
013015             WS-DEPTERUL-STATUS
013016         MOVE 16 TO RETURN-CODE
013017         GO TO 9999-ABEND
013018     END-IF.
013019     MOVE ZERO TO EU-ENTRY-COUNT.
013020     MOVE ZERO TO EW-ENTRY-COUNT.
013021     PERFORM 1310-READ-DEPTERUL
013022         THRU 1310-READ-DEPTERUL-EXIT.
013023     PERFORM 1320-LOAD-ONE-RULE
013024         THRU 1320-LOAD-ONE-RULE-EXIT
013025         UNTIL WS-EOF-DEPTERUL.
013026     CLOSE DEPTERUL.
013027 1300-LOAD-EDIT-RULES-EXIT.
013028     EXIT.
013029*****************************************************************
013030*  1310-READ-DEPTERUL                                            *
013031*****************************************************************
013032 1310-READ-DEPTERUL.
013033     READ DEPTERUL
013034         AT END
013035             SET WS-EOF-DEPTERUL TO TRUE
013036     END-READ.
013037     IF NOT WS-EOF-DEPTERUL AND WS-DEPTERUL-STATUS NOT = '00'
013038         DISPLAY 'MAIN - ERROR READING DEPTERUL - STATUS = '
013039             WS-DEPTERUL-STATUS
013040         MOVE 16 TO RETURN-CODE
013041         GO TO 9999-ABEND
013042     END-IF.
013043 1310-READ-DEPTERUL-EXIT.
013044     EXIT.
013045*****************************************************************
013046*  1320-LOAD-ONE-RULE                                            *
013047*****************************************************************
013048 1320-LOAD-ONE-RULE.
013049     IF ER-CODE-LOCKED
013050         DISPLAY 'MAIN - DEPTERUL ENTRY FOR ' ER-CODE
013051             ' SKIPPED - CODE ALWAYS REJECTS'
013052         GO TO 1320-NEXT-RULE
013053     END-IF.
013054     IF EU-ENTRY-COUNT >= EU-MAX-ENTRIES
013055         DISPLAY 'MAIN - EDIT-RULE TABLE FULL AT '
013056             EU-MAX-ENTRIES ' ENTRIES'
013057         MOVE 16 TO RETURN-CODE
013058         GO TO 9999-ABEND
013059     END-IF.
013060     ADD 1 TO EU-ENTRY-COUNT.
013061     MOVE ER-CODE       TO EU-CODE(EU-ENTRY-COUNT).
013062     MOVE ER-SEVERITY   TO EU-SEVERITY(EU-ENTRY-COUNT).
013063     MOVE ER-EFF-FROM   TO EU-EFF-FROM(EU-ENTRY-COUNT).
013064     MOVE ER-EFF-TO     TO EU-EFF-TO(EU-ENTRY-COUNT).
013065     MOVE ER-MESSAGE    TO EU-MESSAGE(EU-ENTRY-COUNT).
013066     MOVE ER-CHANGED-BY TO EU-CHANGED-BY(EU-ENTRY-COUNT).
013067 1320-NEXT-RULE.
013068     PERFORM 1310-READ-DEPTERUL
013069         THRU 1310-READ-DEPTERUL-EXIT.
013070 1320-LOAD-ONE-RULE-EXIT.
013100     EXIT.
013110*****************************************************************
013120*  1010-READ-RUN-PARMS                                          *
013140*  FILE DEFAULTS TO A NORMAL UPDATE RUN AT THE STANDARD          *
013150*  CHECKPOINT INTERVAL.  A CARD WITH A BAD INTERVAL KEEPS THE    *
013160*  STANDARD INTERVAL RATHER THAN KILLING AN 8 AM DRY-RUN.        *
013162*  THE CARD MAY ALSO CARRY THE VOLUME OVERRIDE AND A VOLUME      *
013164*  TOLERANCE; A BLANK OR ZERO TOLERANCE KEEPS THE STANDARD ONE.  *
013170*****************************************************************
013180 1010-READ-RUN-PARMS.
013190     OPEN INPUT DEPTPARM.
013460     ELSE
013470         DISPLAY 'MAIN - CHECKPOINT INTERVAL NOT USABLE - '
013480             'STANDARD INTERVAL RETAINED'
013481     END-IF.
013482     IF PM-VOLUME-OVERRIDDEN
013483         SET WS-VOL-OVERRIDE TO TRUE
013484         DISPLAY 'MAIN - VOLUME OVERRIDE IN EFFECT'
013485     END-IF.
013486     IF PM-VOLUME-TOLERANCE IS NUMERIC
013487             AND PM-VOLUME-TOLERANCE > ZERO
013488         MOVE PM-VOLUME-TOLERANCE TO WS-VOL-TOLERANCE
013490     END-IF.
013510     CLOSE DEPTPARM.
013520     IF WS-MODE-TRIAL
018400             PERFORM 2300-POST-DEPT1
018500                 THRU 2300-POST-DEPT1-EXIT
018550         END-IF
018560         PERFORM 2450-WRITE-WARNINGS
018570             THRU 2450-WRITE-WARNINGS-EXIT
018600     ELSE
018700         PERFORM 2400-WRITE-REJECT
018800             THRU 2400-WRITE-REJECT-EXIT
023800     SET WS-RECORD-VALID TO TRUE.
023900     MOVE SPACE TO WS-REJECT-CODE.
024000     MOVE SPACE TO WS-REJECT-TEXT.
024010     MOVE ZERO TO EW-ENTRY-COUNT.
024100     IF DX-DEPTNO = SPACES
024200         SET WS-RECORD-INVALID TO TRUE
024300         MOVE 'E001' TO WS-REJECT-CODE
024400         MOVE 'MISSING DEPTNO' TO WS-REJECT-TEXT
024500     END-IF.
024600     IF WS-RECORD-VALID AND DX-DEPTNAME = SPACES
024800         MOVE 'E002' TO WS-REJECT-CODE
024900         MOVE 'MISSING DEPTNAME' TO WS-REJECT-TEXT
024910         PERFORM 2230-APPLY-EDIT-RULE
024920             THRU 2230-APPLY-EDIT-RULE-EXIT
025000     END-IF.
025100     IF WS-RECORD-VALID AND DX-ADMRDEPT = SPACES
025300         MOVE 'E003' TO WS-REJECT-CODE
025400         MOVE 'MISSING ADMRDEPT' TO WS-REJECT-TEXT
025410         PERFORM 2230-APPLY-EDIT-RULE
025420             THRU 2230-APPLY-EDIT-RULE-EXIT
025500     END-IF.
025600     IF WS-RECORD-VALID
025700             AND NOT DX-TRAN-ADD
026535         END-SEARCH
026537     END-IF.
026540     IF WS-MGR-NOT-FOUND
026560         MOVE 'E005' TO WS-REJECT-CODE
026570         MOVE 'MGRNO NOT ON EMPLOYEE MASTER' TO WS-REJECT-TEXT
026572         PERFORM 2230-APPLY-EDIT-RULE
026574             THRU 2230-APPLY-EDIT-RULE-EXIT
026580         GO TO 2250-VALIDATE-MGRNO-EXIT
026590     END-IF.
026610     IF NOT ET-STATUS-ACTIVE(WS-MGR-IDX)
026630         MOVE 'E006' TO WS-REJECT-CODE
026640         MOVE 'MGRNO NOT AN ACTIVE EMPLOYEE' TO WS-REJECT-TEXT
026642         PERFORM 2230-APPLY-EDIT-RULE
026644             THRU 2230-APPLY-EDIT-RULE-EXIT
026650     END-IF.
026660 2250-VALIDATE-MGRNO-EXIT.
026670     EXIT.
026820                OR WS-LOC-FOUND
026830     END-IF.
026840     IF WS-LOC-NOT-FOUND
026860         MOVE 'E007' TO WS-REJECT-CODE
026870         MOVE 'LOCATION NOT ON SITE REFERENCE' TO WS-REJECT-TEXT
026872         PERFORM 2230-APPLY-EDIT-RULE
026874             THRU 2230-APPLY-EDIT-RULE-EXIT
026880     END-IF.
026890 2260-VALIDATE-LOCATION-EXIT.
026910     EXIT.
029000          WHERE DEPTNO = :DEPT-DEPTNO
029100     END-EXEC.
029200     IF SQLCODE = +100
029210         PERFORM 2240-VALIDATE-NUMBER-REG
029220             THRU 2240-VALIDATE-NUMBER-REG-EXIT
029230         IF WS-RECORD-INVALID
029240             PERFORM 2400-WRITE-REJECT
029250                 THRU 2400-WRITE-REJECT-EXIT
029260             GO TO 2300-POST-DEPT1-EXIT
029270         END-IF
029300         MOVE 'A'              TO WS-POST-FUNCTION
029400         EXEC SQL
029500             INSERT INTO DEPT1
031317             ADD 1 TO WS-RECORDS-LOADED
031318             ADD 1 TO WS-RECORDS-CHANGED
031319         WHEN SQLCODE = +100
031321             PERFORM 2315-TRIAL-ADD-DEPT1
031322                 THRU 2315-TRIAL-ADD-DEPT1-EXIT
031323         WHEN OTHER
031324             MOVE 'E009' TO WS-REJECT-CODE
031325             MOVE 'DEPT1 INSERT/UPDATE FAILED'
034400     MOVE WS-REJECT-TEXT        TO RJ-REASON-TEXT.
034500     WRITE DEPT-REJECT-REC.
034600     ADD 1 TO WS-RECORDS-REJECTED.
034610     MOVE ZERO TO EW-ENTRY-COUNT.
034700 2400-WRITE-REJECT-EXIT.
034702     EXIT.
034704*****************************************************************
034706*  2450-WRITE-WARNINGS                                           *
034708*  WRITES ONE LINE TO DEPTLDWX FOR EACH EDIT THE RECORD JUST     *
034710*  POSTED OVER UNDER A WARNING RULE, SO DEPTEXCM CARRIES IT ON   *
034712*  THE EXCEPTION MASTER.  THE REFERENCE IS THE EDIT CODE.        *
034714*****************************************************************
034716 2450-WRITE-WARNINGS.
034718     IF EW-ENTRY-COUNT > ZERO
034720         PERFORM 2455-WRITE-ONE-WARNING
034722             THRU 2455-WRITE-ONE-WARNING-EXIT
034724             VARYING EW-IDX FROM 1 BY 1
034726             UNTIL EW-IDX > EW-ENTRY-COUNT
034728     END-IF.
034730     MOVE ZERO TO EW-ENTRY-COUNT.
034732 2450-WRITE-WARNINGS-EXIT.
034734     EXIT.
034736 2455-WRITE-ONE-WARNING.
034738     MOVE SPACE            TO DEPT-EXCEPTION-REC.
034740     MOVE DX-DEPTNO       TO EX-DEPTNO.
034742     MOVE EW-CODE(EW-IDX)  TO EX-REF-VALUE.
034744     MOVE 'EDIT-WARN'      TO EX-EXCEPTION-TYPE.
034746     MOVE EW-TEXT(EW-IDX)  TO EX-EXCEPTION-TEXT.
034748     WRITE DEPT-EXCEPTION-REC.
034750     IF WS-DEPTLDWX-STATUS NOT = '00'
034752         DISPLAY 'MAIN - WRITE FAILED FOR DEPTLDWX - STATUS = '
034754             WS-DEPTLDWX-STATUS
034756         MOVE 16 TO RETURN-CODE
034758         GO TO 9999-ABEND
034760     END-IF.
034762     ADD 1 TO WS-EDIT-WARNINGS.
034764 2455-WRITE-ONE-WARNING-EXIT.
034800     EXIT.
034900*****************************************************************
035000*  8000-TERMINATE                                               *
035500 8000-TERMINATE.
035600     CLOSE DEPTEXT.
035700     CLOSE DEPTRJ.
035705     CLOSE DEPTLDWX.
035710*****************************************************************
035720*  A TRIAL RUN TAKES NO COMMIT AND LEAVES DEPTRST EXACTLY AS     *
035730*  IT FOUND IT.                                                  *
037110     DISPLAY 'RECORDS ADDED    = ' WS-RECORDS-ADDED.
037120     DISPLAY 'RECORDS CHANGED  = ' WS-RECORDS-CHANGED.
037200     DISPLAY 'RECORDS REJECTED = ' WS-RECORDS-REJECTED.
037210     DISPLAY 'EDIT WARNINGS    = ' WS-EDIT-WARNINGS.
037300 8000-TERMINATE-EXIT.
037400     EXIT.
037401*****************************************************************
037416         MOVE 16 TO RETURN-CODE
037417         GO TO 9999-ABEND
037418     END-IF.
037419     PERFORM 8150-START-RUN-CONTROL-ROW
037420         THRU 8150-START-RUN-CONTROL-ROW-EXIT.
037421     MOVE 'MAIN'              TO RC-PROGRAM.
037422     MOVE WS-RUN-DATE         TO RC-RUN-DATE.
037423     MOVE WS-RUN-TIME         TO RC-RUN-TIME.
037510 9999-ABEND.
037520     CLOSE DEPTEXT.
037530     CLOSE DEPTRJ.
037532     CLOSE DEPTLDWX.
037534     CLOSE DEPTLDVR.
037540     DISPLAY 'MAIN - ABENDING - RETURN-CODE = ' RETURN-CODE.
037550     STOP RUN.
037560*****************************************************************
037570*  1200-LOAD-NUMBER-REG                                          *
037580*  LOADS THE DEPTNO NUMBER REGISTRY INTO DEPT-NREG-TABLE.  THE   *
037590*  NEW-DEPTNO EDIT DEPENDS ON IT, SO AN ABSENT OR UNREADABLE     *
037600*  FILE ABENDS THE RUN RATHER THAN REJECTING EVERY ADD.  THE     *
037610*  LOOKUP IS A BINARY SEARCH, SO A RECORD OUT OF DEPTNO ORDER    *
037620*  ABENDS THE RUN TOO.                                           *
037630*****************************************************************
037640 1200-LOAD-NUMBER-REG.
037650     OPEN INPUT DEPTNREG.
037660     IF WS-DEPTNREG-STATUS NOT = '00'
037670         DISPLAY 'MAIN - OPEN FAILED FOR DEPTNREG - STATUS = '
037680             WS-DEPTNREG-STATUS
037690         MOVE 16 TO RETURN-CODE
037700         GO TO 9999-ABEND
037710     END-IF.
037720     MOVE ZERO TO NG-ENTRY-COUNT.
037730     PERFORM 1210-READ-DEPTNREG
037740         THRU 1210-READ-DEPTNREG-EXIT.
037750     PERFORM 1220-LOAD-ONE-NUMBER
037760         THRU 1220-LOAD-ONE-NUMBER-EXIT
037770         UNTIL WS-EOF-DEPTNREG.
037780     CLOSE DEPTNREG.
037790 1200-LOAD-NUMBER-REG-EXIT.
037800     EXIT.
037810*****************************************************************
037820*  1210-READ-DEPTNREG                                            *
037830*****************************************************************
037840 1210-READ-DEPTNREG.
037850     READ DEPTNREG
037860         AT END
037870             SET WS-EOF-DEPTNREG TO TRUE
037880     END-READ.
037890     IF NOT WS-EOF-DEPTNREG AND WS-DEPTNREG-STATUS NOT = '00'
037900         DISPLAY 'MAIN - ERROR READING DEPTNREG - STATUS = '
037910             WS-DEPTNREG-STATUS
037920         MOVE 16 TO RETURN-CODE
037930         GO TO 9999-ABEND
037940     END-IF.
037950 1210-READ-DEPTNREG-EXIT.
037960     EXIT.
037970*****************************************************************
037980*  1220-LOAD-ONE-NUMBER                                          *
037990*****************************************************************
038000 1220-LOAD-ONE-NUMBER.
038010     IF NG-ENTRY-COUNT >= NG-MAX-ENTRIES
038020         DISPLAY 'MAIN - NUMBER REGISTRY FULL AT '
038030             NG-MAX-ENTRIES ' ENTRIES'
038040         MOVE 16 TO RETURN-CODE
038050         GO TO 9999-ABEND
038060     END-IF.
038070     IF NG-ENTRY-COUNT > ZERO
038080             AND NR-DEPTNO NOT > NG-DEPTNO(NG-ENTRY-COUNT)
038090         DISPLAY 'MAIN - DEPTNREG OUT OF DEPTNO SEQUENCE AT '
038100             NR-DEPTNO
038110         MOVE 16 TO RETURN-CODE
038120         GO TO 9999-ABEND
038130     END-IF.
038140     ADD 1 TO NG-ENTRY-COUNT.
038150     MOVE NR-DEPTNO     TO NG-DEPTNO(NG-ENTRY-COUNT).
038160     MOVE NR-DIVISION   TO NG-DIVISION(NG-ENTRY-COUNT).
038170     MOVE NR-STATUS     TO NG-STATUS(NG-ENTRY-COUNT).
038180     MOVE NR-REUSE-DATE TO NG-REUSE-DATE(NG-ENTRY-COUNT).
038190     PERFORM 1210-READ-DEPTNREG
038200         THRU 1210-READ-DEPTNREG-EXIT.
038210 1220-LOAD-ONE-NUMBER-EXIT.
038220     EXIT.
038230*****************************************************************
038240*  1500-CHECK-VOLUME                                             *
038250*  MEASURES THE WHOLE EXTRACT BEFORE ANYTHING POSTS AND COMPARES *
038260*  IT WITH THE NORMAL RANGE FROM THE RUN-HISTORY ARCHIVE.  AN    *
038270*  EXTRACT OUTSIDE THAT RANGE HOLDS AN UPDATE RUN UNLESS THE     *
038280*  DEPTPARM CARD CARRIES THE VOLUME OVERRIDE; A TRIAL RUN IS     *
038290*  NEVER HELD.  WHENEVER THE EXTRACT IS OUTSIDE ITS RANGE THE    *
038300*  REPORT GOES ON TO LIST WHAT EACH RECORD WOULD HAVE DONE.  A   *
038310*  RESTART RUN IS NOT MEASURED AGAIN: PART OF ITS EXTRACT HAS    *
038320*  ALREADY POSTED.                                               *
038330*****************************************************************
038340 1500-CHECK-VOLUME.
038350     OPEN OUTPUT DEPTLDVR.
038360     IF WS-DEPTLDVR-STATUS NOT = '00'
038370         DISPLAY 'MAIN - OPEN FAILED FOR DEPTLDVR - STATUS = '
038380             WS-DEPTLDVR-STATUS
038390         MOVE 16 TO RETURN-CODE
038400         GO TO 9999-ABEND
038410     END-IF.
038420     IF WS-IS-RESTART-RUN
038430         PERFORM 1880-START-VOLUME-LINE
038440             THRU 1880-START-VOLUME-LINE-EXIT
038450         MOVE 'VERDICT'           TO VR-LINE-TYPE
038460         MOVE 'VOLUME CHECK NOT RUN - RESTART OF AN EARLIER RUN'
038470                                  TO VR-LINE-BODY
038480         PERFORM 1890-WRITE-VOLUME-LINE
038490             THRU 1890-WRITE-VOLUME-LINE-EXIT
038500         CLOSE DEPTLDVR
038510         GO TO 1500-CHECK-VOLUME-EXIT
038520     END-IF.
038530     SET WS-VOL-NOT-LISTING TO TRUE.
038540     PERFORM 1510-SCAN-EXTRACT
038550         THRU 1510-SCAN-EXTRACT-EXIT.
038560     PERFORM 1600-LOAD-RUN-HISTORY
038570         THRU 1600-LOAD-RUN-HISTORY-EXIT.
038580     PERFORM 1700-SET-NORMAL-RANGE
038590         THRU 1700-SET-NORMAL-RANGE-EXIT.
038600     EVALUATE TRUE
038610         WHEN WS-VOL-NO-HISTORY
038620             MOVE 'N' TO WS-VOL-CHECK-CODE
038630             MOVE 'VOLUME CHECK NOT APPLIED - TOO LITTLE HISTORY'
038640                 TO WS-VOL-VERDICT
038650         WHEN WS-VOL-IN-RANGE
038660             MOVE 'P' TO WS-VOL-CHECK-CODE
038670             MOVE 'VOLUME CHECK PASSED - EXTRACT IN NORMAL RANGE'
038680                 TO WS-VOL-VERDICT
038690         WHEN WS-MODE-TRIAL
038700             MOVE 'X' TO WS-VOL-CHECK-CODE
038710             MOVE 'OUTSIDE NORMAL RANGE - TRIAL RUN, NOT HELD'
038720                 TO WS-VOL-VERDICT
038730         WHEN WS-VOL-OVERRIDE
038740             MOVE 'O' TO WS-VOL-CHECK-CODE
038750             MOVE 'OUTSIDE NORMAL RANGE - POSTED UNDER OVERRIDE'
038760                 TO WS-VOL-VERDICT
038770         WHEN OTHER
038780             MOVE 'H' TO WS-VOL-CHECK-CODE
038790             SET WS-VOL-HOLD-RUN TO TRUE
038800             MOVE 'RUN HELD - OUTSIDE NORMAL RANGE, NOT POSTED'
038810                 TO WS-VOL-VERDICT
038820     END-EVALUATE.
038830     PERFORM 1800-WRITE-VOLUME-SUMMARY
038840         THRU 1800-WRITE-VOLUME-SUMMARY-EXIT.
038850     IF WS-VOL-OUT-OF-RANGE
038860         SET WS-VOL-LISTING TO TRUE
038870         PERFORM 1510-SCAN-EXTRACT
038880             THRU 1510-SCAN-EXTRACT-EXIT
038890     END-IF.
038900     CLOSE DEPTLDVR.
038910     DISPLAY 'MAIN - ' WS-VOL-VERDICT.
038920 1500-CHECK-VOLUME-EXIT.
038930     EXIT.
038940*****************************************************************
038950*  1510-SCAN-EXTRACT                                             *
038960*  ONE READ-ONLY PASS OF THE EXTRACT.  EVERY RECORD GOES THROUGH *
038970*  THE SAME EDITS THE POSTING PASS USES, SO THE COUNTS ARE WHAT  *
038980*  THE RUN WOULD ACTUALLY DO.  THE RUN COUNTERS ARE NOT TOUCHED. *
038990*****************************************************************
039000 1510-SCAN-EXTRACT.
039010     MOVE ZERO TO WS-VOL-RECORDS.
039020     MOVE ZERO TO WS-VOL-ADDS.
039030     MOVE ZERO TO WS-VOL-CHANGES.
039040     MOVE ZERO TO WS-VOL-UNCHANGED.
039050     MOVE ZERO TO WS-VOL-REJECTS.
039060     OPEN INPUT DEPTEXT.
039070     IF WS-DEPTEXT-STATUS NOT = '00'
039080         DISPLAY 'MAIN - OPEN FAILED FOR DEPTEXT - STATUS = '
039090             WS-DEPTEXT-STATUS
039100         MOVE 16 TO RETURN-CODE
039110         GO TO 9999-ABEND
039120     END-IF.
039130     SET WS-NOT-EOF-SCAN TO TRUE.
039140     PERFORM 1520-READ-SCAN-RECORD
039150         THRU 1520-READ-SCAN-RECORD-EXIT.
039160     PERFORM 1530-MEASURE-ONE-RECORD
039170         THRU 1530-MEASURE-ONE-RECORD-EXIT
039180         UNTIL WS-EOF-SCAN.
039190     CLOSE DEPTEXT.
039200 1510-SCAN-EXTRACT-EXIT.
039210     EXIT.
039220*****************************************************************
039230*  1520-READ-SCAN-RECORD                                         *
039240*****************************************************************
039250 1520-READ-SCAN-RECORD.
039260     READ DEPTEXT
039270         AT END
039280             SET WS-EOF-SCAN TO TRUE
039290     END-READ.
039300     IF NOT WS-EOF-SCAN AND WS-DEPTEXT-STATUS NOT = '00'
039310         DISPLAY 'MAIN - ERROR READING DEPTEXT - STATUS = '
039320             WS-DEPTEXT-STATUS
039330         MOVE 16 TO RETURN-CODE
039340         GO TO 9999-ABEND
039350     END-IF.
039360 1520-READ-SCAN-RECORD-EXIT.
039370     EXIT.
039380*****************************************************************
039390*  1530-MEASURE-ONE-RECORD                                       *
039400*  CLASSIFIES ONE RECORD AS A REJECT, AN ADD, A CHANGE, OR A     *
039410*  RECORD THAT MATCHES ITS DEPT1 ROW COLUMN FOR COLUMN AND SO    *
039420*  WOULD CHANGE NOTHING.  ONLY A REAL CHANGE COUNTS TOWARD THE   *
039430*  SHARE OF DEPT1 ROWS THE EXTRACT WOULD CHANGE.                 *
039440*****************************************************************
039450 1530-MEASURE-ONE-RECORD.
039460     ADD 1 TO WS-VOL-RECORDS.
039470     MOVE SPACE TO DEPT-DEPTNAME-TEXT.
039480     MOVE SPACE TO DEPT-LOCATION.
039490     MOVE SPACE TO WS-VOL-REASON.
039500     MOVE SPACE TO WS-VOL-COLUMNS.
039510     PERFORM 2200-EDIT-EXTRACT-RECORD
039520         THRU 2200-EDIT-EXTRACT-RECORD-EXIT.
039530     IF WS-RECORD-VALID
039540         PERFORM 1535-FETCH-VOLUME-ROW
039550             THRU 1535-FETCH-VOLUME-ROW-EXIT
039560     END-IF.
039570     EVALUATE TRUE
039580         WHEN WS-RECORD-INVALID
039590             ADD 1 TO WS-VOL-REJECTS
039600             MOVE 'REJECT'       TO WS-VOL-ACTION
039610             MOVE WS-REJECT-CODE TO WS-VOL-REASON
039620             MOVE WS-REJECT-TEXT TO WS-VOL-COLUMNS
039630         WHEN WS-VOL-ROW-NOT-FOUND
039640             ADD 1 TO WS-VOL-ADDS
039650             MOVE 'ADD'          TO WS-VOL-ACTION
039660         WHEN OTHER
039670             PERFORM 1540-COMPARE-EXTRACT-TO-ROW
039680                 THRU 1540-COMPARE-EXTRACT-TO-ROW-EXIT
039690             IF WS-VOL-COLUMNS = SPACES
039700                 ADD 1 TO WS-VOL-UNCHANGED
039710                 MOVE 'UNCHANGED' TO WS-VOL-ACTION
039720             ELSE
039730                 ADD 1 TO WS-VOL-CHANGES
039740                 MOVE 'CHANGE'    TO WS-VOL-ACTION
039750             END-IF
039760     END-EVALUATE.
039770     IF WS-VOL-LISTING AND WS-VOL-ACTION NOT = 'UNCHANGED'
039780         PERFORM 1880-START-VOLUME-LINE
039790             THRU 1880-START-VOLUME-LINE-EXIT
039800         MOVE 'RECORD'           TO VR-LINE-TYPE
039810         MOVE DX-DEPTNO          TO VR-DEPTNO
039820         MOVE WS-VOL-ACTION      TO VR-ACTION
039830         MOVE WS-VOL-REASON      TO VR-REASON-CODE
039840         MOVE WS-VOL-COLUMNS     TO VR-COLUMNS-CHANGED
039850         PERFORM 1890-WRITE-VOLUME-LINE
039860             THRU 1890-WRITE-VOLUME-LINE-EXIT
039870     END-IF.
039880     PERFORM 1520-READ-SCAN-RECORD
039890         THRU 1520-READ-SCAN-RECORD-EXIT.
039900 1530-MEASURE-ONE-RECORD-EXIT.
039910     EXIT.
039920*****************************************************************
039930*  1535-FETCH-VOLUME-ROW                                         *
039940*  READS THE CURRENT DEPT1 ROW (IF ANY) FOR THIS DEPTNO INTO     *
039950*  DEPT-ROW.  THE LOAD POSTS BY WHETHER THE ROW EXISTS, NOT BY   *
039960*  THE TRANCODE, SO THE SCAN CLASSIFIES THE SAME WAY.  A FAILED  *
039970*  READ IS COUNTED AS THE REJECT THE POSTING PASS WOULD WRITE.   *
039980*****************************************************************
039990 1535-FETCH-VOLUME-ROW.
040000     EXEC SQL
040010         SELECT DEPTNO, DEPTNAME, MGRNO, ADMRDEPT, LOCATION,
040020                COSTCTR, BUDGCODE
040030           INTO :DEPT-DEPTNO, :DEPT-DEPTNAME,
040040                :DEPT-MGRNO :DEPT-MGRNO-NULL,
040050                :DEPT-ADMRDEPT, :DEPT-LOCATION,
040060                :DEPT-COSTCTR, :DEPT-BUDGCODE
040070           FROM DEPT1
040080          WHERE DEPTNO = :DX-DEPTNO
040090     END-EXEC.
040100     EVALUATE TRUE
040110         WHEN SQLCODE = ZERO
040120             SET WS-VOL-ROW-FOUND TO TRUE
040130         WHEN SQLCODE = +100
040140             SET WS-VOL-ROW-NOT-FOUND TO TRUE
040150         WHEN OTHER
040160             SET WS-RECORD-INVALID TO TRUE
040170             MOVE 'E009' TO WS-REJECT-CODE
040180             MOVE 'DEPT1 INSERT/UPDATE FAILED' TO WS-REJECT-TEXT
040190     END-EVALUATE.
040200 1535-FETCH-VOLUME-ROW-EXIT.
040210     EXIT.
040220*****************************************************************
040230*  1540-COMPARE-EXTRACT-TO-ROW                                   *
040240*  1535-FETCH-VOLUME-ROW HAS LOADED THE CURRENT ROW INTO         *
040250*  DEPT-ROW.  EACH COLUMN THE EXTRACT WOULD ALTER IS NAMED IN ITS*
040260*  OWN SLOT OF WS-VOL-COLUMNS.  A NULL MGRNO COMPARES AS BLANK.  *
040270*****************************************************************
040280 1540-COMPARE-EXTRACT-TO-ROW.
040290     IF DEPT-MGRNO-NULL < ZERO
040300         MOVE SPACE TO WS-VOL-ROW-MGRNO
040310     ELSE
040320         MOVE DEPT-MGRNO TO WS-VOL-ROW-MGRNO
040330     END-IF.
040340     IF DX-DEPTNAME NOT = DEPT-DEPTNAME-TEXT
040350         MOVE 'DEPTNAME' TO WS-VOL-COLUMNS(1:8)
040360     END-IF.
040370     IF DX-MGRNO NOT = WS-VOL-ROW-MGRNO
040380         MOVE 'MGRNO'    TO WS-VOL-COLUMNS(10:5)
040390     END-IF.
040400     IF DX-ADMRDEPT NOT = DEPT-ADMRDEPT
040410         MOVE 'ADMRDEPT' TO WS-VOL-COLUMNS(16:8)
040420     END-IF.
040430     IF DX-LOCATION NOT = DEPT-LOCATION
040440         MOVE 'LOCATION' TO WS-VOL-COLUMNS(25:8)
040450     END-IF.
040460     IF DX-COSTCTR NOT = DEPT-COSTCTR
040470         MOVE 'COSTCTR'  TO WS-VOL-COLUMNS(34:7)
040480     END-IF.
040490     IF DX-BUDGCODE NOT = DEPT-BUDGCODE
040500         MOVE 'BUDGCODE' TO WS-VOL-COLUMNS(42:8)
040510     END-IF.
040520 1540-COMPARE-EXTRACT-TO-ROW-EXIT.
040530     EXIT.
040540*****************************************************************
040550*  1600-LOAD-RUN-HISTORY                                         *
040560*  KEEPS THE LAST WS-VH-MAX-RUNS CLEAN UPDATE RUNS OF THIS       *
040570*  PROGRAM FROM THE RUN-HISTORY ARCHIVE.  TRIAL RUNS, HELD RUNS  *
040580*  AND RUNS POSTED UNDER THE OVERRIDE ARE NOT NORMAL NIGHTS AND  *
040590*  ARE LEFT OUT.  NO ARCHIVE YET (STATUS 35) MEANS NO HISTORY.   *
040600*****************************************************************
040610 1600-LOAD-RUN-HISTORY.
040620     MOVE ZERO TO WS-VH-COUNT.
040630     MOVE 1    TO WS-VH-NEXT.
040640     OPEN INPUT DEPTRUNH.
040650     IF WS-DEPTRUNH-STATUS = '35'
040660         GO TO 1600-LOAD-RUN-HISTORY-EXIT
040670     END-IF.
040680     IF WS-DEPTRUNH-STATUS NOT = '00'
040690         DISPLAY 'MAIN - OPEN FAILED FOR DEPTRUNH - STATUS = '
040700             WS-DEPTRUNH-STATUS
040710         MOVE 16 TO RETURN-CODE
040720         GO TO 9999-ABEND
040730     END-IF.
040740     SET WS-NOT-EOF-RUNH TO TRUE.
040750     PERFORM 1610-READ-RUN-HISTORY
040760         THRU 1610-READ-RUN-HISTORY-EXIT.
040770     PERFORM 1620-FILE-ONE-HISTORY-ROW
040780         THRU 1620-FILE-ONE-HISTORY-ROW-EXIT
040790         UNTIL WS-EOF-RUNH.
040800     CLOSE DEPTRUNH.
040810 1600-LOAD-RUN-HISTORY-EXIT.
040820     EXIT.
040830*****************************************************************
040840*  1610-READ-RUN-HISTORY                                         *
040850*****************************************************************
040860 1610-READ-RUN-HISTORY.
040870     READ DEPTRUNH
040880         AT END
040890             SET WS-EOF-RUNH TO TRUE
040900     END-READ.
040910     IF NOT WS-EOF-RUNH AND WS-DEPTRUNH-STATUS NOT = '00'
040920         DISPLAY 'MAIN - ERROR READING DEPTRUNH - STATUS = '
040930             WS-DEPTRUNH-STATUS
040940         MOVE 16 TO RETURN-CODE
040950         GO TO 9999-ABEND
040960     END-IF.
040970 1610-READ-RUN-HISTORY-EXIT.
040980     EXIT.
040990*****************************************************************
041000*  1620-FILE-ONE-HISTORY-ROW                                     *
041010*****************************************************************
041020 1620-FILE-ONE-HISTORY-ROW.
041030     IF RH-PROGRAM NOT = 'MAIN'
041040             OR NOT RH-MODE-UPDATE
041050             OR RH-VOLUME-HELD
041060             OR RH-VOLUME-OVERRIDDEN
041070         GO TO 1620-NEXT-HISTORY-ROW
041080     END-IF.
041090     SET VH-IDX TO WS-VH-NEXT.
041100     MOVE RH-RECORDS-READ TO WS-VH-READ(VH-IDX).
041110     IF RH-DEPT1-CHANGE-PCT IS NUMERIC
041120         SET WS-VH-PCT-KNOWN(VH-IDX) TO TRUE
041130         MOVE RH-DEPT1-CHANGE-PCT TO WS-VH-PCT(VH-IDX)
041140     ELSE
041150         SET WS-VH-PCT-UNKNOWN(VH-IDX) TO TRUE
041160         MOVE ZERO TO WS-VH-PCT(VH-IDX)
041170     END-IF.
041180     IF WS-VH-COUNT < WS-VH-MAX-RUNS
041190         ADD 1 TO WS-VH-COUNT
041200     END-IF.
041210     IF WS-VH-NEXT < WS-VH-MAX-RUNS
041220         ADD 1 TO WS-VH-NEXT
041230     ELSE
041240         MOVE 1 TO WS-VH-NEXT
041250     END-IF.
041260 1620-NEXT-HISTORY-ROW.
041270     PERFORM 1610-READ-RUN-HISTORY
041280         THRU 1610-READ-RUN-HISTORY-EXIT.
041290 1620-FILE-ONE-HISTORY-ROW-EXIT.
041300     EXIT.
041310*****************************************************************
041320*  1700-SET-NORMAL-RANGE                                         *
041330*  THE NORMAL RANGE FOR RECORDS ON FILE RUNS FROM THE LOWEST     *
041340*  HISTORY COUNT LESS THE TOLERANCE TO THE HIGHEST PLUS THE      *
041350*  TOLERANCE.  THE CHANGE SHARE HAS ONLY AN UPPER LIMIT -- A     *
041360*  QUIET NIGHT IS NOT A DANGER -- AND IS CHECKED ONLY ONCE       *
041370*  ENOUGH HISTORY ROWS CARRY A SHARE.  THEN SETS TONIGHT'S       *
041380*  SHARE AND JUDGES BOTH MEASURES.                               *
041390*****************************************************************
041400 1700-SET-NORMAL-RANGE.
041410     MOVE ZERO TO WS-VOL-CHANGE-PCT.
041420     IF WS-DEPT1-COUNT-BEFORE > ZERO
041430         IF WS-VOL-CHANGES >= WS-DEPT1-COUNT-BEFORE
041440             MOVE 99.9 TO WS-VOL-CHANGE-PCT
041450         ELSE
041460             COMPUTE WS-VOL-PCT-WORK ROUNDED =
041470                 WS-VOL-CHANGES * 100 / WS-DEPT1-COUNT-BEFORE
041480             IF WS-VOL-PCT-WORK > 99.9
041490                 MOVE 99.9 TO WS-VOL-CHANGE-PCT
041500             ELSE
041510                 MOVE WS-VOL-PCT-WORK TO WS-VOL-CHANGE-PCT
041520             END-IF
041530         END-IF
041540     END-IF.
041550     MOVE 'NO HISTORY' TO WS-VOL-READ-RESULT.
041560     MOVE 'NO HISTORY' TO WS-VOL-SHARE-RESULT.
041570     IF WS-VH-COUNT < WS-VOL-MIN-HISTORY
041580         SET WS-VOL-NO-HISTORY TO TRUE
041590         GO TO 1700-SET-NORMAL-RANGE-EXIT
041600     END-IF.
041610     MOVE WS-VH-READ(1) TO WS-VOL-READ-LOW.
041620     MOVE WS-VH-READ(1) TO WS-VOL-READ-HIGH.
041630     MOVE ZERO TO WS-VOL-PCT-HIGH.
041640     MOVE ZERO TO WS-VOL-PCT-RUNS.
041650     PERFORM 1710-TAKE-ONE-HISTORY-RUN
041660         THRU 1710-TAKE-ONE-HISTORY-RUN-EXIT
041670         VARYING VH-IDX FROM 1 BY 1
041680         UNTIL VH-IDX > WS-VH-COUNT.
041690     IF WS-VOL-TOLERANCE >= 100
041700         MOVE ZERO TO WS-VOL-RANGE-LOW
041710     ELSE
041720         COMPUTE WS-VOL-RANGE-LOW =
041730             WS-VOL-READ-LOW * (100 - WS-VOL-TOLERANCE) / 100
041740     END-IF.
041750     COMPUTE WS-VOL-RANGE-HIGH ROUNDED =
041760         WS-VOL-READ-HIGH * (100 + WS-VOL-TOLERANCE) / 100.
041770     SET WS-VOL-IN-RANGE TO TRUE.
041780     EVALUATE TRUE
041790         WHEN WS-VOL-RECORDS < WS-VOL-RANGE-LOW
041800             MOVE 'BELOW RANGE' TO WS-VOL-READ-RESULT
041810             SET WS-VOL-OUT-OF-RANGE TO TRUE
041820         WHEN WS-VOL-RECORDS > WS-VOL-RANGE-HIGH
041830             MOVE 'ABOVE RANGE' TO WS-VOL-READ-RESULT
041840             SET WS-VOL-OUT-OF-RANGE TO TRUE
041850         WHEN OTHER
041860             MOVE 'IN RANGE'    TO WS-VOL-READ-RESULT
041870     END-EVALUATE.
041880     IF WS-VOL-PCT-RUNS < WS-VOL-MIN-HISTORY
041890         GO TO 1700-SET-NORMAL-RANGE-EXIT
041900     END-IF.
041910     COMPUTE WS-VOL-SHARE-LIMIT ROUNDED =
041920         WS-VOL-PCT-HIGH * (100 + WS-VOL-TOLERANCE) / 100.
041930     IF WS-VOL-SHARE-LIMIT < WS-VOL-SHARE-FLOOR
041940         MOVE WS-VOL-SHARE-FLOOR TO WS-VOL-SHARE-LIMIT
041950     END-IF.
041960     IF WS-VOL-CHANGE-PCT > WS-VOL-SHARE-LIMIT
041970         MOVE 'ABOVE RANGE' TO WS-VOL-SHARE-RESULT
041980         SET WS-VOL-OUT-OF-RANGE TO TRUE
041990     ELSE
042000         MOVE 'IN RANGE'    TO WS-VOL-SHARE-RESULT
042010     END-IF.
042020 1700-SET-NORMAL-RANGE-EXIT.
042030     EXIT.
042040*****************************************************************
042050*  1710-TAKE-ONE-HISTORY-RUN                                     *
042060*****************************************************************
042070 1710-TAKE-ONE-HISTORY-RUN.
042080     IF WS-VH-READ(VH-IDX) < WS-VOL-READ-LOW
042090         MOVE WS-VH-READ(VH-IDX) TO WS-VOL-READ-LOW
042100     END-IF.
042110     IF WS-VH-READ(VH-IDX) > WS-VOL-READ-HIGH
042120         MOVE WS-VH-READ(VH-IDX) TO WS-VOL-READ-HIGH
042130     END-IF.
042140     IF WS-VH-PCT-KNOWN(VH-IDX)
042150         ADD 1 TO WS-VOL-PCT-RUNS
042160         IF WS-VH-PCT(VH-IDX) > WS-VOL-PCT-HIGH
042170             MOVE WS-VH-PCT(VH-IDX) TO WS-VOL-PCT-HIGH
042180         END-IF
042190     END-IF.
042200 1710-TAKE-ONE-HISTORY-RUN-EXIT.
042210     EXIT.
042220*****************************************************************
042230*  1800-WRITE-VOLUME-SUMMARY                                     *
042240*  THE VERDICT LINE, THE TWO JUDGED MEASURES WITH THEIR NORMAL   *
042250*  RANGES, THEN THE SUPPORTING COUNTS.                           *
042260*****************************************************************
042270 1800-WRITE-VOLUME-SUMMARY.
042280     PERFORM 1880-START-VOLUME-LINE
042290         THRU 1880-START-VOLUME-LINE-EXIT.
042300     MOVE 'VERDICT'               TO VR-LINE-TYPE.
042310     MOVE WS-VOL-VERDICT          TO VR-LINE-BODY.
042320     PERFORM 1890-WRITE-VOLUME-LINE
042330         THRU 1890-WRITE-VOLUME-LINE-EXIT.
042340     PERFORM 1880-START-VOLUME-LINE
042350         THRU 1880-START-VOLUME-LINE-EXIT.
042360     MOVE 'RECORDS ON FILE'       TO VR-MEASURE-NAME.
042370     MOVE WS-VOL-RECORDS          TO VR-TONIGHT-CNT.
042380     IF NOT WS-VOL-NO-HISTORY
042390         MOVE WS-VOL-RANGE-LOW    TO VR-LOW-CNT
042400         MOVE WS-VOL-RANGE-HIGH   TO VR-HIGH-CNT
042410     END-IF.
042420     MOVE WS-VOL-READ-RESULT      TO VR-MEASURE-RESULT.
042430     PERFORM 1890-WRITE-VOLUME-LINE
042440         THRU 1890-WRITE-VOLUME-LINE-EXIT.
042450     PERFORM 1880-START-VOLUME-LINE
042460         THRU 1880-START-VOLUME-LINE-EXIT.
042470     MOVE 'DEPT1 ROWS CHANGED PCT' TO VR-MEASURE-NAME.
042480     MOVE WS-VOL-CHANGE-PCT       TO VR-TONIGHT-PCT.
042490     IF WS-VOL-SHARE-RESULT NOT = 'NO HISTORY'
042500         MOVE ZERO                TO VR-LOW-PCT
042510         MOVE WS-VOL-SHARE-LIMIT  TO VR-HIGH-PCT
042520     END-IF.
042530     MOVE WS-VOL-SHARE-RESULT     TO VR-MEASURE-RESULT.
042540     PERFORM 1890-WRITE-VOLUME-LINE
042550         THRU 1890-WRITE-VOLUME-LINE-EXIT.
042560     PERFORM 1880-START-VOLUME-LINE
042570         THRU 1880-START-VOLUME-LINE-EXIT.
042580     MOVE 'WOULD ADD'             TO VR-MEASURE-NAME.
042590     MOVE WS-VOL-ADDS             TO VR-TONIGHT-CNT.
042600     PERFORM 1890-WRITE-VOLUME-LINE
042610         THRU 1890-WRITE-VOLUME-LINE-EXIT.
042620     PERFORM 1880-START-VOLUME-LINE
042630         THRU 1880-START-VOLUME-LINE-EXIT.
042640     MOVE 'WOULD CHANGE'          TO VR-MEASURE-NAME.
042650     MOVE WS-VOL-CHANGES          TO VR-TONIGHT-CNT.
042660     PERFORM 1890-WRITE-VOLUME-LINE
042670         THRU 1890-WRITE-VOLUME-LINE-EXIT.
042680     PERFORM 1880-START-VOLUME-LINE
042690         THRU 1880-START-VOLUME-LINE-EXIT.
042700     MOVE 'WOULD CHANGE NOTHING'  TO VR-MEASURE-NAME.
042710     MOVE WS-VOL-UNCHANGED        TO VR-TONIGHT-CNT.
042720     PERFORM 1890-WRITE-VOLUME-LINE
042730         THRU 1890-WRITE-VOLUME-LINE-EXIT.
042740     PERFORM 1880-START-VOLUME-LINE
042750         THRU 1880-START-VOLUME-LINE-EXIT.
042760     MOVE 'WOULD REJECT'          TO VR-MEASURE-NAME.
042770     MOVE WS-VOL-REJECTS          TO VR-TONIGHT-CNT.
042780     PERFORM 1890-WRITE-VOLUME-LINE
042790         THRU 1890-WRITE-VOLUME-LINE-EXIT.
042800     PERFORM 1880-START-VOLUME-LINE
042810         THRU 1880-START-VOLUME-LINE-EXIT.
042820     MOVE 'DEPT1 ROWS BEFORE RUN' TO VR-MEASURE-NAME.
042830     MOVE WS-DEPT1-COUNT-BEFORE   TO VR-TONIGHT-CNT.
042840     PERFORM 1890-WRITE-VOLUME-LINE
042850         THRU 1890-WRITE-VOLUME-LINE-EXIT.
042860     PERFORM 1880-START-VOLUME-LINE
042870         THRU 1880-START-VOLUME-LINE-EXIT.
042880     MOVE 'HISTORY RUNS USED'     TO VR-MEASURE-NAME.
042890     MOVE WS-VH-COUNT             TO VR-TONIGHT-CNT.
042900     PERFORM 1890-WRITE-VOLUME-LINE
042910         THRU 1890-WRITE-VOLUME-LINE-EXIT.
042920     PERFORM 1880-START-VOLUME-LINE
042930         THRU 1880-START-VOLUME-LINE-EXIT.
042940     MOVE 'TOLERANCE PCT'         TO VR-MEASURE-NAME.
042950     MOVE WS-VOL-TOLERANCE        TO VR-TONIGHT-CNT.
042960     PERFORM 1890-WRITE-VOLUME-LINE
042970         THRU 1890-WRITE-VOLUME-LINE-EXIT.
042980 1800-WRITE-VOLUME-SUMMARY-EXIT.
042990     EXIT.
043000*****************************************************************
043010*  1880-START-VOLUME-LINE                                        *
043020*  CLEARS THE REPORT LINE AND FILLS THE COMMON COLUMNS.  THE     *
043030*  LINE TYPE DEFAULTS TO A MEASURE LINE.                         *
043040*****************************************************************
043050 1880-START-VOLUME-LINE.
043060     MOVE SPACE                   TO DEPT-VOLUME-RPT-REC.
043070     MOVE 'MAIN'              TO VR-PROGRAM.
043080     MOVE WS-RUN-DATE             TO VR-RUN-DATE.
043090     MOVE 'MEASURE'               TO VR-LINE-TYPE.
043100 1880-START-VOLUME-LINE-EXIT.
043110     EXIT.
043120*****************************************************************
043130*  1890-WRITE-VOLUME-LINE                                        *
043140*****************************************************************
043150 1890-WRITE-VOLUME-LINE.
043160     WRITE DEPT-VOLUME-RPT-REC.
043170     IF WS-DEPTLDVR-STATUS NOT = '00'
043180         DISPLAY 'MAIN - WRITE FAILED FOR DEPTLDVR - STATUS = '
043190             WS-DEPTLDVR-STATUS
043200         MOVE 16 TO RETURN-CODE
043210         GO TO 9999-ABEND
043220     END-IF.
043230 1890-WRITE-VOLUME-LINE-EXIT.
043240     EXIT.
043250*****************************************************************
043260*  2230-APPLY-EDIT-RULE                                          *
043270*  CALLED BY EACH EDIT THAT FAILS, WITH ITS CODE AND TEXT        *
043280*  ALREADY IN WS-REJECT-CODE AND WS-REJECT-TEXT.  LOOKS THE      *
043290*  CODE UP ON THE EDIT-RULE TABLE AS OF TONIGHT'S RUN DATE.      *
043300*  NO RULE IN FORCE, OR A REJECT RULE, REJECTS THE RECORD.  A    *
043310*  WARNING RULE LETS IT POST AND KEEPS THE CODE FOR THE WARNING  *
043320*  FILE; AN IGNORE RULE LETS IT POST SILENTLY.  A RULE'S OWN     *
043330*  MESSAGE TEXT, IF ANY, REPLACES THE PROGRAM'S.                 *
043340*****************************************************************
043350 2230-APPLY-EDIT-RULE.
043360     SET WS-RULE-NOT-FOUND TO TRUE.
043370     IF EU-ENTRY-COUNT > ZERO
043380         PERFORM 2235-CHECK-ONE-RULE
043390             THRU 2235-CHECK-ONE-RULE-EXIT
043400             VARYING EU-IDX FROM 1 BY 1
043410             UNTIL EU-IDX > EU-ENTRY-COUNT
043420                OR WS-RULE-FOUND
043430     END-IF.
043440     IF WS-RULE-NOT-FOUND
043450         SET WS-RECORD-INVALID TO TRUE
043460         GO TO 2230-APPLY-EDIT-RULE-EXIT
043470     END-IF.
043480     IF EU-MESSAGE(WS-RULE-IDX) NOT = SPACES
043490         MOVE EU-MESSAGE(WS-RULE-IDX) TO WS-REJECT-TEXT
043500     END-IF.
043510     EVALUATE TRUE
043520         WHEN EU-SEVERITY-WARN(WS-RULE-IDX)
043530             IF EW-ENTRY-COUNT < EW-MAX-ENTRIES
043540                 ADD 1 TO EW-ENTRY-COUNT
043550                 MOVE WS-REJECT-CODE TO EW-CODE(EW-ENTRY-COUNT)
043560                 MOVE WS-REJECT-TEXT TO EW-TEXT(EW-ENTRY-COUNT)
043570             END-IF
043580             MOVE SPACE TO WS-REJECT-CODE
043590             MOVE SPACE TO WS-REJECT-TEXT
043600         WHEN EU-SEVERITY-IGNORE(WS-RULE-IDX)
043610             MOVE SPACE TO WS-REJECT-CODE
043620             MOVE SPACE TO WS-REJECT-TEXT
043630         WHEN OTHER
043640             SET WS-RECORD-INVALID TO TRUE
043650     END-EVALUATE.
043660 2230-APPLY-EDIT-RULE-EXIT.
043670     EXIT.
043680 2235-CHECK-ONE-RULE.
043690     IF EU-CODE(EU-IDX) = WS-REJECT-CODE
043700             AND (EU-EFF-FROM(EU-IDX) = SPACES
043710                  OR EU-EFF-FROM(EU-IDX) NOT > WS-RUN-DATE)
043720             AND (EU-EFF-TO(EU-IDX) = SPACES
043730                  OR EU-EFF-TO(EU-IDX) NOT < WS-RUN-DATE)
043740         SET WS-RULE-FOUND TO TRUE
043750         SET WS-RULE-IDX TO EU-IDX
043760     END-IF.
043770 2235-CHECK-ONE-RULE-EXIT.
043780     EXIT.
043790*****************************************************************
043800*  2240-VALIDATE-NUMBER-REG                                      *
043810*  A NEW DEPTNO MUST COME OUT OF THE NUMBER REGISTRY: IT MUST BE *
043820*  IN SOME DIVISION'S RANGE, NOT STILL ACTIVE, PAST ANY          *
043830*  COOLING-OFF PERIOD AS OF TONIGHT, AND -- WHEN ITS             *
043840*  ADMRDEPT IS ITSELF A REGISTERED CODE -- IN THE SAME           *
043850*  DIVISION'S RANGE AS ITS PARENT.  A RESERVED CODE IS ACCEPTED; *
043860*  RESERVING IT WAS HOW IT WAS HANDED OUT.                       *
043870*****************************************************************
043880 2240-VALIDATE-NUMBER-REG.
043890     MOVE DX-DEPTNO TO WS-NREG-FIND-DEPTNO.
043900     PERFORM 2245-FIND-NUMBER-REG
043910         THRU 2245-FIND-NUMBER-REG-EXIT.
043920     IF WS-NREG-NOT-FOUND
043930         MOVE 'E010' TO WS-REJECT-CODE
043940         MOVE 'DEPTNO NOT IN ANY DIVISION RANGE'
043950             TO WS-REJECT-TEXT
043960         PERFORM 2230-APPLY-EDIT-RULE
043970             THRU 2230-APPLY-EDIT-RULE-EXIT
043980         GO TO 2240-VALIDATE-NUMBER-REG-EXIT
043990     END-IF.
044000     IF NG-STATUS-ACTIVE(NG-IDX)
044010         MOVE 'E011' TO WS-REJECT-CODE
044020         MOVE 'DEPTNO STILL ACTIVE ON NUMBER REGISTRY'
044030             TO WS-REJECT-TEXT
044040         PERFORM 2230-APPLY-EDIT-RULE
044050             THRU 2230-APPLY-EDIT-RULE-EXIT
044060         GO TO 2240-VALIDATE-NUMBER-REG-EXIT
044070     END-IF.
044080     IF NG-REUSE-DATE(NG-IDX) NOT = SPACES
044090             AND NG-REUSE-DATE(NG-IDX) > WS-RUN-DATE
044100         MOVE 'E012' TO WS-REJECT-CODE
044110         MOVE 'DEPTNO RETIRED - COOLING-OFF NOT OVER'
044120             TO WS-REJECT-TEXT
044130         PERFORM 2230-APPLY-EDIT-RULE
044140             THRU 2230-APPLY-EDIT-RULE-EXIT
044150         GO TO 2240-VALIDATE-NUMBER-REG-EXIT
044160     END-IF.
044170     MOVE NG-DIVISION(NG-IDX) TO WS-NREG-DIVISION.
044180     IF DX-ADMRDEPT = DX-DEPTNO
044190             OR DX-ADMRDEPT = WS-NREG-DIVISION
044200         GO TO 2240-VALIDATE-NUMBER-REG-EXIT
044210     END-IF.
044220     MOVE DX-ADMRDEPT TO WS-NREG-FIND-DEPTNO.
044230     PERFORM 2245-FIND-NUMBER-REG
044240         THRU 2245-FIND-NUMBER-REG-EXIT.
044250     IF WS-NREG-FOUND
044260             AND NG-DIVISION(NG-IDX) NOT = WS-NREG-DIVISION
044270         MOVE 'E013' TO WS-REJECT-CODE
044280         MOVE 'DEPTNO IN ANOTHER DIVISION RANGE'
044290             TO WS-REJECT-TEXT
044300         PERFORM 2230-APPLY-EDIT-RULE
044310             THRU 2230-APPLY-EDIT-RULE-EXIT
044320     END-IF.
044330 2240-VALIDATE-NUMBER-REG-EXIT.
044340     EXIT.
044350 2245-FIND-NUMBER-REG.
044360     SET WS-NREG-NOT-FOUND TO TRUE.
044370     IF NG-ENTRY-COUNT > ZERO
044380         SEARCH ALL NG-ENTRY
044390             AT END
044400                 CONTINUE
044410             WHEN NG-DEPTNO(NG-IDX) = WS-NREG-FIND-DEPTNO
044420                 SET WS-NREG-FOUND TO TRUE
044430         END-SEARCH
044440     END-IF.
044450 2245-FIND-NUMBER-REG-EXIT.
044460     EXIT.
044470*****************************************************************
044480*  8500-HOLD-RUN                                                 *
044490*  THE VOLUME CHECK HELD THE RUN, SO NOTHING WAS POSTED.  LEAVES *
044500*  EMPTY REJECT AND WARNING FILES SO NO LATER STEP PICKS UP AN   *
044510*  OLD ONE, FILES A RUN-CONTROL ROW SHOWING EVERY RECORD READ AS *
044520*  HELD (SO THE BALANCING STEP STILL FOOTS), AND ENDS WITH       *
044530*  RETURN-CODE 8 SO THE SCHEDULER HOLDS THE STREAM.  DEPTRST IS  *
044540*  NOT TOUCHED, SO THE RERUN -- WITH THE VOLUME OVERRIDE ON THE  *
044550*  DEPTPARM CARD ONCE THE EXTRACT HAS BEEN CONFIRMED AS GENUINE  *
044560*  -- STARTS FROM THE TOP.                                       *
044570*****************************************************************
044580 8500-HOLD-RUN.
044590     OPEN OUTPUT DEPTRJ.
044600     IF WS-DEPTRJ-STATUS NOT = '00'
044610         DISPLAY 'MAIN - OPEN FAILED FOR DEPTRJ - STATUS = '
044620             WS-DEPTRJ-STATUS
044630         MOVE 16 TO RETURN-CODE
044640         GO TO 9999-ABEND
044650     END-IF.
044660     CLOSE DEPTRJ.
044670     OPEN OUTPUT DEPTLDWX.
044680     IF WS-DEPTLDWX-STATUS NOT = '00'
044690         DISPLAY 'MAIN - OPEN FAILED FOR DEPTLDWX - STATUS = '
044700             WS-DEPTLDWX-STATUS
044710         MOVE 16 TO RETURN-CODE
044720         GO TO 9999-ABEND
044730     END-IF.
044740     CLOSE DEPTLDWX.
044750     MOVE WS-VOL-RECORDS        TO WS-RECORDS-READ.
044760     MOVE WS-DEPT1-COUNT-BEFORE TO WS-DEPT1-COUNT-AFTER.
044770     PERFORM 8100-WRITE-RUN-CONTROL
044780         THRU 8100-WRITE-RUN-CONTROL-EXIT.
044790     DISPLAY 'MAIN - DEPT1 LOAD HELD BY VOLUME CHECK - '
044800         'SEE DEPTLDVR'.
044810     DISPLAY 'RECORDS READ     = ' WS-RECORDS-READ.
044820     DISPLAY 'WOULD HAVE ADDED = ' WS-VOL-ADDS.
044830     DISPLAY 'WOULD HAVE CHANGED  = ' WS-VOL-CHANGES.
044840     DISPLAY 'WOULD HAVE REJECTED = ' WS-VOL-REJECTS.
044850     MOVE 8 TO RETURN-CODE.
044860 8500-HOLD-RUN-EXIT.
044870     EXIT.
044880*****************************************************************
044890*  2315-TRIAL-ADD-DEPT1                                         *
044900*  TRIAL-MODE STAND-IN FOR THE INSERT SIDE OF 2300: A NEW       *
044910*  DEPTNO GETS THE SAME NUMBER-REGISTRY EDIT IT WOULD GET IN AN *
044920*  UPDATE RUN, SO THE WOULD-BE COUNTS AND REJECTS MATCH.        *
044930*****************************************************************
044940 2315-TRIAL-ADD-DEPT1.
044950     PERFORM 2240-VALIDATE-NUMBER-REG
044960         THRU 2240-VALIDATE-NUMBER-REG-EXIT.
044970     IF WS-RECORD-INVALID
044980         PERFORM 2400-WRITE-REJECT
044990             THRU 2400-WRITE-REJECT-EXIT
045000     ELSE
045010         ADD 1 TO WS-RECORDS-LOADED
045020         ADD 1 TO WS-RECORDS-ADDED
045030     END-IF.
045040 2315-TRIAL-ADD-DEPT1-EXIT.
045050     EXIT.
045060*****************************************************************
045070*  8150-START-RUN-CONTROL-ROW                                   *
045080*  CLEARS THE RUN-CONTROL ROW AND FILLS IN THE VOLUME-CHECK     *
045090*  FIELDS.  A HELD RUN POSTED NOTHING, SO ITS WHOLE EXTRACT     *
045100*  COUNTS AS HELD.  A RESTART RUN WAS NOT MEASURED AND LEAVES   *
045110*  THE VOLUME FIELDS BLANK.                                     *
045120*****************************************************************
045130 8150-START-RUN-CONTROL-ROW.
045140     MOVE SPACE               TO DEPT-RUN-CONTROL-REC.
045150     IF WS-VOL-HOLD-RUN
045160         MOVE WS-RECORDS-READ  TO RC-RECORDS-HELD
045170     ELSE
045180         MOVE ZERO             TO RC-RECORDS-HELD
045190     END-IF.
045200     IF WS-VOL-CHECK-CODE NOT = SPACE
045210         MOVE WS-VOL-CHECK-CODE TO RC-VOLUME-CHECK
045220         MOVE WS-VOL-CHANGE-PCT TO RC-DEPT1-CHANGE-PCT
045230     END-IF.
045240 8150-START-RUN-CONTROL-ROW-EXIT.
045250     EXIT.
