000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.      DEPTSPAN.
000300 AUTHOR.          R HOLLOWAY.
000400 INSTALLATION.    DEPARTMENTAL SYSTEMS - DATA ADMINISTRATION.
000500 DATE-WRITTEN.    10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY                                        *
000900*-----------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                                 *
001100*-----------------------------------------------------------*
001200* 10/15/2026  RH   ORIGINAL.  SPAN-OF-CONTROL AND LAYERING       *
001300*                  REPORT FOR ORG DESIGN.  WALKS THE DEPT1       *
001400*                  ADMRDEPT HIERARCHY WITH EMPMAST HEADCOUNT AND *
001500*                  GIVES EVERY DEPARTMENT AND EVERY MGRNO ITS    *
001600*                  DIRECT SPAN (CHILD DEPARTMENTS AND DIRECT     *
001700*                  EMPLOYEES), DEPTH FROM THE TOP AND LAYERS     *
001800*                  BELOW.  WIDE SPANS, CHAINS DEEPER THAN THE    *
001900*                  PARM CARD ALLOWS, PASS-THROUGH DEPARTMENTS    *
002000*                  AND MGRNOS RUNNING SEVERAL DEPARTMENTS ARE    *
002100*                  LISTED FIRST, WORST FIRST.                    *
002200*****************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.     IBM-370.
002600 OBJECT-COMPUTER.     IBM-370.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT DEPTSCPM ASSIGN TO "DEPTSCPM"
003000         ORGANIZATION IS SEQUENTIAL
003100         FILE STATUS IS WS-DEPTSCPM-STATUS.
003200     SELECT EMPMAST  ASSIGN TO "EMPMAST"
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS WS-EMPMAST-STATUS.
003500     SELECT DEPTSCRP ASSIGN TO "DEPTSCRP"
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-DEPTSCRP-STATUS.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  DEPTSCPM
004100     RECORDING MODE IS F
004200     LABEL RECORDS ARE STANDARD.
004300 COPY DEPT-SPAN-PARM-REC.
004400 FD  EMPMAST
004500     RECORDING MODE IS F
004600     LABEL RECORDS ARE STANDARD.
004700 COPY EMP-MASTER-REC.
004800 FD  DEPTSCRP
004900     RECORDING MODE IS F
005000     LABEL RECORDS ARE STANDARD.
005100 COPY DEPT-SPAN-RPT-REC.
005200 WORKING-STORAGE SECTION.
005300 COPY SQLCA-MINI.
005400 COPY DEPT-ROW.
005500 COPY DEPT-TABLE.
005600 COPY DEPT-VISITED-TABLE.
005700*****************************************************************
005800*  MEASURES, ONE SLOT PER DEPT-TABLE ENTRY.  DEPTH COUNTS THE    *
005900*  TOP OF THE CHAIN AS LEVEL 1.  LAYERS IS HOW MANY LEVELS THE   *
006000*  DEPARTMENT'S OWN SUBTREE HAS, ITSELF INCLUDED, SO A           *
006100*  DEPARTMENT WITH NOTHING UNDER IT HAS ONE.  A CHAIN THAT       *
006200*  LOOPS OR RUNS INTO AN ADMRDEPT NOT ON DEPT1 IS BROKEN, AND    *
006300*  ITS DEPTH COUNTS ONLY AS FAR AS THE BREAK.                    *
006400*****************************************************************
006500 01  WS-SPAN-TABLE.
006600     05  WS-SPAN-ENTRY           OCCURS 9999 TIMES
006700                                 INDEXED BY HC-IDX.
006800         10  WS-DIRECT-COUNT     PIC 9(05) COMP.
006900         10  WS-CHILD-COUNT      PIC 9(05) COMP.
007000         10  WS-DEPTH            PIC 9(03) COMP.
007100         10  WS-LAYERS           PIC 9(03) COMP.
007200         10  WS-CHAIN-SWITCH     PIC X(01).
007300             88  WS-CHAIN-OK         VALUE 'Y'.
007400             88  WS-CHAIN-BROKEN     VALUE 'N'.
007500         10  WS-DEPT-FLAGS       PIC X(34).
007600*****************************************************************
007700*  ONE ENTRY PER MGRNO ON DEPT1, IN MGRNO ORDER AS THE CURSOR    *
007800*  RETURNS THEM.  A MANAGER'S CHILD DEPARTMENTS ARE THOSE UNDER  *
007900*  ANY DEPARTMENT IT RUNS THAT SOMEBODY ELSE RUNS (OR NOBODY),   *
008000*  AND ITS DIRECT EMPLOYEES ARE EVERYONE IN THE DEPARTMENTS IT   *
008100*  RUNS.  DEPTH IS ITS HIGHEST DEPARTMENT'S, LAYERS ITS DEEPEST  *
008200*  SUBTREE'S.                                                    *
008300*****************************************************************
008400 01  WS-MGR-TABLE.
008500     05  WS-MGR-COUNT            PIC 9(05) COMP VALUE ZERO.
008600     05  WS-MGR-ENTRY
008700             OCCURS 1 TO 9999 TIMES
008800             DEPENDING ON WS-MGR-COUNT
008900             ASCENDING KEY IS WS-MGR-MGRNO
009000             INDEXED BY MG-IDX.
009100         10  WS-MGR-MGRNO        PIC X(06).
009200         10  WS-MGR-NAME         PIC X(28).
009300         10  WS-MGR-DEPT-COUNT   PIC 9(03) COMP.
009400         10  WS-MGR-CHILD-COUNT  PIC 9(05) COMP.
009500         10  WS-MGR-EMP-COUNT    PIC 9(05) COMP.
009600         10  WS-MGR-DEPTH        PIC 9(03) COMP.
009700         10  WS-MGR-LAYERS       PIC 9(03) COMP.
009800         10  WS-MGR-FLAGS        PIC X(34).
009900*****************************************************************
010000*  EVERY DEPARTMENT AND MANAGER OUTSIDE A THRESHOLD, KEPT IN     *
010100*  PRINT ORDER AS IT IS ADDED: DEPARTMENTS BEFORE MANAGERS, AND  *
010200*  WITHIN EACH THE MOST THRESHOLDS BROKEN FIRST, THEN THE        *
010300*  LARGEST AMOUNT OVER THEM ALL TOGETHER, THEN KEY ORDER.  THE   *
010400*  COUNTS ARE STORED AS THEIR COMPLEMENTS SO ONE ASCENDING KEY   *
010500*  GIVES THAT ORDER.  WS-RANK-ROW POINTS BACK INTO DEPT-TABLE    *
010600*  OR THE MANAGER TABLE.                                         *
010700*****************************************************************
010800 01  WS-RANK-TABLE.
010900     05  WS-RANK-MAX-ENTRIES     PIC 9(05) COMP VALUE 19998.
011000     05  WS-RANK-COUNT           PIC 9(05) COMP VALUE ZERO.
011100     05  WS-RANK-ENTRY
011200             OCCURS 1 TO 19998 TIMES
011300             DEPENDING ON WS-RANK-COUNT
011400             INDEXED BY RK-IDX.
011500         10  WS-RANK-KEY.
011600             15  WS-RK-TYPE      PIC X(01).
011700             15  WS-RK-FLAGS-INV PIC 9(01).
011800             15  WS-RK-SCORE-INV PIC 9(05).
011900             15  WS-RK-ID        PIC X(06).
012000         10  WS-RANK-ROW         PIC 9(05) COMP.
012100 01  WS-NEW-RANK-KEY.
012200     05  WS-NK-TYPE              PIC X(01).
012300         88  WS-NK-DEPT              VALUE 'D'.
012400         88  WS-NK-MGR               VALUE 'M'.
012500     05  WS-NK-FLAGS-INV         PIC 9(01).
012600     05  WS-NK-SCORE-INV         PIC 9(05).
012700     05  WS-NK-ID                PIC X(06).
012800*****************************************************************
012900*  THRESHOLDS, AS DEFAULTED OR TAKEN FROM THE PARM CARD          *
013000*****************************************************************
013100 77  WS-MAX-SPAN              PIC 9(03) COMP VALUE 12.
013200 77  WS-MAX-DEPTH             PIC 9(03) COMP VALUE 6.
013300 77  WS-MAX-MGR-DEPTS         PIC 9(03) COMP VALUE 1.
013400*****************************************************************
013500*  CHAIN-WALK, FLAGGING AND RANKING WORK FIELDS                  *
013600*****************************************************************
013700 77  WS-TODAY                 PIC X(08) VALUE SPACE.
013800 77  WS-CHASE-DEPTNO          PIC X(03) VALUE SPACE.
013900 77  WS-FIND-MGRNO            PIC X(06) VALUE SPACE.
014000 77  WS-FOUND-IDX             PIC 9(05) COMP VALUE ZERO.
014100 77  WS-CLIMB-IDX             PIC 9(05) COMP VALUE ZERO.
014200 77  WS-LEVEL                 PIC 9(03) COMP VALUE ZERO.
014300 77  WS-SPAN                  PIC 9(07) COMP VALUE ZERO.
014400 77  WS-FLAG-TEXT             PIC X(34) VALUE SPACE.
014500 77  WS-FLAG-WORD             PIC X(12) VALUE SPACE.
014600 77  WS-FLAG-PTR              PIC 9(03) COMP VALUE ZERO.
014700 77  WS-FLAG-COUNT            PIC 9(01) VALUE ZERO.
014800 77  WS-FLAG-EXCESS           PIC 9(07) COMP VALUE ZERO.
014900 77  WS-SCORE                 PIC 9(07) COMP VALUE ZERO.
015000 77  WS-NEW-ROW               PIC 9(05) COMP VALUE ZERO.
015100 77  WS-SLOT                  PIC 9(05) COMP VALUE ZERO.
015200 77  WS-LOWER-COUNT           PIC 9(05) COMP VALUE ZERO.
015300 77  WS-SHIFT                 PIC 9(05) COMP VALUE ZERO.
015400 77  WS-SHIFT-START           PIC 9(05) COMP VALUE ZERO.
015500 77  WS-SHIFT-TO              PIC 9(05) COMP VALUE ZERO.
015600 77  WS-RANK-NUMBER           PIC 9(05) COMP VALUE ZERO.
015700 77  WS-RANK-EDIT             PIC ZZZZ9.
015800 77  WS-RANK-TEXT             PIC X(05) VALUE SPACE.
015900 77  WS-SECTION-TITLE         PIC X(30) VALUE SPACE.
016000 77  WS-SECTION-TYPE          PIC X(01) VALUE SPACE.
016100 77  WS-KEY-TITLE             PIC X(06) VALUE SPACE.
016200 77  WS-TOTAL-TEXT            PIC X(30) VALUE SPACE.
016300 77  WS-TOTAL-COUNT           PIC 9(07) COMP VALUE ZERO.
016400 77  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
016500     88  WS-EOF-FILE              VALUE 'Y'.
016600     88  WS-NOT-EOF-FILE          VALUE 'N'.
016700 77  WS-FOUND-SWITCH          PIC X(01) VALUE 'N'.
016800     88  WS-DEPT-FOUND            VALUE 'Y'.
016900     88  WS-DEPT-NOT-FOUND        VALUE 'N'.
017000 77  WS-MGR-SWITCH            PIC X(01) VALUE 'N'.
017100     88  WS-MGR-FOUND             VALUE 'Y'.
017200     88  WS-MGR-NOT-FOUND         VALUE 'N'.
017300 77  WS-VISITED-SWITCH        PIC X(01) VALUE 'N'.
017400     88  WS-ALREADY-VISITED       VALUE 'Y'.
017500     88  WS-NOT-ALREADY-VISITED   VALUE 'N'.
017600 77  WS-CHAIN-STOP-SWITCH     PIC X(01) VALUE 'N'.
017700     88  WS-CHAIN-STOP            VALUE 'Y'.
017800     88  WS-CHAIN-CONTINUE        VALUE 'N'.
017900 77  WS-PREV-MGRNO            PIC X(06) VALUE SPACE.
018000*****************************************************************
018100*  COUNTERS FOR THE SUMMARY                                      *
018200*****************************************************************
018300 77  WS-EMPS-READ             PIC 9(09) COMP VALUE ZERO.
018400 77  WS-EMPS-ACTIVE           PIC 9(09) COMP VALUE ZERO.
018500 77  WS-EMPS-UNMATCHED        PIC 9(09) COMP VALUE ZERO.
018600 77  WS-DEPTS-NO-MGR          PIC 9(05) COMP VALUE ZERO.
018700 77  WS-DEPTS-FLAGGED         PIC 9(05) COMP VALUE ZERO.
018800 77  WS-DEPTS-WIDE            PIC 9(05) COMP VALUE ZERO.
018900 77  WS-DEPTS-DEEP            PIC 9(05) COMP VALUE ZERO.
019000 77  WS-DEPTS-PASS-THROUGH    PIC 9(05) COMP VALUE ZERO.
019100 77  WS-DEPTS-BROKEN          PIC 9(05) COMP VALUE ZERO.
019200 77  WS-MGRS-FLAGGED          PIC 9(05) COMP VALUE ZERO.
019300 77  WS-MGRS-WIDE             PIC 9(05) COMP VALUE ZERO.
019400 77  WS-MGRS-MULTI            PIC 9(05) COMP VALUE ZERO.
019500 77  WS-DEEPEST-LEVEL         PIC 9(03) COMP VALUE ZERO.
019600*****************************************************************
019700*  FILE-STATUS FIELDS.  STATUS '35' ON DEPTSCPM (NO PARM CARD -- *
019800*  THE DEFAULT THRESHOLDS APPLY) IS NOT AN ERROR.                *
019900*****************************************************************
020000 77  WS-DEPTSCPM-STATUS       PIC X(02) VALUE SPACE.
020100 77  WS-EMPMAST-STATUS        PIC X(02) VALUE SPACE.
020200 77  WS-DEPTSCRP-STATUS       PIC X(02) VALUE SPACE.
020300 PROCEDURE DIVISION.
020400*****************************************************************
020500*  0000-MAINLINE                                                 *
020600*  LOADS DEPT1 AND ITS MANAGERS, TALLIES THE EMPLOYEE MASTER,    *
020700*  MEASURES EVERY ADMRDEPT CHAIN, ROLLS THE MEASURES UP TO EACH  *
020800*  MANAGER, FLAGS AND RANKS, AND PRINTS THE REPORT.              *
020900*****************************************************************
021000 0000-MAINLINE.
021100     PERFORM 1000-INITIALIZE
021200         THRU 1000-INITIALIZE-EXIT.
021300     PERFORM 2000-TALLY-EMPLOYEES
021400         THRU 2000-TALLY-EMPLOYEES-EXIT
021500         UNTIL WS-EOF-FILE.
021600     CLOSE EMPMAST.
021700     PERFORM 3000-MEASURE-ONE-DEPT
021800         THRU 3000-MEASURE-ONE-DEPT-EXIT
021900         VARYING DT-IDX2 FROM 1 BY 1
022000         UNTIL DT-IDX2 > DT-ENTRY-COUNT.
022100     PERFORM 3500-ROLL-UP-TO-MANAGER
022200         THRU 3500-ROLL-UP-TO-MANAGER-EXIT
022300         VARYING DT-IDX2 FROM 1 BY 1
022400         UNTIL DT-IDX2 > DT-ENTRY-COUNT.
022500     PERFORM 4000-EVALUATE-ONE-DEPT
022600         THRU 4000-EVALUATE-ONE-DEPT-EXIT
022700         VARYING DT-IDX2 FROM 1 BY 1
022800         UNTIL DT-IDX2 > DT-ENTRY-COUNT.
022900     IF WS-MGR-COUNT > ZERO
023000         PERFORM 4100-EVALUATE-ONE-MGR
023100             THRU 4100-EVALUATE-ONE-MGR-EXIT
023200             VARYING MG-IDX FROM 1 BY 1
023300             UNTIL MG-IDX > WS-MGR-COUNT
023400     END-IF.
023500     PERFORM 5000-WRITE-REPORT
023600         THRU 5000-WRITE-REPORT-EXIT.
023700     PERFORM 8000-TERMINATE
023800         THRU 8000-TERMINATE-EXIT.
023900     STOP RUN.
024000*****************************************************************
024100*  1000-INITIALIZE                                               *
024200*  TAKES THE THRESHOLDS, OPENS THE FILES, LOADS DEPT1 INTO       *
024300*  DEPT-TABLE ORDERED BY DEPTNO, BUILDS THE MANAGER TABLE, AND   *
024400*  PRIMES THE EMPLOYEE READ.                                     *
024500*****************************************************************
024600 1000-INITIALIZE.
024700     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
024800     PERFORM 1100-READ-PARM
024900         THRU 1100-READ-PARM-EXIT.
025000     OPEN INPUT  EMPMAST.
025100     IF WS-EMPMAST-STATUS NOT = '00'
025200         DISPLAY 'DEPTSPAN - OPEN FAILED FOR EMPMAST, STATUS = '
025300             WS-EMPMAST-STATUS
025400         MOVE 16 TO RETURN-CODE
025500         GO TO 9999-ABEND
025600     END-IF.
025700     OPEN OUTPUT DEPTSCRP.
025800     IF WS-DEPTSCRP-STATUS NOT = '00'
025900         DISPLAY 'DEPTSPAN - OPEN FAILED FOR DEPTSCRP, STATUS = '
026000             WS-DEPTSCRP-STATUS
026100         MOVE 16 TO RETURN-CODE
026200         GO TO 9999-ABEND
026300     END-IF.
026400     MOVE ZERO TO DT-ENTRY-COUNT.
026500     EXEC SQL
026600         DECLARE DEPTSPN1 CURSOR FOR
026700             SELECT DEPTNO, DEPTNAME, MGRNO, ADMRDEPT, LOCATION,
026800                    COSTCTR, BUDGCODE
026900               FROM DEPT1
027000              ORDER BY DEPTNO
027100     END-EXEC.
027200     EXEC SQL
027300         OPEN DEPTSPN1
027400     END-EXEC.
027500     PERFORM 1200-FETCH-DEPT1-ROW
027600         THRU 1200-FETCH-DEPT1-ROW-EXIT
027700         UNTIL SQLCODE = +100.
027800     EXEC SQL
027900         CLOSE DEPTSPN1
028000     END-EXEC.
028100     MOVE ZERO TO WS-MGR-COUNT.
028200     EXEC SQL
028300         DECLARE DEPTSPN2 CURSOR FOR
028400             SELECT MGRNO, DEPTNO
028500               FROM DEPT1
028600              WHERE MGRNO IS NOT NULL
028700                AND MGRNO <> ' '
028800              ORDER BY MGRNO, DEPTNO
028900     END-EXEC.
029000     EXEC SQL
029100         OPEN DEPTSPN2
029200     END-EXEC.
029300     MOVE SPACE TO WS-PREV-MGRNO.
029400     PERFORM 1300-FETCH-MANAGED-ROW
029500         THRU 1300-FETCH-MANAGED-ROW-EXIT
029600         UNTIL SQLCODE = +100.
029700     EXEC SQL
029800         CLOSE DEPTSPN2
029900     END-EXEC.
030000     SET WS-NOT-EOF-FILE TO TRUE.
030100     PERFORM 2050-READ-EMPMAST
030200         THRU 2050-READ-EMPMAST-EXIT.
030300 1000-INITIALIZE-EXIT.
030400     EXIT.
030500*****************************************************************
030600*  1100-READ-PARM                                                *
030700*  A BLANK FIELD, OR NO PARM CARD AT ALL, KEEPS THAT THRESHOLD'S *
030800*  DEFAULT.  A FIELD THAT IS NOT A NUMBER, OR IS ZERO, STOPS THE *
030900*  RUN RATHER THAN FLAG EVERYTHING OR NOTHING.                   *
031000*****************************************************************
031100 1100-READ-PARM.
031200     OPEN INPUT DEPTSCPM.
031300     IF WS-DEPTSCPM-STATUS = '35'
031400         GO TO 1100-READ-PARM-EXIT
031500     END-IF.
031600     IF WS-DEPTSCPM-STATUS NOT = '00'
031700         DISPLAY 'DEPTSPAN - OPEN FAILED FOR DEPTSCPM, STATUS = '
031800             WS-DEPTSCPM-STATUS
031900         MOVE 16 TO RETURN-CODE
032000         GO TO 9999-ABEND
032100     END-IF.
032200     READ DEPTSCPM
032300         AT END
032400             MOVE SPACE TO DEPT-SPAN-PARM-REC
032500     END-READ.
032600     CLOSE DEPTSCPM.
032700     IF SC-MAX-SPAN NOT = SPACE
032800         IF SC-MAX-SPAN IS NOT NUMERIC
032900                 OR SC-MAX-SPAN-N = ZERO
033000             DISPLAY 'DEPTSPAN - INVALID MAXIMUM SPAN '
033100                 SC-MAX-SPAN
033200             MOVE 16 TO RETURN-CODE
033300             GO TO 9999-ABEND
033400         END-IF
033500         MOVE SC-MAX-SPAN-N TO WS-MAX-SPAN
033600     END-IF.
033700     IF SC-MAX-DEPTH NOT = SPACE
033800         IF SC-MAX-DEPTH IS NOT NUMERIC
033900                 OR SC-MAX-DEPTH-N = ZERO
034000             DISPLAY 'DEPTSPAN - INVALID MAXIMUM DEPTH '
034100                 SC-MAX-DEPTH
034200             MOVE 16 TO RETURN-CODE
034300             GO TO 9999-ABEND
034400         END-IF
034500         MOVE SC-MAX-DEPTH-N TO WS-MAX-DEPTH
034600     END-IF.
034700     IF SC-MAX-MGR-DEPTS NOT = SPACE
034800         IF SC-MAX-MGR-DEPTS IS NOT NUMERIC
034900                 OR SC-MAX-MGR-DEPTS-N = ZERO
035000             DISPLAY 'DEPTSPAN - INVALID MAXIMUM DEPTS PER MGRNO '
035100                 SC-MAX-MGR-DEPTS
035200             MOVE 16 TO RETURN-CODE
035300             GO TO 9999-ABEND
035400         END-IF
035500         MOVE SC-MAX-MGR-DEPTS-N TO WS-MAX-MGR-DEPTS
035600     END-IF.
035700 1100-READ-PARM-EXIT.
035800     EXIT.
035900*****************************************************************
036000*  1200-FETCH-DEPT1-ROW                                          *
036100*****************************************************************
036200 1200-FETCH-DEPT1-ROW.
036300     IF DT-ENTRY-COUNT >= 9999
036400         DISPLAY 'DEPTSPAN - DEPARTMENT TABLE FULL AT 9999 ROWS'
036500         MOVE 16 TO RETURN-CODE
036600         GO TO 9999-ABEND
036700     END-IF.
036800     ADD 1 TO DT-ENTRY-COUNT.
036900     EXEC SQL
037000         FETCH DEPTSPN1
037100             INTO :DT-DEPTNO(DT-ENTRY-COUNT),
037200                  :DT-DEPTNAME(DT-ENTRY-COUNT),
037300                  :DT-MGRNO(DT-ENTRY-COUNT)
037400                      :DT-MGRNO-NULL(DT-ENTRY-COUNT),
037500                  :DT-ADMRDEPT(DT-ENTRY-COUNT),
037600                  :DT-LOCATION(DT-ENTRY-COUNT),
037700                  :DT-COSTCTR(DT-ENTRY-COUNT),
037800                  :DT-BUDGCODE(DT-ENTRY-COUNT)
037900     END-EXEC.
038000     IF SQLCODE < ZERO
038100         DISPLAY 'DEPTSPAN - SQL ERROR ON FETCH, SQLCODE = '
038200             SQLCODE
038300         MOVE 16 TO RETURN-CODE
038400         GO TO 9999-ABEND
038500     END-IF.
038600     IF SQLCODE = +100
038700         SUBTRACT 1 FROM DT-ENTRY-COUNT
038800         GO TO 1200-FETCH-DEPT1-ROW-EXIT
038900     END-IF.
039000     IF DT-MGRNO-NULL(DT-ENTRY-COUNT) = -1
039100         MOVE SPACE TO DT-MGRNO(DT-ENTRY-COUNT)
039200     END-IF.
039300     IF DT-MGRNO(DT-ENTRY-COUNT) = SPACE
039400         ADD 1 TO WS-DEPTS-NO-MGR
039500     END-IF.
039600     SET HC-IDX TO DT-ENTRY-COUNT.
039700     MOVE ZERO  TO WS-DIRECT-COUNT(HC-IDX).
039800     MOVE ZERO  TO WS-CHILD-COUNT(HC-IDX).
039900     MOVE ZERO  TO WS-DEPTH(HC-IDX).
040000     MOVE 1     TO WS-LAYERS(HC-IDX).
040100     MOVE SPACE TO WS-DEPT-FLAGS(HC-IDX).
040200     SET WS-CHAIN-OK(HC-IDX) TO TRUE.
040300 1200-FETCH-DEPT1-ROW-EXIT.
040400     EXIT.
040500*****************************************************************
040600*  1300-FETCH-MANAGED-ROW                                        *
040700*  EACH NEW MGRNO STARTS A MANAGER-TABLE ENTRY; THE NAME IS      *
040800*  FILLED IN FROM EMPMAST LATER, AND STAYS FLAGGED WHEN THE      *
040900*  MGRNO IS NOT ON EMPMAST AT ALL.                               *
041000*****************************************************************
041100 1300-FETCH-MANAGED-ROW.
041200     EXEC SQL
041300         FETCH DEPTSPN2
041400             INTO :DEPT-MGRNO,
041500                  :DEPT-DEPTNO
041600     END-EXEC.
041700     IF SQLCODE < ZERO
041800         DISPLAY 'DEPTSPAN - SQL ERROR ON FETCH, SQLCODE = '
041900             SQLCODE
042000         MOVE 16 TO RETURN-CODE
042100         GO TO 9999-ABEND
042200     END-IF.
042300     IF SQLCODE = +100
042400         GO TO 1300-FETCH-MANAGED-ROW-EXIT
042500     END-IF.
042600     IF DEPT-MGRNO NOT = WS-PREV-MGRNO
042700         IF WS-MGR-COUNT >= 9999
042800             DISPLAY 'DEPTSPAN - MANAGER TABLE FULL AT 9999 '
042900                 'ENTRIES'
043000             MOVE 16 TO RETURN-CODE
043100             GO TO 9999-ABEND
043200         END-IF
043300         ADD 1 TO WS-MGR-COUNT
043400         SET MG-IDX TO WS-MGR-COUNT
043500         MOVE DEPT-MGRNO TO WS-MGR-MGRNO(MG-IDX)
043600         MOVE '*** NOT ON EMPMAST ***'
043700                         TO WS-MGR-NAME(MG-IDX)
043800         MOVE ZERO       TO WS-MGR-DEPT-COUNT(MG-IDX)
043900         MOVE ZERO       TO WS-MGR-CHILD-COUNT(MG-IDX)
044000         MOVE ZERO       TO WS-MGR-EMP-COUNT(MG-IDX)
044100         MOVE ZERO       TO WS-MGR-DEPTH(MG-IDX)
044200         MOVE ZERO       TO WS-MGR-LAYERS(MG-IDX)
044300         MOVE SPACE      TO WS-MGR-FLAGS(MG-IDX)
044400         MOVE DEPT-MGRNO TO WS-PREV-MGRNO
044500     END-IF.
044600     ADD 1 TO WS-MGR-DEPT-COUNT(MG-IDX).
044700 1300-FETCH-MANAGED-ROW-EXIT.
044800     EXIT.
044900*****************************************************************
045000*  2000-TALLY-EMPLOYEES                                          *
045100*  A MANAGER'S NAME IS TAKEN WHATEVER THE EMPLOYEE'S STATUS.     *
045200*  ONLY ACTIVE EMPLOYEES ARE HEADCOUNT, COUNTED INTO THEIR       *
045300*  WORKDEPT'S DIRECT SLOT, THE SAME RULE THE HEADCOUNT REPORT    *
045400*  USES.  A WORKDEPT WITH NO DEPT1 ROW IS ONLY COUNTED -- THE    *
045500*  HEADCOUNT REPORT NAMES THOSE EMPLOYEES.                       *
045600*****************************************************************
045700 2000-TALLY-EMPLOYEES.
045800     MOVE EM-EMPNO TO WS-FIND-MGRNO.
045900     PERFORM 6200-FIND-MGR
046000         THRU 6200-FIND-MGR-EXIT.
046100     IF WS-MGR-FOUND
046200         MOVE SPACE TO WS-MGR-NAME(MG-IDX)
046300         STRING EM-FIRSTNME DELIMITED BY '  '
046400                ' '         DELIMITED BY SIZE
046500                EM-LASTNAME DELIMITED BY '  '
046600             INTO WS-MGR-NAME(MG-IDX)
046700         END-STRING
046800     END-IF.
046900     IF NOT EM-STATUS-ACTIVE
047000         GO TO 2000-READ-NEXT
047100     END-IF.
047200     ADD 1 TO WS-EMPS-ACTIVE.
047300     MOVE EM-WORKDEPT TO WS-CHASE-DEPTNO.
047400     PERFORM 6000-FIND-DEPT-ROW
047500         THRU 6000-FIND-DEPT-ROW-EXIT.
047600     IF WS-DEPT-FOUND
047700         SET HC-IDX TO WS-FOUND-IDX
047800         ADD 1 TO WS-DIRECT-COUNT(HC-IDX)
047900     ELSE
048000         ADD 1 TO WS-EMPS-UNMATCHED
048100     END-IF.
048200 2000-READ-NEXT.
048300     PERFORM 2050-READ-EMPMAST
048400         THRU 2050-READ-EMPMAST-EXIT.
048500 2000-TALLY-EMPLOYEES-EXIT.
048600     EXIT.
048700*****************************************************************
048800*  2050-READ-EMPMAST                                             *
048900*****************************************************************
049000 2050-READ-EMPMAST.
049100     READ EMPMAST
049200         AT END
049300             SET WS-EOF-FILE TO TRUE
049400         NOT AT END
049500             ADD 1 TO WS-EMPS-READ
049600     END-READ.
049700     IF NOT WS-EOF-FILE AND WS-EMPMAST-STATUS NOT = '00'
049800         DISPLAY 'DEPTSPAN - ERROR READING EMPMAST, STATUS = '
049900             WS-EMPMAST-STATUS
050000         MOVE 16 TO RETURN-CODE
050100         GO TO 9999-ABEND
050200     END-IF.
050300 2050-READ-EMPMAST-EXIT.
050400     EXIT.
050500*****************************************************************
050600*  3000-MEASURE-ONE-DEPT                                         *
050700*  CLIMBS ONE DEPARTMENT'S ADMRDEPT CHAIN TO THE TOP -- THE      *
050800*  FIRST DEPARTMENT WHOSE ADMRDEPT IS BLANK OR ITSELF -- TO GET  *
050900*  ITS DEPTH.  ON THE WAY IT COUNTS ITSELF AS A CHILD OF ITS     *
051000*  ADMRDEPT AND RAISES EVERY ANCESTOR'S LAYER COUNT TO REACH IT. *
051100*  THE VISITED LIST STOPS A CIRCULAR CHAIN FROM BEING CHASED     *
051200*  FOREVER.                                                      *
051300*****************************************************************
051400 3000-MEASURE-ONE-DEPT.
051500     SET HC-IDX       TO DT-IDX2.
051600     SET WS-CLIMB-IDX TO DT-IDX2.
051700     MOVE 1 TO WS-LEVEL.
051800     MOVE 1 TO VT-ENTRY-COUNT.
051900     MOVE DT-DEPTNO(DT-IDX2) TO VT-DEPTNO(1).
052000     SET WS-CHAIN-CONTINUE TO TRUE.
052100     PERFORM 3100-CLIMB-ONE-LEVEL
052200         THRU 3100-CLIMB-ONE-LEVEL-EXIT
052300         UNTIL WS-CHAIN-STOP.
052400     MOVE WS-LEVEL TO WS-DEPTH(HC-IDX).
052500     IF WS-LEVEL > WS-DEEPEST-LEVEL
052600         MOVE WS-LEVEL TO WS-DEEPEST-LEVEL
052700     END-IF.
052800 3000-MEASURE-ONE-DEPT-EXIT.
052900     EXIT.
053000*****************************************************************
053100*  3100-CLIMB-ONE-LEVEL                                          *
053200*  AN ADMRDEPT NOT ON DEPT1, OR ONE ALREADY PASSED ON THIS       *
053300*  CLIMB, BREAKS THE CHAIN; THE DEPARTMENT IS FLAGGED FOR IT.    *
053400*****************************************************************
053500 3100-CLIMB-ONE-LEVEL.
053600     IF DT-ADMRDEPT(WS-CLIMB-IDX) = SPACE
053700             OR DT-ADMRDEPT(WS-CLIMB-IDX) =
053800                DT-DEPTNO(WS-CLIMB-IDX)
053900         SET WS-CHAIN-STOP TO TRUE
054000         GO TO 3100-CLIMB-ONE-LEVEL-EXIT
054100     END-IF.
054200     MOVE DT-ADMRDEPT(WS-CLIMB-IDX) TO WS-CHASE-DEPTNO.
054300     PERFORM 6000-FIND-DEPT-ROW
054400         THRU 6000-FIND-DEPT-ROW-EXIT.
054500     IF WS-DEPT-NOT-FOUND
054600         SET WS-CHAIN-BROKEN(HC-IDX) TO TRUE
054700         SET WS-CHAIN-STOP TO TRUE
054800         GO TO 3100-CLIMB-ONE-LEVEL-EXIT
054900     END-IF.
055000     PERFORM 6100-CHECK-VISITED
055100         THRU 6100-CHECK-VISITED-EXIT.
055200     IF WS-ALREADY-VISITED
055300         SET WS-CHAIN-BROKEN(HC-IDX) TO TRUE
055400         SET WS-CHAIN-STOP TO TRUE
055500         GO TO 3100-CLIMB-ONE-LEVEL-EXIT
055600     END-IF.
055700     ADD 1 TO VT-ENTRY-COUNT.
055800     MOVE WS-CHASE-DEPTNO TO VT-DEPTNO(VT-ENTRY-COUNT).
055900     ADD 1 TO WS-LEVEL.
056000     IF WS-LEVEL = 2
056100         ADD 1 TO WS-CHILD-COUNT(WS-FOUND-IDX)
056200     END-IF.
056300     IF WS-LAYERS(WS-FOUND-IDX) < WS-LEVEL
056400         MOVE WS-LEVEL TO WS-LAYERS(WS-FOUND-IDX)
056500     END-IF.
056600     MOVE WS-FOUND-IDX TO WS-CLIMB-IDX.
056700 3100-CLIMB-ONE-LEVEL-EXIT.
056800     EXIT.
056900*****************************************************************
057000*  3500-ROLL-UP-TO-MANAGER                                       *
057100*  ADDS ONE DEPARTMENT'S EMPLOYEES, DEPTH AND LAYERS TO THE      *
057200*  MANAGER WHO RUNS IT, AND COUNTS IT AS A CHILD DEPARTMENT OF   *
057300*  THE MANAGER WHO RUNS ITS ADMRDEPT -- UNLESS THAT IS THE SAME  *
057400*  MANAGER, IN WHICH CASE IT IS PART OF THAT MANAGER'S OWN       *
057500*  SPAN, NOT A REPORT TO IT.                                     *
057600*****************************************************************
057700 3500-ROLL-UP-TO-MANAGER.
057800     SET HC-IDX TO DT-IDX2.
057900     IF DT-MGRNO(DT-IDX2) = SPACE
058000         GO TO 3500-CHILD-OF
058100     END-IF.
058200     MOVE DT-MGRNO(DT-IDX2) TO WS-FIND-MGRNO.
058300     PERFORM 6200-FIND-MGR
058400         THRU 6200-FIND-MGR-EXIT.
058500     IF WS-MGR-NOT-FOUND
058600         GO TO 3500-CHILD-OF
058700     END-IF.
058800     ADD WS-DIRECT-COUNT(HC-IDX) TO WS-MGR-EMP-COUNT(MG-IDX).
058900     IF WS-MGR-DEPTH(MG-IDX) = ZERO
059000             OR WS-MGR-DEPTH(MG-IDX) > WS-DEPTH(HC-IDX)
059100         MOVE WS-DEPTH(HC-IDX) TO WS-MGR-DEPTH(MG-IDX)
059200     END-IF.
059300     IF WS-MGR-LAYERS(MG-IDX) < WS-LAYERS(HC-IDX)
059400         MOVE WS-LAYERS(HC-IDX) TO WS-MGR-LAYERS(MG-IDX)
059500     END-IF.
059600 3500-CHILD-OF.
059700     IF DT-ADMRDEPT(DT-IDX2) = SPACE
059800             OR DT-ADMRDEPT(DT-IDX2) = DT-DEPTNO(DT-IDX2)
059900         GO TO 3500-ROLL-UP-TO-MANAGER-EXIT
060000     END-IF.
060100     MOVE DT-ADMRDEPT(DT-IDX2) TO WS-CHASE-DEPTNO.
060200     PERFORM 6000-FIND-DEPT-ROW
060300         THRU 6000-FIND-DEPT-ROW-EXIT.
060400     IF WS-DEPT-NOT-FOUND
060500         GO TO 3500-ROLL-UP-TO-MANAGER-EXIT
060600     END-IF.
060700     IF DT-MGRNO(WS-FOUND-IDX) = SPACE
060800             OR DT-MGRNO(WS-FOUND-IDX) = DT-MGRNO(DT-IDX2)
060900         GO TO 3500-ROLL-UP-TO-MANAGER-EXIT
061000     END-IF.
061100     MOVE DT-MGRNO(WS-FOUND-IDX) TO WS-FIND-MGRNO.
061200     PERFORM 6200-FIND-MGR
061300         THRU 6200-FIND-MGR-EXIT.
061400     IF WS-MGR-FOUND
061500         ADD 1 TO WS-MGR-CHILD-COUNT(MG-IDX)
061600     END-IF.
061700 3500-ROLL-UP-TO-MANAGER-EXIT.
061800     EXIT.
061900*****************************************************************
062000*  4000-EVALUATE-ONE-DEPT                                        *
062100*  A DEPARTMENT IS FLAGGED FOR A SPAN OVER THE MAXIMUM, A DEPTH  *
062200*  OVER THE MAXIMUM, BEING A PASS-THROUGH LAYER (ONE CHILD       *
062300*  DEPARTMENT AND NO EMPLOYEES OF ITS OWN), OR A BROKEN CHAIN.   *
062400*****************************************************************
062500 4000-EVALUATE-ONE-DEPT.
062600     SET HC-IDX TO DT-IDX2.
062700     PERFORM 4200-CLEAR-FLAGS
062800         THRU 4200-CLEAR-FLAGS-EXIT.
062900     COMPUTE WS-SPAN =
063000         WS-CHILD-COUNT(HC-IDX) + WS-DIRECT-COUNT(HC-IDX).
063100     IF WS-SPAN > WS-MAX-SPAN
063200         MOVE 'WIDE SPAN' TO WS-FLAG-WORD
063300         COMPUTE WS-FLAG-EXCESS = WS-SPAN - WS-MAX-SPAN
063400         PERFORM 4250-ADD-FLAG
063500             THRU 4250-ADD-FLAG-EXIT
063600         ADD 1 TO WS-DEPTS-WIDE
063700     END-IF.
063800     IF WS-DEPTH(HC-IDX) > WS-MAX-DEPTH
063900         MOVE 'TOO DEEP' TO WS-FLAG-WORD
064000         COMPUTE WS-FLAG-EXCESS = WS-DEPTH(HC-IDX) - WS-MAX-DEPTH
064100         PERFORM 4250-ADD-FLAG
064200             THRU 4250-ADD-FLAG-EXIT
064300         ADD 1 TO WS-DEPTS-DEEP
064400     END-IF.
064500     IF WS-CHILD-COUNT(HC-IDX) = 1
064600             AND WS-DIRECT-COUNT(HC-IDX) = ZERO
064700         MOVE 'PASS-THROUGH' TO WS-FLAG-WORD
064800         MOVE 1 TO WS-FLAG-EXCESS
064900         PERFORM 4250-ADD-FLAG
065000             THRU 4250-ADD-FLAG-EXIT
065100         ADD 1 TO WS-DEPTS-PASS-THROUGH
065200     END-IF.
065300     IF WS-CHAIN-BROKEN(HC-IDX)
065400         MOVE 'BROKEN CHAIN' TO WS-FLAG-WORD
065500         MOVE 1 TO WS-FLAG-EXCESS
065600         PERFORM 4250-ADD-FLAG
065700             THRU 4250-ADD-FLAG-EXIT
065800         ADD 1 TO WS-DEPTS-BROKEN
065900     END-IF.
066000     MOVE WS-FLAG-TEXT TO WS-DEPT-FLAGS(HC-IDX).
066100     IF WS-FLAG-COUNT = ZERO
066200         GO TO 4000-EVALUATE-ONE-DEPT-EXIT
066300     END-IF.
066400     ADD 1 TO WS-DEPTS-FLAGGED.
066500     SET WS-NK-DEPT TO TRUE.
066600     MOVE DT-DEPTNO(DT-IDX2) TO WS-NK-ID.
066700     SET WS-NEW-ROW TO DT-IDX2.
066800     PERFORM 4300-RANK-ONE
066900         THRU 4300-RANK-ONE-EXIT.
067000 4000-EVALUATE-ONE-DEPT-EXIT.
067100     EXIT.
067200*****************************************************************
067300*  4100-EVALUATE-ONE-MGR                                         *
067400*  A MANAGER IS FLAGGED FOR A SPAN OVER THE MAXIMUM OR FOR       *
067500*  RUNNING MORE DEPARTMENTS THAN ONE MGRNO MAY.                  *
067600*****************************************************************
067700 4100-EVALUATE-ONE-MGR.
067800     PERFORM 4200-CLEAR-FLAGS
067900         THRU 4200-CLEAR-FLAGS-EXIT.
068000     COMPUTE WS-SPAN =
068100         WS-MGR-CHILD-COUNT(MG-IDX) + WS-MGR-EMP-COUNT(MG-IDX).
068200     IF WS-SPAN > WS-MAX-SPAN
068300         MOVE 'WIDE SPAN' TO WS-FLAG-WORD
068400         COMPUTE WS-FLAG-EXCESS = WS-SPAN - WS-MAX-SPAN
068500         PERFORM 4250-ADD-FLAG
068600             THRU 4250-ADD-FLAG-EXIT
068700         ADD 1 TO WS-MGRS-WIDE
068800     END-IF.
068900     IF WS-MGR-DEPT-COUNT(MG-IDX) > WS-MAX-MGR-DEPTS
069000         MOVE 'MULTI-DEPT' TO WS-FLAG-WORD
069100         COMPUTE WS-FLAG-EXCESS =
069200             WS-MGR-DEPT-COUNT(MG-IDX) - WS-MAX-MGR-DEPTS
069300         PERFORM 4250-ADD-FLAG
069400             THRU 4250-ADD-FLAG-EXIT
069500         ADD 1 TO WS-MGRS-MULTI
069600     END-IF.
069700     MOVE WS-FLAG-TEXT TO WS-MGR-FLAGS(MG-IDX).
069800     IF WS-FLAG-COUNT = ZERO
069900         GO TO 4100-EVALUATE-ONE-MGR-EXIT
070000     END-IF.
070100     ADD 1 TO WS-MGRS-FLAGGED.
070200     SET WS-NK-MGR TO TRUE.
070300     MOVE WS-MGR-MGRNO(MG-IDX) TO WS-NK-ID.
070400     SET WS-NEW-ROW TO MG-IDX.
070500     PERFORM 4300-RANK-ONE
070600         THRU 4300-RANK-ONE-EXIT.
070700 4100-EVALUATE-ONE-MGR-EXIT.
070800     EXIT.
070900*****************************************************************
071000*  4200-CLEAR-FLAGS                                              *
071100*****************************************************************
071200 4200-CLEAR-FLAGS.
071300     MOVE SPACE TO WS-FLAG-TEXT.
071400     MOVE 1     TO WS-FLAG-PTR.
071500     MOVE ZERO  TO WS-FLAG-COUNT.
071600     MOVE ZERO  TO WS-SCORE.
071700 4200-CLEAR-FLAGS-EXIT.
071800     EXIT.
071900*****************************************************************
072000*  4250-ADD-FLAG                                                 *
072100*  APPENDS WS-FLAG-WORD TO THE FLAG TEXT AND ADDS HOW FAR OVER   *
072200*  THE THRESHOLD THE ITEM IS TO ITS SCORE.                       *
072300*****************************************************************
072400 4250-ADD-FLAG.
072500     STRING WS-FLAG-WORD DELIMITED BY '  '
072600            ' '          DELIMITED BY SIZE
072700         INTO WS-FLAG-TEXT
072800         WITH POINTER WS-FLAG-PTR
072900     END-STRING.
073000     ADD 1 TO WS-FLAG-COUNT.
073100     ADD WS-FLAG-EXCESS TO WS-SCORE.
073200 4250-ADD-FLAG-EXIT.
073300     EXIT.
073400*****************************************************************
073500*  4300-RANK-ONE                                                 *
073600*  SLOTS THE NEW ITEM IN AFTER EVERY ENTRY THAT RANKS AHEAD OF   *
073700*  IT, SHIFTING THE REST UP ONE.                                 *
073800*****************************************************************
073900 4300-RANK-ONE.
074000     IF WS-RANK-COUNT >= WS-RANK-MAX-ENTRIES
074100         DISPLAY 'DEPTSPAN - RANK TABLE FULL AT '
074200             WS-RANK-MAX-ENTRIES ' ENTRIES'
074300         MOVE 16 TO RETURN-CODE
074400         GO TO 9999-ABEND
074500     END-IF.
074600     IF WS-SCORE > 99999
074700         MOVE 99999 TO WS-SCORE
074800     END-IF.
074900     COMPUTE WS-NK-FLAGS-INV = 9 - WS-FLAG-COUNT.
075000     COMPUTE WS-NK-SCORE-INV = 99999 - WS-SCORE.
075100     MOVE ZERO TO WS-LOWER-COUNT.
075200     PERFORM 4310-COUNT-AHEAD
075300         THRU 4310-COUNT-AHEAD-EXIT
075400         VARYING RK-IDX FROM 1 BY 1
075500         UNTIL RK-IDX > WS-RANK-COUNT.
075600     COMPUTE WS-SLOT = WS-LOWER-COUNT + 1.
075700     MOVE WS-RANK-COUNT TO WS-SHIFT-START.
075800     ADD 1 TO WS-RANK-COUNT.
075900     PERFORM 4320-SHIFT-ONE-UP
076000         THRU 4320-SHIFT-ONE-UP-EXIT
076100         VARYING WS-SHIFT FROM WS-SHIFT-START BY -1
076200         UNTIL WS-SHIFT < WS-SLOT.
076300     SET RK-IDX TO WS-SLOT.
076400     MOVE WS-NEW-RANK-KEY TO WS-RANK-KEY(RK-IDX).
076500     MOVE WS-NEW-ROW      TO WS-RANK-ROW(RK-IDX).
076600 4300-RANK-ONE-EXIT.
076700     EXIT.
076800*****************************************************************
076900*  4310-COUNT-AHEAD                                              *
077000*****************************************************************
077100 4310-COUNT-AHEAD.
077200     IF WS-RANK-KEY(RK-IDX) < WS-NEW-RANK-KEY
077300         ADD 1 TO WS-LOWER-COUNT
077400     END-IF.
077500 4310-COUNT-AHEAD-EXIT.
077600     EXIT.
077700*****************************************************************
077800*  4320-SHIFT-ONE-UP                                             *
077900*****************************************************************
078000 4320-SHIFT-ONE-UP.
078100     COMPUTE WS-SHIFT-TO = WS-SHIFT + 1.
078200     MOVE WS-RANK-ENTRY(WS-SHIFT) TO WS-RANK-ENTRY(WS-SHIFT-TO).
078300 4320-SHIFT-ONE-UP-EXIT.
078400     EXIT.
078500*****************************************************************
078600*  5000-WRITE-REPORT                                             *
078700*  THE THRESHOLDS IN FORCE, THEN EVERY DEPARTMENT AND MANAGER    *
078800*  OUTSIDE THEM WORST FIRST, THEN THE WHOLE HIERARCHY IN KEY     *
078900*  ORDER FOR REFERENCE, THEN THE RUN COUNTS.                     *
079000*****************************************************************
079100 5000-WRITE-REPORT.
079200     MOVE SPACE TO DEPT-SPAN-RPT-REC.
079300     MOVE 'SPAN OF CONTROL AND LAYERING' TO OD-NAME.
079400     STRING 'AS OF '  DELIMITED BY SIZE
079500            WS-TODAY  DELIMITED BY SIZE
079600         INTO OD-FLAGS
079700     END-STRING.
079800     WRITE DEPT-SPAN-RPT-REC.
079900     MOVE 'D'   TO WS-SECTION-TYPE.
080000     MOVE SPACE TO WS-SECTION-TITLE.
080100     MOVE SPACE TO WS-KEY-TITLE.
080200     PERFORM 5100-WRITE-SECTION-HEAD
080300         THRU 5100-WRITE-SECTION-HEAD-EXIT.
080400     MOVE SPACE TO DEPT-SPAN-RPT-REC.
080500     MOVE 'MAXIMUMS ALLOWED'  TO OD-NAME.
080600     MOVE WS-MAX-MGR-DEPTS    TO OD-DEPT-COUNT.
080700     MOVE WS-MAX-SPAN         TO OD-SPAN.
080800     MOVE WS-MAX-DEPTH        TO OD-DEPTH.
080900     WRITE DEPT-SPAN-RPT-REC.
081000     MOVE 'D' TO WS-SECTION-TYPE.
081100     MOVE 'DEPARTMENTS OUTSIDE THRESHOLDS' TO WS-SECTION-TITLE.
081200     MOVE 'DNO' TO WS-KEY-TITLE.
081300     PERFORM 5200-WRITE-RANKED-SECTION
081400         THRU 5200-WRITE-RANKED-SECTION-EXIT.
081500     MOVE 'M' TO WS-SECTION-TYPE.
081600     MOVE 'MANAGERS OUTSIDE THRESHOLDS' TO WS-SECTION-TITLE.
081700     MOVE 'MGRNO' TO WS-KEY-TITLE.
081800     PERFORM 5200-WRITE-RANKED-SECTION
081900         THRU 5200-WRITE-RANKED-SECTION-EXIT.
082000     MOVE 'D' TO WS-SECTION-TYPE.
082100     MOVE 'ALL DEPARTMENTS BY DEPTNO' TO WS-SECTION-TITLE.
082200     MOVE 'DNO' TO WS-KEY-TITLE.
082300     PERFORM 5100-WRITE-SECTION-HEAD
082400         THRU 5100-WRITE-SECTION-HEAD-EXIT.
082500     MOVE SPACE TO WS-RANK-TEXT.
082600     PERFORM 5600-WRITE-DEPT-LINE
082700         THRU 5600-WRITE-DEPT-LINE-EXIT
082800         VARYING DT-IDX2 FROM 1 BY 1
082900         UNTIL DT-IDX2 > DT-ENTRY-COUNT.
083000     MOVE 'M' TO WS-SECTION-TYPE.
083100     MOVE 'ALL MANAGERS BY MGRNO' TO WS-SECTION-TITLE.
083200     MOVE 'MGRNO' TO WS-KEY-TITLE.
083300     PERFORM 5100-WRITE-SECTION-HEAD
083400         THRU 5100-WRITE-SECTION-HEAD-EXIT.
083500     IF WS-MGR-COUNT > ZERO
083600         PERFORM 5700-WRITE-MGR-LINE
083700             THRU 5700-WRITE-MGR-LINE-EXIT
083800             VARYING MG-IDX FROM 1 BY 1
083900             UNTIL MG-IDX > WS-MGR-COUNT
084000     END-IF.
084100     PERFORM 5800-WRITE-SUMMARY
084200         THRU 5800-WRITE-SUMMARY-EXIT.
084300 5000-WRITE-REPORT-EXIT.
084400     EXIT.
084500*****************************************************************
084600*  5100-WRITE-SECTION-HEAD                                       *
084700*  A BLANK LINE, THE SECTION TITLE (IF ANY) AND THE COLUMN       *
084800*  TITLES.  MANAGER SECTIONS HAVE NO ADMRDEPT OR SECOND MGRNO.   *
084900*****************************************************************
085000 5100-WRITE-SECTION-HEAD.
085100     MOVE SPACE TO DEPT-SPAN-RPT-REC.
085200     WRITE DEPT-SPAN-RPT-REC.
085300     IF WS-SECTION-TITLE NOT = SPACE
085400         MOVE WS-SECTION-TITLE TO OD-NAME
085500         WRITE DEPT-SPAN-RPT-REC
085600     END-IF.
085700     MOVE SPACE TO DEPT-SPAN-RPT-REC.
085800     MOVE 'RANK'               TO OD-RANK.
085900     MOVE WS-KEY-TITLE         TO OD-KEY.
086000     MOVE 'NAME'               TO OD-NAME.
086100     IF WS-SECTION-TYPE = 'D'
086200         MOVE 'ADM'            TO OD-ADMRDEPT
086300         MOVE 'MGRNO'          TO OD-MGRNO
086400     END-IF.
086500     MOVE 'DPT  CHLD    EMPS    SPAN  DEP  LAY'
086600                               TO OD-COUNT-TITLES.
086700     MOVE 'OUTSIDE THRESHOLDS' TO OD-FLAGS.
086800     WRITE DEPT-SPAN-RPT-REC.
086900 5100-WRITE-SECTION-HEAD-EXIT.
087000     EXIT.
087100*****************************************************************
087200*  5200-WRITE-RANKED-SECTION                                     *
087300*  LISTS THE RANK-TABLE ENTRIES OF ONE TYPE, NUMBERED FROM 1.    *
087400*****************************************************************
087500 5200-WRITE-RANKED-SECTION.
087600     PERFORM 5100-WRITE-SECTION-HEAD
087700         THRU 5100-WRITE-SECTION-HEAD-EXIT.
087800     MOVE ZERO TO WS-RANK-NUMBER.
087900     IF WS-RANK-COUNT > ZERO
088000         PERFORM 5300-WRITE-ONE-RANKED
088100             THRU 5300-WRITE-ONE-RANKED-EXIT
088200             VARYING RK-IDX FROM 1 BY 1
088300             UNTIL RK-IDX > WS-RANK-COUNT
088400     END-IF.
088500     IF WS-RANK-NUMBER = ZERO
088600         MOVE SPACE  TO DEPT-SPAN-RPT-REC
088700         MOVE 'NONE' TO OD-NAME
088800         WRITE DEPT-SPAN-RPT-REC
088900     END-IF.
089000 5200-WRITE-RANKED-SECTION-EXIT.
089100     EXIT.
089200*****************************************************************
089300*  5300-WRITE-ONE-RANKED                                         *
089400*  A MANAGER OVER THE DEPARTMENTS-PER-MGRNO MAXIMUM IS FOLLOWED  *
089500*  BY THE DEPARTMENTS IT RUNS, UNNUMBERED.                       *
089600*****************************************************************
089700 5300-WRITE-ONE-RANKED.
089800     IF WS-RK-TYPE(RK-IDX) NOT = WS-SECTION-TYPE
089900         GO TO 5300-WRITE-ONE-RANKED-EXIT
090000     END-IF.
090100     ADD 1 TO WS-RANK-NUMBER.
090200     MOVE WS-RANK-NUMBER TO WS-RANK-EDIT.
090300     MOVE WS-RANK-EDIT   TO WS-RANK-TEXT.
090400     IF WS-SECTION-TYPE = 'D'
090500         SET DT-IDX2 TO WS-RANK-ROW(RK-IDX)
090600         PERFORM 5600-WRITE-DEPT-LINE
090700             THRU 5600-WRITE-DEPT-LINE-EXIT
090800         GO TO 5300-WRITE-ONE-RANKED-EXIT
090900     END-IF.
091000     SET MG-IDX TO WS-RANK-ROW(RK-IDX).
091100     PERFORM 5700-WRITE-MGR-LINE
091200         THRU 5700-WRITE-MGR-LINE-EXIT.
091300     IF WS-MGR-DEPT-COUNT(MG-IDX) > WS-MAX-MGR-DEPTS
091400         MOVE SPACE TO WS-RANK-TEXT
091500         PERFORM 5400-WRITE-MANAGED-DEPT
091600             THRU 5400-WRITE-MANAGED-DEPT-EXIT
091700             VARYING DT-IDX2 FROM 1 BY 1
091800             UNTIL DT-IDX2 > DT-ENTRY-COUNT
091900     END-IF.
092000 5300-WRITE-ONE-RANKED-EXIT.
092100     EXIT.
092200*****************************************************************
092300*  5400-WRITE-MANAGED-DEPT                                       *
092400*****************************************************************
092500 5400-WRITE-MANAGED-DEPT.
092600     IF DT-MGRNO(DT-IDX2) = WS-MGR-MGRNO(MG-IDX)
092700         PERFORM 5600-WRITE-DEPT-LINE
092800             THRU 5600-WRITE-DEPT-LINE-EXIT
092900     END-IF.
093000 5400-WRITE-MANAGED-DEPT-EXIT.
093100     EXIT.
093200*****************************************************************
093300*  5600-WRITE-DEPT-LINE                                          *
093400*  ONE DEPARTMENT, DT-IDX2, WITH WS-RANK-TEXT IN THE RANK        *
093500*  COLUMN.  THE DEPARTMENTS-RUN COLUMN IS LEFT BLANK.            *
093600*****************************************************************
093700 5600-WRITE-DEPT-LINE.
093800     SET HC-IDX TO DT-IDX2.
093900     MOVE SPACE                   TO DEPT-SPAN-RPT-REC.
094000     MOVE WS-RANK-TEXT            TO OD-RANK.
094100     MOVE DT-DEPTNO(DT-IDX2)      TO OD-KEY.
094200     MOVE DT-DEPTNAME(DT-IDX2)    TO OD-NAME.
094300     MOVE DT-ADMRDEPT(DT-IDX2)    TO OD-ADMRDEPT.
094400     MOVE DT-MGRNO(DT-IDX2)       TO OD-MGRNO.
094500     MOVE WS-CHILD-COUNT(HC-IDX)  TO OD-CHILD-COUNT.
094600     MOVE WS-DIRECT-COUNT(HC-IDX) TO OD-EMP-COUNT.
094700     COMPUTE WS-SPAN =
094800         WS-CHILD-COUNT(HC-IDX) + WS-DIRECT-COUNT(HC-IDX).
094900     MOVE WS-SPAN                 TO OD-SPAN.
095000     MOVE WS-DEPTH(HC-IDX)        TO OD-DEPTH.
095100     MOVE WS-LAYERS(HC-IDX)       TO OD-LAYERS.
095200     MOVE WS-DEPT-FLAGS(HC-IDX)   TO OD-FLAGS.
095300     WRITE DEPT-SPAN-RPT-REC.
095400 5600-WRITE-DEPT-LINE-EXIT.
095500     EXIT.
095600*****************************************************************
095700*  5700-WRITE-MGR-LINE                                           *
095800*  ONE MANAGER, MG-IDX, WITH WS-RANK-TEXT IN THE RANK COLUMN.    *
095900*****************************************************************
096000 5700-WRITE-MGR-LINE.
096100     MOVE SPACE                      TO DEPT-SPAN-RPT-REC.
096200     MOVE WS-RANK-TEXT               TO OD-RANK.
096300     MOVE WS-MGR-MGRNO(MG-IDX)       TO OD-KEY.
096400     MOVE WS-MGR-NAME(MG-IDX)        TO OD-NAME.
096500     MOVE WS-MGR-DEPT-COUNT(MG-IDX)  TO OD-DEPT-COUNT.
096600     MOVE WS-MGR-CHILD-COUNT(MG-IDX) TO OD-CHILD-COUNT.
096700     MOVE WS-MGR-EMP-COUNT(MG-IDX)   TO OD-EMP-COUNT.
096800     COMPUTE WS-SPAN =
096900         WS-MGR-CHILD-COUNT(MG-IDX) + WS-MGR-EMP-COUNT(MG-IDX).
097000     MOVE WS-SPAN                    TO OD-SPAN.
097100     MOVE WS-MGR-DEPTH(MG-IDX)       TO OD-DEPTH.
097200     MOVE WS-MGR-LAYERS(MG-IDX)      TO OD-LAYERS.
097300     MOVE WS-MGR-FLAGS(MG-IDX)       TO OD-FLAGS.
097400     WRITE DEPT-SPAN-RPT-REC.
097500 5700-WRITE-MGR-LINE-EXIT.
097600     EXIT.
097700*****************************************************************
097800*  5800-WRITE-SUMMARY                                            *
097900*****************************************************************
098000 5800-WRITE-SUMMARY.
098100     MOVE SPACE TO DEPT-SPAN-RPT-REC.
098200     WRITE DEPT-SPAN-RPT-REC.
098300     MOVE 'RUN SUMMARY' TO OD-NAME.
098400     WRITE DEPT-SPAN-RPT-REC.
098500     MOVE 'DEPARTMENTS ON DEPT1'           TO WS-TOTAL-TEXT.
098600     MOVE DT-ENTRY-COUNT                   TO WS-TOTAL-COUNT.
098700     PERFORM 5900-WRITE-TOTAL-LINE
098800         THRU 5900-WRITE-TOTAL-LINE-EXIT.
098900     MOVE 'DEPARTMENTS WITH NO MGRNO'      TO WS-TOTAL-TEXT.
099000     MOVE WS-DEPTS-NO-MGR                  TO WS-TOTAL-COUNT.
099100     PERFORM 5900-WRITE-TOTAL-LINE
099200         THRU 5900-WRITE-TOTAL-LINE-EXIT.
099300     MOVE 'DISTINCT MGRNOS'                TO WS-TOTAL-TEXT.
099400     MOVE WS-MGR-COUNT                     TO WS-TOTAL-COUNT.
099500     PERFORM 5900-WRITE-TOTAL-LINE
099600         THRU 5900-WRITE-TOTAL-LINE-EXIT.
099700     MOVE 'EMPLOYEE RECORDS READ'          TO WS-TOTAL-TEXT.
099800     MOVE WS-EMPS-READ                     TO WS-TOTAL-COUNT.
099900     PERFORM 5900-WRITE-TOTAL-LINE
100000         THRU 5900-WRITE-TOTAL-LINE-EXIT.
100100     MOVE 'ACTIVE EMPLOYEES'               TO WS-TOTAL-TEXT.
100200     MOVE WS-EMPS-ACTIVE                   TO WS-TOTAL-COUNT.
100300     PERFORM 5900-WRITE-TOTAL-LINE
100400         THRU 5900-WRITE-TOTAL-LINE-EXIT.
100500     MOVE 'ACTIVE, WORKDEPT NOT ON DEPT1'  TO WS-TOTAL-TEXT.
100600     MOVE WS-EMPS-UNMATCHED                TO WS-TOTAL-COUNT.
100700     PERFORM 5900-WRITE-TOTAL-LINE
100800         THRU 5900-WRITE-TOTAL-LINE-EXIT.
100900     MOVE 'DEEPEST LEVEL REACHED'          TO WS-TOTAL-TEXT.
101000     MOVE WS-DEEPEST-LEVEL                 TO WS-TOTAL-COUNT.
101100     PERFORM 5900-WRITE-TOTAL-LINE
101200         THRU 5900-WRITE-TOTAL-LINE-EXIT.
101300     MOVE 'DEPARTMENTS FLAGGED'            TO WS-TOTAL-TEXT.
101400     MOVE WS-DEPTS-FLAGGED                 TO WS-TOTAL-COUNT.
101500     PERFORM 5900-WRITE-TOTAL-LINE
101600         THRU 5900-WRITE-TOTAL-LINE-EXIT.
101700     MOVE '  WIDE SPAN'                    TO WS-TOTAL-TEXT.
101800     MOVE WS-DEPTS-WIDE                    TO WS-TOTAL-COUNT.
101900     PERFORM 5900-WRITE-TOTAL-LINE
102000         THRU 5900-WRITE-TOTAL-LINE-EXIT.
102100     MOVE '  TOO DEEP'                     TO WS-TOTAL-TEXT.
102200     MOVE WS-DEPTS-DEEP                    TO WS-TOTAL-COUNT.
102300     PERFORM 5900-WRITE-TOTAL-LINE
102400         THRU 5900-WRITE-TOTAL-LINE-EXIT.
102500     MOVE '  PASS-THROUGH'                 TO WS-TOTAL-TEXT.
102600     MOVE WS-DEPTS-PASS-THROUGH            TO WS-TOTAL-COUNT.
102700     PERFORM 5900-WRITE-TOTAL-LINE
102800         THRU 5900-WRITE-TOTAL-LINE-EXIT.
102900     MOVE '  BROKEN CHAIN'                 TO WS-TOTAL-TEXT.
103000     MOVE WS-DEPTS-BROKEN                  TO WS-TOTAL-COUNT.
103100     PERFORM 5900-WRITE-TOTAL-LINE
103200         THRU 5900-WRITE-TOTAL-LINE-EXIT.
103300     MOVE 'MANAGERS FLAGGED'               TO WS-TOTAL-TEXT.
103400     MOVE WS-MGRS-FLAGGED                  TO WS-TOTAL-COUNT.
103500     PERFORM 5900-WRITE-TOTAL-LINE
103600         THRU 5900-WRITE-TOTAL-LINE-EXIT.
103700     MOVE '  WIDE SPAN'                    TO WS-TOTAL-TEXT.
103800     MOVE WS-MGRS-WIDE                     TO WS-TOTAL-COUNT.
103900     PERFORM 5900-WRITE-TOTAL-LINE
104000         THRU 5900-WRITE-TOTAL-LINE-EXIT.
104100     MOVE '  MULTI-DEPT'                   TO WS-TOTAL-TEXT.
104200     MOVE WS-MGRS-MULTI                    TO WS-TOTAL-COUNT.
104300     PERFORM 5900-WRITE-TOTAL-LINE
104400         THRU 5900-WRITE-TOTAL-LINE-EXIT.
104500 5800-WRITE-SUMMARY-EXIT.
104600     EXIT.
104700*****************************************************************
104800*  5900-WRITE-TOTAL-LINE                                         *
104900*****************************************************************
105000 5900-WRITE-TOTAL-LINE.
105100     MOVE SPACE          TO DEPT-SPAN-RPT-REC.
105200     MOVE WS-TOTAL-TEXT  TO OD-NAME.
105300     MOVE WS-TOTAL-COUNT TO OD-EMP-COUNT.
105400     WRITE DEPT-SPAN-RPT-REC.
105500 5900-WRITE-TOTAL-LINE-EXIT.
105600     EXIT.
105700*****************************************************************
105800*  6000-FIND-DEPT-ROW                                            *
105900*  LOOKS WS-CHASE-DEPTNO UP IN DEPT-TABLE AND LEAVES ITS         *
106000*  POSITION IN WS-FOUND-IDX.                                     *
106100*****************************************************************
106200 6000-FIND-DEPT-ROW.
106300     SET WS-DEPT-NOT-FOUND TO TRUE.
106400     IF DT-ENTRY-COUNT = ZERO
106500         GO TO 6000-FIND-DEPT-ROW-EXIT
106600     END-IF.
106700     SEARCH ALL DT-ENTRY
106800         AT END
106900             SET WS-DEPT-NOT-FOUND TO TRUE
107000         WHEN DT-DEPTNO(DT-IDX) = WS-CHASE-DEPTNO
107100             SET WS-DEPT-FOUND TO TRUE
107200             SET WS-FOUND-IDX TO DT-IDX
107300     END-SEARCH.
107400 6000-FIND-DEPT-ROW-EXIT.
107500     EXIT.
107600*****************************************************************
107700*  6100-CHECK-VISITED                                            *
107800*****************************************************************
107900 6100-CHECK-VISITED.
108000     SET WS-NOT-ALREADY-VISITED TO TRUE.
108100     PERFORM 6110-CHECK-ONE-VISITED
108200         THRU 6110-CHECK-ONE-VISITED-EXIT
108300         VARYING VT-IDX FROM 1 BY 1
108400         UNTIL VT-IDX > VT-ENTRY-COUNT
108500            OR WS-ALREADY-VISITED.
108600 6100-CHECK-VISITED-EXIT.
108700     EXIT.
108800 6110-CHECK-ONE-VISITED.
108900     IF VT-DEPTNO(VT-IDX) = WS-CHASE-DEPTNO
109000         SET WS-ALREADY-VISITED TO TRUE
109100     END-IF.
109200 6110-CHECK-ONE-VISITED-EXIT.
109300     EXIT.
109400*****************************************************************
109500*  6200-FIND-MGR                                                 *
109600*  LOOKS WS-FIND-MGRNO UP IN THE MANAGER TABLE, LEAVING MG-IDX   *
109700*  ON IT WHEN FOUND.                                             *
109800*****************************************************************
109900 6200-FIND-MGR.
110000     SET WS-MGR-NOT-FOUND TO TRUE.
110100     IF WS-MGR-COUNT = ZERO
110200         GO TO 6200-FIND-MGR-EXIT
110300     END-IF.
110400     SEARCH ALL WS-MGR-ENTRY
110500         AT END
110600             SET WS-MGR-NOT-FOUND TO TRUE
110700         WHEN WS-MGR-MGRNO(MG-IDX) = WS-FIND-MGRNO
110800             SET WS-MGR-FOUND TO TRUE
110900     END-SEARCH.
111000 6200-FIND-MGR-EXIT.
111100     EXIT.
111200*****************************************************************
111300*  8000-TERMINATE                                                *
111400*  THE REPORT IS FOR ANALYSIS ONLY; ITEMS OUTSIDE THRESHOLDS DO  *
111500*  NOT RAISE THE RETURN CODE.                                    *
111600*****************************************************************
111700 8000-TERMINATE.
111800     CLOSE DEPTSCRP.
111900     DISPLAY 'DEPTSPAN - SPAN OF CONTROL RUN COMPLETE'.
112000     DISPLAY 'DEPARTMENTS LOADED    = ' DT-ENTRY-COUNT.
112100     DISPLAY 'MANAGERS LOADED       = ' WS-MGR-COUNT.
112200     DISPLAY 'EMPLOYEES READ        = ' WS-EMPS-READ.
112300     DISPLAY 'ACTIVE EMPLOYEES      = ' WS-EMPS-ACTIVE.
112400     DISPLAY 'DEPARTMENTS FLAGGED   = ' WS-DEPTS-FLAGGED.
112500     DISPLAY 'MANAGERS FLAGGED      = ' WS-MGRS-FLAGGED.
112600 8000-TERMINATE-EXIT.
112700     EXIT.
112800*****************************************************************
112900*  9999-ABEND                                                    *
113000*  REACHED ONLY ON A FILE-STATUS, SQL OR TABLE-SIZE ERROR        *
113100*  DETECTED ABOVE.  NOTHING IS UPDATED; THE RUN CAN SIMPLY BE    *
113200*  RESUBMITTED.                                                  *
113300*****************************************************************
113400 9999-ABEND.
113500     CLOSE EMPMAST.
113600     CLOSE DEPTSCRP.
113700     DISPLAY 'DEPTSPAN - ABENDING - RETURN-CODE = ' RETURN-CODE.
113800     STOP RUN.
