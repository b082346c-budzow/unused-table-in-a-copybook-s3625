000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.      DEPTGLAB.
000300 AUTHOR.          R HOLLOWAY.
000400 INSTALLATION.    DEPARTMENTAL SYSTEMS - DATA ADMINISTRATION.
000500 DATE-WRITTEN.    10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY                                        *
000900*-----------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                                 *
001100*-----------------------------------------------------------*
001200* 10/15/2026  RH   ORIGINAL.  MONTH-END HEADCOUNT ALLOCATION     *
001300*                  BASIS FOR THE GENERAL LEDGER.  COUNTS ACTIVE  *
001400*                  EMPLOYEES BY WORKDEPT, TAKES EACH DEPARTMENT'S*
001500*                  COST CENTER AND BUDGET CODE FROM DEPT_HIST AS *
001600*                  OF THE PERIOD-END DATE, AND WRITES THE GL     *
001700*                  INTERFACE FILE (HEADCOUNT PER COST CENTER AND *
001800*                  BUDGET CODE, WITH CONTROL TOTALS) AND THE     *
001900*                  DEPARTMENT-LEVEL BASIS BEHIND IT.  A VARIANCE *
002000*                  REPORT COMPARES THE MONTH WITH LAST MONTH'S   *
002100*                  BASIS AND NAMES THE DEPARTMENTS THAT MOVED    *
002200*                  EACH COST CENTER.  DEPARTMENTS WITH A BLANK,  *
002300*                  UNKNOWN OR CLOSED COST CENTER, AND EMPLOYEES  *
002400*                  WHOSE WORKDEPT HAS NO DEPT1 ROW, ARE LISTED   *
002500*                  AS UNALLOCATED.                               *
002600*****************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.     IBM-370.
003000 OBJECT-COMPUTER.     IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT DEPTGBPM ASSIGN TO "DEPTGBPM"
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS WS-DEPTGBPM-STATUS.
003600     SELECT EMPMAST  ASSIGN TO "EMPMAST"
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS WS-EMPMAST-STATUS.
003900     SELECT DEPTGLCC ASSIGN TO "DEPTGLCC"
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-DEPTGLCC-STATUS.
004200     SELECT DEPTGBPV ASSIGN TO "DEPTGBPV"
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-DEPTGBPV-STATUS.
004500     SELECT DEPTGBAS ASSIGN TO "DEPTGBAS"
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-DEPTGBAS-STATUS.
004800     SELECT DEPTGLIF ASSIGN TO "DEPTGLIF"
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-DEPTGLIF-STATUS.
005100     SELECT DEPTGBRP ASSIGN TO "DEPTGBRP"
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-DEPTGBRP-STATUS.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  DEPTGBPM
005700     RECORDING MODE IS F
005800     LABEL RECORDS ARE STANDARD.
005900 COPY DEPT-GLAB-PARM-REC.
006000 FD  EMPMAST
006100     RECORDING MODE IS F
006200     LABEL RECORDS ARE STANDARD.
006300 COPY EMP-MASTER-REC.
006400 FD  DEPTGLCC
006500     RECORDING MODE IS F
006600     LABEL RECORDS ARE STANDARD.
006700 COPY DEPT-GL-COSTCTR-REC.
006800 FD  DEPTGBPV
006900     RECORDING MODE IS F
007000     LABEL RECORDS ARE STANDARD.
007100 COPY DEPT-GL-BASIS-REC
007200     REPLACING ==DEPT-GL-BASIS-REC==    BY ==DEPT-GL-PRIOR-REC==
007300               ==GB-PERIOD-END==        BY ==PB-PERIOD-END==
007400               ==GB-DEPTNO==            BY ==PB-DEPTNO==
007500               ==GB-DEPTNAME==          BY ==PB-DEPTNAME==
007600               ==GB-COSTCTR-NOT-ON-GL==
007700                   BY ==PB-COSTCTR-NOT-ON-GL==
007800               ==GB-COSTCTR-CLOSED==    BY ==PB-COSTCTR-CLOSED==
007900               ==GB-COSTCTR==           BY ==PB-COSTCTR==
008000               ==GB-BUDGCODE==          BY ==PB-BUDGCODE==
008100               ==GB-HEADCOUNT==         BY ==PB-HEADCOUNT==
008200               ==GB-STATUS==            BY ==PB-STATUS==
008300               ==GB-ALLOCATED==         BY ==PB-ALLOCATED==
008400               ==GB-BLANK-COSTCTR==     BY ==PB-BLANK-COSTCTR==
008500               ==GB-NO-DEPT1-ROW==      BY ==PB-NO-DEPT1-ROW==.
008600 FD  DEPTGBAS
008700     RECORDING MODE IS F
008800     LABEL RECORDS ARE STANDARD.
008900 COPY DEPT-GL-BASIS-REC.
009000 FD  DEPTGLIF
009100     RECORDING MODE IS F
009200     LABEL RECORDS ARE STANDARD.
009300 COPY DEPT-GL-ALLOC-REC.
009400 FD  DEPTGBRP
009500     RECORDING MODE IS F
009600     LABEL RECORDS ARE STANDARD.
009700 COPY DEPT-GL-VAR-RPT-REC.
009800 WORKING-STORAGE SECTION.
009900 COPY SQLCA-MINI.
010000     EXEC SQL
010100         DECLARE DEPT_HIST TABLE
010200           (DEPTNO      CHAR(3)           NOT NULL,
010300            DEPTNAME    VARCHAR(36)       NOT NULL,
010400            MGRNO       CHAR(6)                   ,
010500            ADMRDEPT    CHAR(3)           NOT NULL,
010600            LOCATION    CHAR(16)          NOT NULL,
010700            COSTCTR     CHAR(6)           NOT NULL,
010800            BUDGCODE    CHAR(4)           NOT NULL,
010900            EFF_DATE    CHAR(8)           NOT NULL,
011000            END_DATE    CHAR(8)           NOT NULL,
011100            CHANGE_TYPE CHAR(1)           NOT NULL,
011200            SOURCE_PGM  CHAR(8)           NOT NULL)
011300     END-EXEC.
011400 COPY DEPT-TABLE.
011500*****************************************************************
011600*  PER-DEPARTMENT RESULTS, ONE SLOT PER DEPT-TABLE ENTRY: THE    *
011700*  ACTIVE HEADCOUNT AND WHETHER IT WAS ALLOCATED (THE SAME CODES *
011800*  AS GB-STATUS ON THE BASIS FILE).                              *
011900*****************************************************************
012000 01  WS-DEPT-RESULT-TABLE.
012100     05  WS-DEPT-RESULT          OCCURS 9999 TIMES
012200                                 INDEXED BY HC-IDX.
012300         10  WS-DEPT-HEADCOUNT   PIC 9(07) COMP.
012400         10  WS-DEPT-STATUS      PIC X(01).
012500             88  WS-DEPT-ALLOCATED   VALUE 'A'.
012600             88  WS-DEPT-BLANK-CC    VALUE 'B'.
012700             88  WS-DEPT-CC-NOT-ON-GL VALUE 'G'.
012800             88  WS-DEPT-CC-CLOSED   VALUE 'C'.
012900*****************************************************************
013000*  THE GL COST-CENTER LIST, IN ASCENDING COST-CENTER ORDER AS    *
013100*  FINANCE CUTS IT (ENFORCED AT LOAD TIME) FOR SEARCH ALL.       *
013200*****************************************************************
013300 01  WS-GLCC-TABLE.
013400     05  WS-GLCC-MAX-ENTRIES     PIC 9(05) COMP VALUE 5000.
013500     05  WS-GLCC-COUNT           PIC 9(05) COMP VALUE ZERO.
013600     05  WS-GLCC-ENTRY
013700             OCCURS 1 TO 5000 TIMES
013800             DEPENDING ON WS-GLCC-COUNT
013900             ASCENDING KEY IS WS-GLCC-COSTCTR
014000             INDEXED BY GC-IDX.
014100         10  WS-GLCC-COSTCTR     PIC X(06).
014200         10  WS-GLCC-STATUS      PIC X(01).
014300             88  WS-GLCC-OPEN        VALUE 'O'.
014400         10  WS-GLCC-DESCRIPTION PIC X(30).
014500*****************************************************************
014600*  ONE ENTRY PER COST CENTER AND BUDGET CODE CARRYING HEADCOUNT  *
014700*  THIS MONTH OR LAST, KEPT IN KEY ORDER AS ENTRIES ARE SLOTTED  *
014800*  IN, SO THE INTERFACE FILE AND THE VARIANCE REPORT COME OUT IN *
014900*  COST-CENTER ORDER.                                            *
015000*****************************************************************
015100 01  WS-CC-TABLE.
015200     05  WS-CC-MAX-ENTRIES       PIC 9(05) COMP VALUE 9999.
015300     05  WS-CC-COUNT             PIC 9(05) COMP VALUE ZERO.
015400     05  WS-CC-ENTRY
015500             OCCURS 1 TO 9999 TIMES
015600             DEPENDING ON WS-CC-COUNT
015700             ASCENDING KEY IS WS-CC-KEY
015800             INDEXED BY CC-IDX.
015900         10  WS-CC-KEY.
016000             15  WS-CC-COSTCTR   PIC X(06).
016100             15  WS-CC-BUDGCODE  PIC X(04).
016200         10  WS-CC-CURRENT       PIC 9(07) COMP.
016300         10  WS-CC-PRIOR         PIC 9(07) COMP.
016400*****************************************************************
016500*  LAST MONTH'S BASIS, DEPARTMENT RECORDS ONLY, IN DEPTNO ORDER. *
016600*****************************************************************
016700 01  WS-PRIOR-TABLE.
016800     05  WS-PRIOR-MAX-ENTRIES    PIC 9(05) COMP VALUE 9999.
016900     05  WS-PRIOR-COUNT          PIC 9(05) COMP VALUE ZERO.
017000     05  WS-PRIOR-ENTRY
017100             OCCURS 1 TO 9999 TIMES
017200             DEPENDING ON WS-PRIOR-COUNT
017300             ASCENDING KEY IS WS-PRIOR-DEPTNO
017400             INDEXED BY PV-IDX.
017500         10  WS-PRIOR-DEPTNO     PIC X(03).
017600         10  WS-PRIOR-DEPTNAME   PIC X(36).
017700         10  WS-PRIOR-COSTCTR    PIC X(06).
017800         10  WS-PRIOR-BUDGCODE   PIC X(04).
017900         10  WS-PRIOR-HEADCOUNT  PIC 9(07) COMP.
018000         10  WS-PRIOR-STATUS     PIC X(01).
018100             88  WS-PRIOR-ALLOCATED  VALUE 'A'.
018200*****************************************************************
018300*  ACTIVE EMPLOYEES WHOSE WORKDEPT MATCHES NO DEPT1 ROW AS OF    *
018400*  THE PERIOD END -- BY WORKDEPT VALUE, AND ONE BY ONE SO THE    *
018500*  REPORT CAN NAME THEM.                                         *
018600*****************************************************************
018700 01  WS-UNMATCHED-TABLE.
018800     05  WS-UNM-MAX-ENTRIES      PIC 9(05) COMP VALUE 999.
018900     05  WS-UNM-COUNT            PIC 9(05) COMP VALUE ZERO.
019000     05  WS-UNM-ENTRY
019100             OCCURS 1 TO 999 TIMES
019200             DEPENDING ON WS-UNM-COUNT
019300             INDEXED BY UN-IDX.
019400         10  WS-UNM-WORKDEPT     PIC X(03).
019500         10  WS-UNM-HEADCOUNT    PIC 9(07) COMP.
019600 01  WS-UNM-EMP-TABLE.
019700     05  WS-UNME-MAX-ENTRIES     PIC 9(05) COMP VALUE 9999.
019800     05  WS-UNME-COUNT           PIC 9(05) COMP VALUE ZERO.
019900     05  WS-UNME-ENTRY
020000             OCCURS 1 TO 9999 TIMES
020100             DEPENDING ON WS-UNME-COUNT
020200             INDEXED BY UE-IDX.
020300         10  WS-UNME-EMPNO       PIC X(06).
020400         10  WS-UNME-LASTNAME    PIC X(15).
020500         10  WS-UNME-FIRSTNME    PIC X(12).
020600         10  WS-UNME-WORKDEPT    PIC X(03).
020700*****************************************************************
020800*  PERIOD AND DATE WORK                                          *
020900*****************************************************************
021000 77  WS-TODAY                 PIC X(08) VALUE SPACE.
021100 77  WS-PERIOD-END            PIC X(08) VALUE SPACE.
021200 77  WS-GL-PERIOD             PIC X(06) VALUE SPACE.
021300 77  WS-PRIOR-PERIOD-END      PIC X(08) VALUE SPACE.
021400 77  WS-DATE-INT              PIC 9(08) COMP VALUE ZERO.
021500 01  WS-DATE-WORK.
021600     05  WS-DATE-X               PIC X(08).
021700     05  WS-DATE-9 REDEFINES WS-DATE-X
021800                                 PIC 9(08).
021900     05  WS-DATE-PARTS REDEFINES WS-DATE-X.
022000         10  WS-DATE-YYYY        PIC 9(04).
022100         10  WS-DATE-MM          PIC 9(02).
022200         10  WS-DATE-DD          PIC 9(02).
022300     05  WS-DATE-MONTH REDEFINES WS-DATE-X.
022400         10  WS-DATE-YYYYMM      PIC X(06).
022500         10  FILLER              PIC X(02).
022600*****************************************************************
022700*  LOOKUP, SLOTTING AND VARIANCE FIELDS                          *
022800*****************************************************************
022900 01  WS-FIND-KEY.
023000     05  WS-FIND-COSTCTR         PIC X(06).
023100     05  WS-FIND-BUDGCODE        PIC X(04).
023200 77  WS-FIND-DEPTNO           PIC X(03) VALUE SPACE.
023300 77  WS-SLOT                  PIC 9(05) COMP VALUE ZERO.
023400 77  WS-LOWER-COUNT           PIC 9(05) COMP VALUE ZERO.
023500 77  WS-SHIFT                 PIC 9(05) COMP VALUE ZERO.
023600 77  WS-SHIFT-START           PIC 9(05) COMP VALUE ZERO.
023700 77  WS-SHIFT-TO              PIC 9(05) COMP VALUE ZERO.
023800 77  WS-PRIOR-IN-KEY          PIC 9(07) COMP VALUE ZERO.
023900 77  WS-CURRENT-IN-KEY        PIC 9(07) COMP VALUE ZERO.
024000 77  WS-CHANGE                PIC S9(09) COMP VALUE ZERO.
024100 77  WS-LAST-DEPTNO           PIC X(03) VALUE SPACE.
024200 77  WS-LAST-COSTCTR          PIC X(06) VALUE SPACE.
024300 77  WS-DRIVER-DEPTNO         PIC X(03) VALUE SPACE.
024400 77  WS-DRIVER-DEPTNAME       PIC X(36) VALUE SPACE.
024500 77  WS-DRIVER-NOTE           PIC X(20) VALUE SPACE.
024600 77  WS-TOTAL-TEXT            PIC X(36) VALUE SPACE.
024700 77  WS-TOTAL-PRIOR           PIC 9(09) COMP VALUE ZERO.
024800 77  WS-TOTAL-CURRENT         PIC 9(09) COMP VALUE ZERO.
024900 77  WS-CC-SWITCH             PIC X(01) VALUE 'N'.
025000     88  WS-CC-FOUND              VALUE 'Y'.
025100     88  WS-CC-NOT-FOUND          VALUE 'N'.
025200 77  WS-GLCC-SWITCH           PIC X(01) VALUE 'N'.
025300     88  WS-GLCC-FOUND            VALUE 'Y'.
025400     88  WS-GLCC-NOT-FOUND        VALUE 'N'.
025500 77  WS-DEPT-SWITCH           PIC X(01) VALUE 'N'.
025600     88  WS-DEPT-FOUND            VALUE 'Y'.
025700     88  WS-DEPT-NOT-FOUND        VALUE 'N'.
025800 77  WS-PRIOR-SWITCH          PIC X(01) VALUE 'N'.
025900     88  WS-PRIOR-FOUND           VALUE 'Y'.
026000     88  WS-PRIOR-NOT-FOUND       VALUE 'N'.
026100 77  WS-PRIOR-FILE-SWITCH     PIC X(01) VALUE 'Y'.
026200     88  WS-PRIOR-FILE-PRESENT    VALUE 'Y'.
026300     88  WS-PRIOR-FILE-ABSENT     VALUE 'N'.
026400 77  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
026500     88  WS-EOF-FILE              VALUE 'Y'.
026600     88  WS-NOT-EOF-FILE          VALUE 'N'.
026700*****************************************************************
026800*  COUNTERS AND CONTROL TOTALS                                   *
026900*****************************************************************
027000 77  WS-EMPS-READ             PIC 9(09) COMP VALUE ZERO.
027100 77  WS-EMPS-ACTIVE           PIC 9(09) COMP VALUE ZERO.
027200 77  WS-EMPS-NO-DEPT1         PIC 9(09) COMP VALUE ZERO.
027300 77  WS-ALLOC-HEADCOUNT       PIC 9(09) COMP VALUE ZERO.
027400 77  WS-UNALLOC-HEADCOUNT     PIC 9(09) COMP VALUE ZERO.
027500 77  WS-PRIOR-ALLOC-HEADCOUNT PIC 9(09) COMP VALUE ZERO.
027600 77  WS-PRIOR-UNALLOC-HEADCOUNT PIC 9(09) COMP VALUE ZERO.
027700 77  WS-DEPTS-UNALLOCATED     PIC 9(05) COMP VALUE ZERO.
027800 77  WS-PRIOR-READ            PIC 9(09) COMP VALUE ZERO.
027900 77  WS-DETAIL-COUNT          PIC 9(07) COMP VALUE ZERO.
028000 77  WS-BASIS-WRITTEN         PIC 9(09) COMP VALUE ZERO.
028100*****************************************************************
028200*  FILE-STATUS FIELDS.  STATUS '35' ON DEPTGBPM (NO PARM CARD -- *
028300*  LAST MONTH'S END IS TAKEN) OR DEPTGBPV (NO BASIS FROM LAST    *
028400*  MONTH -- THE FIRST RUN) IS NOT AN ERROR.                      *
028500*****************************************************************
028600 77  WS-DEPTGBPM-STATUS       PIC X(02) VALUE SPACE.
028700 77  WS-EMPMAST-STATUS        PIC X(02) VALUE SPACE.
028800 77  WS-DEPTGLCC-STATUS       PIC X(02) VALUE SPACE.
028900 77  WS-DEPTGBPV-STATUS       PIC X(02) VALUE SPACE.
029000 77  WS-DEPTGBAS-STATUS       PIC X(02) VALUE SPACE.
029100 77  WS-DEPTGLIF-STATUS       PIC X(02) VALUE SPACE.
029200 77  WS-DEPTGBRP-STATUS       PIC X(02) VALUE SPACE.
029300 PROCEDURE DIVISION.
029400*****************************************************************
029500*  0000-MAINLINE                                                 *
029600*  EVERYTHING IS GATHERED AND CLASSIFIED BEFORE ANYTHING IS      *
029700*  WRITTEN, SO THE INTERFACE TRAILER, THE BASIS AND THE REPORT   *
029800*  ALL FOOT TO THE SAME COUNTS.                                  *
029900*****************************************************************
030000 0000-MAINLINE.
030100     PERFORM 1000-INITIALIZE
030200         THRU 1000-INITIALIZE-EXIT.
030300     PERFORM 1200-LOAD-GL-COSTCTRS
030400         THRU 1200-LOAD-GL-COSTCTRS-EXIT.
030500     PERFORM 1500-LOAD-DEPT-HIST
030600         THRU 1500-LOAD-DEPT-HIST-EXIT.
030700     PERFORM 2000-TALLY-EMPLOYEES
030800         THRU 2000-TALLY-EMPLOYEES-EXIT
030900         UNTIL WS-EOF-FILE.
031000     CLOSE EMPMAST.
031100     PERFORM 2500-CLASSIFY-ONE-DEPT
031200         THRU 2500-CLASSIFY-ONE-DEPT-EXIT
031300         VARYING DT-IDX FROM 1 BY 1
031400         UNTIL DT-IDX > DT-ENTRY-COUNT.
031500     PERFORM 3000-LOAD-PRIOR-BASIS
031600         THRU 3000-LOAD-PRIOR-BASIS-EXIT.
031700     PERFORM 4000-WRITE-INTERFACE
031800         THRU 4000-WRITE-INTERFACE-EXIT.
031900     PERFORM 4500-WRITE-BASIS
032000         THRU 4500-WRITE-BASIS-EXIT.
032100     PERFORM 5000-WRITE-VARIANCE
032200         THRU 5000-WRITE-VARIANCE-EXIT.
032300     PERFORM 6000-WRITE-UNALLOCATED
032400         THRU 6000-WRITE-UNALLOCATED-EXIT.
032500     PERFORM 7000-WRITE-TOTALS
032600         THRU 7000-WRITE-TOTALS-EXIT.
032700     PERFORM 8000-TERMINATE
032800         THRU 8000-TERMINATE-EXIT.
032900     STOP RUN.
033000*****************************************************************
033100*  1000-INITIALIZE                                               *
033200*  SETTLES THE PERIOD, OPENS THE EMPLOYEE MASTER AND THE OUTPUT  *
033300*  FILES, AND PRIMES THE EMPLOYEE READ.  EMPMAST MUST BE THE     *
033400*  CUT TAKEN AT THE PERIOD END -- IT CARRIES NO DATES OF ITS OWN.*
033500*****************************************************************
033600 1000-INITIALIZE.
033700     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
033800     PERFORM 1100-READ-PARM
033900         THRU 1100-READ-PARM-EXIT.
034000     OPEN INPUT EMPMAST.
034100     IF WS-EMPMAST-STATUS NOT = '00'
034200         DISPLAY 'DEPTGLAB - OPEN FAILED FOR EMPMAST, STATUS = '
034300             WS-EMPMAST-STATUS
034400         MOVE 16 TO RETURN-CODE
034500         GO TO 9999-ABEND
034600     END-IF.
034700     OPEN OUTPUT DEPTGLIF.
034800     IF WS-DEPTGLIF-STATUS NOT = '00'
034900         DISPLAY 'DEPTGLAB - OPEN FAILED FOR DEPTGLIF, STATUS = '
035000             WS-DEPTGLIF-STATUS
035100         MOVE 16 TO RETURN-CODE
035200         GO TO 9999-ABEND
035300     END-IF.
035400     OPEN OUTPUT DEPTGBAS.
035500     IF WS-DEPTGBAS-STATUS NOT = '00'
035600         DISPLAY 'DEPTGLAB - OPEN FAILED FOR DEPTGBAS, STATUS = '
035700             WS-DEPTGBAS-STATUS
035800         MOVE 16 TO RETURN-CODE
035900         GO TO 9999-ABEND
036000     END-IF.
036100     OPEN OUTPUT DEPTGBRP.
036200     IF WS-DEPTGBRP-STATUS NOT = '00'
036300         DISPLAY 'DEPTGLAB - OPEN FAILED FOR DEPTGBRP, STATUS = '
036400             WS-DEPTGBRP-STATUS
036500         MOVE 16 TO RETURN-CODE
036600         GO TO 9999-ABEND
036700     END-IF.
036800     PERFORM 1150-WRITE-HEADINGS
036900         THRU 1150-WRITE-HEADINGS-EXIT.
037000     SET WS-NOT-EOF-FILE TO TRUE.
037100     PERFORM 2050-READ-EMPMAST
037200         THRU 2050-READ-EMPMAST-EXIT.
037300 1000-INITIALIZE-EXIT.
037400     EXIT.
037500*****************************************************************
037600*  1100-READ-PARM                                                *
037700*  A BLANK OR ABSENT PERIOD-END DATE TAKES THE LAST DAY OF THE   *
037800*  MONTH BEFORE THE RUN DATE, WHICH IS THE NORMAL MONTH-END RUN. *
037900*  A DATE THAT IS NOT A DATE, OR IS STILL TO COME, STOPS THE RUN *
038000*  BEFORE THE GL IS SENT A BASIS FOR THE WRONG PERIOD.           *
038100*****************************************************************
038200 1100-READ-PARM.
038300     MOVE SPACE TO WS-PERIOD-END.
038400     OPEN INPUT DEPTGBPM.
038500     IF WS-DEPTGBPM-STATUS = '35'
038600         GO TO 1100-SET-PERIOD
038700     END-IF.
038800     IF WS-DEPTGBPM-STATUS NOT = '00'
038900         DISPLAY 'DEPTGLAB - OPEN FAILED FOR DEPTGBPM, STATUS = '
039000             WS-DEPTGBPM-STATUS
039100         MOVE 16 TO RETURN-CODE
039200         GO TO 9999-ABEND
039300     END-IF.
039400     READ DEPTGBPM
039500         AT END
039600             MOVE SPACE TO DEPT-GLAB-PARM-REC
039700     END-READ.
039800     MOVE GP-PERIOD-END TO WS-PERIOD-END.
039900     CLOSE DEPTGBPM.
040000 1100-SET-PERIOD.
040100     IF WS-PERIOD-END = SPACE
040200         MOVE WS-TODAY TO WS-DATE-X
040300         MOVE 1 TO WS-DATE-DD
040400         COMPUTE WS-DATE-INT =
040500             FUNCTION INTEGER-OF-DATE(WS-DATE-9) - 1
040600         COMPUTE WS-DATE-9 =
040700             FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
040800         MOVE WS-DATE-X TO WS-PERIOD-END
040900     END-IF.
041000     MOVE WS-PERIOD-END TO WS-DATE-X.
041100     IF WS-DATE-X IS NOT NUMERIC
041200             OR WS-DATE-MM < 1 OR WS-DATE-MM > 12
041300             OR WS-DATE-DD < 1 OR WS-DATE-DD > 31
041400         DISPLAY 'DEPTGLAB - INVALID PERIOD-END DATE '
041500             WS-PERIOD-END
041600         MOVE 16 TO RETURN-CODE
041700         GO TO 9999-ABEND
041800     END-IF.
041900     IF WS-PERIOD-END > WS-TODAY
042000         DISPLAY 'DEPTGLAB - PERIOD-END DATE ' WS-PERIOD-END
042100             ' IS AFTER THE RUN DATE'
042200         MOVE 16 TO RETURN-CODE
042300         GO TO 9999-ABEND
042400     END-IF.
042500     MOVE WS-DATE-YYYYMM TO WS-GL-PERIOD.
042600 1100-READ-PARM-EXIT.
042700     EXIT.
042800*****************************************************************
042900*  1150-WRITE-HEADINGS                                           *
043000*****************************************************************
043100 1150-WRITE-HEADINGS.
043200     MOVE SPACE TO DEPT-GL-VAR-RPT-REC.
043300     STRING 'ALLOCATION BASIS AS OF ' WS-PERIOD-END
043400         DELIMITED BY SIZE INTO GV-TEXT.
043500     STRING 'GL PERIOD ' WS-GL-PERIOD
043600         DELIMITED BY SIZE INTO GV-NOTE.
043700     WRITE DEPT-GL-VAR-RPT-REC.
043800     MOVE SPACE TO DEPT-GL-VAR-RPT-REC.
043900     WRITE DEPT-GL-VAR-RPT-REC.
044000     MOVE 'COSTCT'             TO GV-COSTCTR.
044100     MOVE 'BUDG'               TO GV-BUDGCODE.
044200     MOVE 'DNO'                TO GV-DEPTNO.
044300     MOVE 'DESCRIPTION'        TO GV-TEXT.
044400     MOVE '  PRIOR  CURRENT    CHANGE'
044500                               TO GV-COUNT-TITLES.
044600     MOVE 'NOTE'               TO GV-NOTE.
044700     WRITE DEPT-GL-VAR-RPT-REC.
044800 1150-WRITE-HEADINGS-EXIT.
044900     EXIT.
045000*****************************************************************
045100*  1200-LOAD-GL-COSTCTRS                                         *
045200*  THE GL'S COST-CENTER LIST IS REQUIRED: WITHOUT IT NO COST     *
045300*  CENTER COULD BE RECOGNIZED.  IT MUST COME IN ASCENDING ORDER  *
045400*  WITH NO COST CENTER TWICE, AND A FULL TABLE ABENDS THE RUN.   *
045500*****************************************************************
045600 1200-LOAD-GL-COSTCTRS.
045700     OPEN INPUT DEPTGLCC.
045800     IF WS-DEPTGLCC-STATUS NOT = '00'
045900         DISPLAY 'DEPTGLAB - OPEN FAILED FOR DEPTGLCC, STATUS = '
046000             WS-DEPTGLCC-STATUS
046100         MOVE 16 TO RETURN-CODE
046200         GO TO 9999-ABEND
046300     END-IF.
046400     MOVE SPACE TO WS-LAST-COSTCTR.
046500     SET WS-NOT-EOF-FILE TO TRUE.
046600     PERFORM 1210-READ-GLCC
046700         THRU 1210-READ-GLCC-EXIT.
046800     PERFORM 1220-LOAD-ONE-GLCC
046900         THRU 1220-LOAD-ONE-GLCC-EXIT
047000         UNTIL WS-EOF-FILE.
047100     CLOSE DEPTGLCC.
047200     SET WS-NOT-EOF-FILE TO TRUE.
047300 1200-LOAD-GL-COSTCTRS-EXIT.
047400     EXIT.
047500*****************************************************************
047600*  1210-READ-GLCC                                                *
047700*****************************************************************
047800 1210-READ-GLCC.
047900     READ DEPTGLCC
048000         AT END
048100             SET WS-EOF-FILE TO TRUE
048200     END-READ.
048300     IF NOT WS-EOF-FILE AND WS-DEPTGLCC-STATUS NOT = '00'
048400         DISPLAY 'DEPTGLAB - ERROR READING DEPTGLCC, STATUS = '
048500             WS-DEPTGLCC-STATUS
048600         MOVE 16 TO RETURN-CODE
048700         GO TO 9999-ABEND
048800     END-IF.
048900 1210-READ-GLCC-EXIT.
049000     EXIT.
049100*****************************************************************
049200*  1220-LOAD-ONE-GLCC                                            *
049300*****************************************************************
049400 1220-LOAD-ONE-GLCC.
049500     IF WS-GLCC-COUNT >= WS-GLCC-MAX-ENTRIES
049600         DISPLAY 'DEPTGLAB - COST-CENTER TABLE FULL AT '
049700             WS-GLCC-MAX-ENTRIES ' ENTRIES'
049800         MOVE 16 TO RETURN-CODE
049900         GO TO 9999-ABEND
050000     END-IF.
050100     IF WS-GLCC-COUNT > ZERO
050200             AND GC-COSTCTR NOT > WS-LAST-COSTCTR
050300         DISPLAY 'DEPTGLAB - DEPTGLCC OUT OF COST-CENTER '
050400             'SEQUENCE AT ' GC-COSTCTR
050500         MOVE 16 TO RETURN-CODE
050600         GO TO 9999-ABEND
050700     END-IF.
050800     ADD 1 TO WS-GLCC-COUNT.
050900     MOVE GC-COSTCTR     TO WS-GLCC-COSTCTR(WS-GLCC-COUNT).
051000     MOVE GC-STATUS      TO WS-GLCC-STATUS(WS-GLCC-COUNT).
051100     MOVE GC-DESCRIPTION TO WS-GLCC-DESCRIPTION(WS-GLCC-COUNT).
051200     MOVE GC-COSTCTR     TO WS-LAST-COSTCTR.
051300     PERFORM 1210-READ-GLCC
051400         THRU 1210-READ-GLCC-EXIT.
051500 1220-LOAD-ONE-GLCC-EXIT.
051600     EXIT.
051700*****************************************************************
051800*  1500-LOAD-DEPT-HIST                                           *
051900*  EVERY DEPARTMENT AS IT STOOD AT THE END OF THE PERIOD-END     *
052000*  DATE: THE DEPT_HIST ROW THAT TOOK EFFECT ON OR BEFORE IT AND  *
052100*  WAS NOT END-DATED UNTIL AFTER IT.  A DEPARTMENT CLOSED SINCE  *
052200*  IS STILL HERE; ONE ADDED SINCE IS NOT.                        *
052300*****************************************************************
052400 1500-LOAD-DEPT-HIST.
052500     MOVE ZERO TO DT-ENTRY-COUNT.
052600     EXEC SQL
052700         DECLARE DEPTGLA1 CURSOR FOR
052800             SELECT DEPTNO, DEPTNAME, MGRNO, ADMRDEPT, LOCATION,
052900                    COSTCTR, BUDGCODE
053000               FROM DEPT_HIST
053100              WHERE EFF_DATE <= :WS-PERIOD-END
053200                AND END_DATE >  :WS-PERIOD-END
053300              ORDER BY DEPTNO
053400     END-EXEC.
053500     EXEC SQL
053600         OPEN DEPTGLA1
053700     END-EXEC.
053800     PERFORM 1510-FETCH-HIST-ROW
053900         THRU 1510-FETCH-HIST-ROW-EXIT
054000         UNTIL SQLCODE = +100.
054100     EXEC SQL
054200         CLOSE DEPTGLA1
054300     END-EXEC.
054400 1500-LOAD-DEPT-HIST-EXIT.
054500     EXIT.
054600*****************************************************************
054700*  1510-FETCH-HIST-ROW                                           *
054800*  TWO ROWS IN FORCE FOR ONE DEPTNO WOULD COUNT ITS PEOPLE TWICE *
054900*  AND BREAK THE BINARY SEARCH, SO THEY STOP THE RUN.            *
055000*****************************************************************
055100 1510-FETCH-HIST-ROW.
055200     IF DT-ENTRY-COUNT >= 9999
055300         DISPLAY 'DEPTGLAB - DEPARTMENT TABLE FULL AT 9999 ROWS'
055400         MOVE 16 TO RETURN-CODE
055500         GO TO 9999-ABEND
055600     END-IF.
055700     ADD 1 TO DT-ENTRY-COUNT.
055800     EXEC SQL
055900         FETCH DEPTGLA1
056000             INTO :DT-DEPTNO(DT-ENTRY-COUNT),
056100                  :DT-DEPTNAME(DT-ENTRY-COUNT),
056200                  :DT-MGRNO(DT-ENTRY-COUNT)
056300                      :DT-MGRNO-NULL(DT-ENTRY-COUNT),
056400                  :DT-ADMRDEPT(DT-ENTRY-COUNT),
056500                  :DT-LOCATION(DT-ENTRY-COUNT),
056600                  :DT-COSTCTR(DT-ENTRY-COUNT),
056700                  :DT-BUDGCODE(DT-ENTRY-COUNT)
056800     END-EXEC.
056900     IF SQLCODE < ZERO
057000         DISPLAY 'DEPTGLAB - SQL ERROR ON FETCH, SQLCODE = '
057100             SQLCODE
057200         MOVE 16 TO RETURN-CODE
057300         GO TO 9999-ABEND
057400     END-IF.
057500     IF SQLCODE = +100
057600         SUBTRACT 1 FROM DT-ENTRY-COUNT
057700         GO TO 1510-FETCH-HIST-ROW-EXIT
057800     END-IF.
057900     IF DT-ENTRY-COUNT > 1
058000             AND DT-DEPTNO(DT-ENTRY-COUNT) = WS-LAST-DEPTNO
058100         DISPLAY 'DEPTGLAB - DEPT_HIST HAS TWO ROWS IN FORCE ON '
058200             WS-PERIOD-END ' FOR DEPTNO ' WS-LAST-DEPTNO
058300         MOVE 16 TO RETURN-CODE
058400         GO TO 9999-ABEND
058500     END-IF.
058600     MOVE DT-DEPTNO(DT-ENTRY-COUNT) TO WS-LAST-DEPTNO.
058700     SET HC-IDX TO DT-ENTRY-COUNT.
058800     MOVE ZERO  TO WS-DEPT-HEADCOUNT(HC-IDX).
058900     MOVE SPACE TO WS-DEPT-STATUS(HC-IDX).
059000 1510-FETCH-HIST-ROW-EXIT.
059100     EXIT.
059200*****************************************************************
059300*  2000-TALLY-EMPLOYEES                                          *
059400*  COUNTS ONE ACTIVE EMPLOYEE INTO ITS WORKDEPT'S DEPARTMENT, OR *
059500*  AS UNALLOCATED WHEN THE WORKDEPT HAS NO DEPT1 ROW AS OF THE   *
059600*  PERIOD END.  TERMINATED AND TRANSFERRED EMPLOYEES ARE NOT     *
059700*  HEADCOUNT.                                                    *
059800*****************************************************************
059900 2000-TALLY-EMPLOYEES.
060000     IF NOT EM-STATUS-ACTIVE
060100         GO TO 2000-READ-NEXT
060200     END-IF.
060300     ADD 1 TO WS-EMPS-ACTIVE.
060400     MOVE EM-WORKDEPT TO WS-FIND-DEPTNO.
060500     PERFORM 7500-FIND-DEPT
060600         THRU 7500-FIND-DEPT-EXIT.
060700     IF WS-DEPT-FOUND
060800         SET HC-IDX TO DT-IDX
060900         ADD 1 TO WS-DEPT-HEADCOUNT(HC-IDX)
061000     ELSE
061100         PERFORM 2100-TALLY-NO-DEPT1
061200             THRU 2100-TALLY-NO-DEPT1-EXIT
061300     END-IF.
061400 2000-READ-NEXT.
061500     PERFORM 2050-READ-EMPMAST
061600         THRU 2050-READ-EMPMAST-EXIT.
061700 2000-TALLY-EMPLOYEES-EXIT.
061800     EXIT.
061900*****************************************************************
062000*  2050-READ-EMPMAST                                             *
062100*****************************************************************
062200 2050-READ-EMPMAST.
062300     READ EMPMAST
062400         AT END
062500             SET WS-EOF-FILE TO TRUE
062600         NOT AT END
062700             ADD 1 TO WS-EMPS-READ
062800     END-READ.
062900     IF NOT WS-EOF-FILE AND WS-EMPMAST-STATUS NOT = '00'
063000         DISPLAY 'DEPTGLAB - ERROR READING EMPMAST, STATUS = '
063100             WS-EMPMAST-STATUS
063200         MOVE 16 TO RETURN-CODE
063300         GO TO 9999-ABEND
063400     END-IF.
063500 2050-READ-EMPMAST-EXIT.
063600     EXIT.
063700*****************************************************************
063800*  2100-TALLY-NO-DEPT1                                           *
063900*  KEEPS THE EMPLOYEE FOR THE UNALLOCATED LIST AND COUNTS IT     *
064000*  UNDER ITS WORKDEPT VALUE.                                     *
064100*****************************************************************
064200 2100-TALLY-NO-DEPT1.
064300     ADD 1 TO WS-EMPS-NO-DEPT1.
064400     ADD 1 TO WS-UNALLOC-HEADCOUNT.
064500     IF WS-UNME-COUNT >= WS-UNME-MAX-ENTRIES
064600         DISPLAY 'DEPTGLAB - UNMATCHED EMPLOYEE TABLE FULL AT '
064700             WS-UNME-MAX-ENTRIES ' ENTRIES'
064800         MOVE 16 TO RETURN-CODE
064900         GO TO 9999-ABEND
065000     END-IF.
065100     ADD 1 TO WS-UNME-COUNT.
065200     SET UE-IDX TO WS-UNME-COUNT.
065300     MOVE EM-EMPNO    TO WS-UNME-EMPNO(UE-IDX).
065400     MOVE EM-LASTNAME TO WS-UNME-LASTNAME(UE-IDX).
065500     MOVE EM-FIRSTNME TO WS-UNME-FIRSTNME(UE-IDX).
065600     MOVE EM-WORKDEPT TO WS-UNME-WORKDEPT(UE-IDX).
065700     SET WS-DEPT-NOT-FOUND TO TRUE.
065800     IF WS-UNM-COUNT > ZERO
065900         PERFORM 2110-CHECK-ONE-UNMATCHED
066000             THRU 2110-CHECK-ONE-UNMATCHED-EXIT
066100             VARYING UN-IDX FROM 1 BY 1
066200             UNTIL UN-IDX > WS-UNM-COUNT
066300                OR WS-DEPT-FOUND
066400     END-IF.
066500     IF WS-DEPT-FOUND
066600         GO TO 2100-TALLY-NO-DEPT1-EXIT
066700     END-IF.
066800     IF WS-UNM-COUNT >= WS-UNM-MAX-ENTRIES
066900         DISPLAY 'DEPTGLAB - UNMATCHED WORKDEPT TABLE FULL AT '
067000             WS-UNM-MAX-ENTRIES ' ENTRIES'
067100         MOVE 16 TO RETURN-CODE
067200         GO TO 9999-ABEND
067300     END-IF.
067400     ADD 1 TO WS-UNM-COUNT.
067500     SET UN-IDX TO WS-UNM-COUNT.
067600     MOVE EM-WORKDEPT TO WS-UNM-WORKDEPT(UN-IDX).
067700     MOVE 1           TO WS-UNM-HEADCOUNT(UN-IDX).
067800 2100-TALLY-NO-DEPT1-EXIT.
067900     EXIT.
068000 2110-CHECK-ONE-UNMATCHED.
068100     IF WS-UNM-WORKDEPT(UN-IDX) = EM-WORKDEPT
068200         SET WS-DEPT-FOUND TO TRUE
068300         ADD 1 TO WS-UNM-HEADCOUNT(UN-IDX)
068400     END-IF.
068500 2110-CHECK-ONE-UNMATCHED-EXIT.
068600     EXIT.
068700*****************************************************************
068800*  2500-CLASSIFY-ONE-DEPT                                        *
068900*  A DEPARTMENT'S HEADCOUNT IS ALLOCATED TO ITS COST CENTER AND  *
069000*  BUDGET CODE WHEN THE COST CENTER IS ON THE GL LIST AND OPEN.  *
069100*  A BLANK, UNKNOWN OR CLOSED COST CENTER LEAVES IT UNALLOCATED. *
069200*****************************************************************
069300 2500-CLASSIFY-ONE-DEPT.
069400     SET HC-IDX TO DT-IDX.
069500     IF DT-COSTCTR(DT-IDX) = SPACE
069600         SET WS-DEPT-BLANK-CC(HC-IDX) TO TRUE
069700         GO TO 2500-UNALLOCATED
069800     END-IF.
069900     MOVE DT-COSTCTR(DT-IDX)  TO WS-FIND-COSTCTR.
070000     MOVE DT-BUDGCODE(DT-IDX) TO WS-FIND-BUDGCODE.
070100     PERFORM 7700-FIND-GLCC
070200         THRU 7700-FIND-GLCC-EXIT.
070300     IF WS-GLCC-NOT-FOUND
070400         SET WS-DEPT-CC-NOT-ON-GL(HC-IDX) TO TRUE
070500         GO TO 2500-UNALLOCATED
070600     END-IF.
070700     IF NOT WS-GLCC-OPEN(GC-IDX)
070800         SET WS-DEPT-CC-CLOSED(HC-IDX) TO TRUE
070900         GO TO 2500-UNALLOCATED
071000     END-IF.
071100     SET WS-DEPT-ALLOCATED(HC-IDX) TO TRUE.
071200     ADD WS-DEPT-HEADCOUNT(HC-IDX) TO WS-ALLOC-HEADCOUNT.
071300     PERFORM 3500-FIND-OR-ADD-CC
071400         THRU 3500-FIND-OR-ADD-CC-EXIT.
071500     ADD WS-DEPT-HEADCOUNT(HC-IDX) TO WS-CC-CURRENT(CC-IDX).
071600     GO TO 2500-CLASSIFY-ONE-DEPT-EXIT.
071700 2500-UNALLOCATED.
071800     ADD 1 TO WS-DEPTS-UNALLOCATED.
071900     ADD WS-DEPT-HEADCOUNT(HC-IDX) TO WS-UNALLOC-HEADCOUNT.
072000 2500-CLASSIFY-ONE-DEPT-EXIT.
072100     EXIT.
072200*****************************************************************
072300*  3000-LOAD-PRIOR-BASIS                                         *
072400*  LAST MONTH'S BASIS FILE.  NONE ON FILE IS THE FIRST RUN, AND  *
072500*  EVERY PRIOR COUNT IS THEN ZERO.  A FILE FOR THIS PERIOD OR A  *
072600*  LATER ONE MEANS THE WRONG GENERATION WAS PASSED AND STOPS THE *
072700*  RUN.  DEPARTMENT RECORDS MUST BE IN DEPTNO ORDER, AS THIS     *
072800*  PROGRAM WRITES THEM.                                          *
072900*****************************************************************
073000 3000-LOAD-PRIOR-BASIS.
073100     OPEN INPUT DEPTGBPV.
073200     IF WS-DEPTGBPV-STATUS = '35'
073300         DISPLAY 'DEPTGLAB - NO PRIOR BASIS ON FILE - PRIOR '
073400             'COUNTS ARE ZERO'
073500         SET WS-PRIOR-FILE-ABSENT TO TRUE
073600         GO TO 3000-LOAD-PRIOR-BASIS-EXIT
073700     END-IF.
073800     IF WS-DEPTGBPV-STATUS NOT = '00'
073900         DISPLAY 'DEPTGLAB - OPEN FAILED FOR DEPTGBPV, STATUS = '
074000             WS-DEPTGBPV-STATUS
074100         MOVE 16 TO RETURN-CODE
074200         GO TO 9999-ABEND
074300     END-IF.
074400     MOVE SPACE TO WS-LAST-DEPTNO.
074500     SET WS-NOT-EOF-FILE TO TRUE.
074600     PERFORM 3100-READ-PRIOR
074700         THRU 3100-READ-PRIOR-EXIT.
074800     PERFORM 3200-LOAD-ONE-PRIOR
074900         THRU 3200-LOAD-ONE-PRIOR-EXIT
075000         UNTIL WS-EOF-FILE.
075100     CLOSE DEPTGBPV.
075200 3000-LOAD-PRIOR-BASIS-EXIT.
075300     EXIT.
075400*****************************************************************
075500*  3100-READ-PRIOR                                               *
075600*****************************************************************
075700 3100-READ-PRIOR.
075800     READ DEPTGBPV
075900         AT END
076000             SET WS-EOF-FILE TO TRUE
076100         NOT AT END
076200             ADD 1 TO WS-PRIOR-READ
076300     END-READ.
076400     IF NOT WS-EOF-FILE AND WS-DEPTGBPV-STATUS NOT = '00'
076500         DISPLAY 'DEPTGLAB - ERROR READING DEPTGBPV, STATUS = '
076600             WS-DEPTGBPV-STATUS
076700         MOVE 16 TO RETURN-CODE
076800         GO TO 9999-ABEND
076900     END-IF.
077000 3100-READ-PRIOR-EXIT.
077100     EXIT.
077200*****************************************************************
077300*  3200-LOAD-ONE-PRIOR                                           *
077400*  AN ALLOCATED DEPARTMENT'S PRIOR HEADCOUNT GOES TO ITS COST    *
077500*  CENTER; THE REST IS LAST MONTH'S UNALLOCATED HEADCOUNT.       *
077600*****************************************************************
077700 3200-LOAD-ONE-PRIOR.
077800     IF WS-PRIOR-READ = 1
077900         MOVE PB-PERIOD-END TO WS-PRIOR-PERIOD-END
078000         IF WS-PRIOR-PERIOD-END NOT < WS-PERIOD-END
078100             DISPLAY 'DEPTGLAB - DEPTGBPV IS FOR PERIOD END '
078200                 WS-PRIOR-PERIOD-END ', NOT BEFORE '
078300                 WS-PERIOD-END
078400             MOVE 16 TO RETURN-CODE
078500             GO TO 9999-ABEND
078600         END-IF
078700     END-IF.
078800     IF PB-NO-DEPT1-ROW
078900         ADD PB-HEADCOUNT TO WS-PRIOR-UNALLOC-HEADCOUNT
079000         GO TO 3200-READ-NEXT
079100     END-IF.
079200     IF WS-PRIOR-COUNT >= WS-PRIOR-MAX-ENTRIES
079300         DISPLAY 'DEPTGLAB - PRIOR BASIS TABLE FULL AT '
079400             WS-PRIOR-MAX-ENTRIES ' ENTRIES'
079500         MOVE 16 TO RETURN-CODE
079600         GO TO 9999-ABEND
079700     END-IF.
079800     IF WS-PRIOR-COUNT > ZERO
079900             AND PB-DEPTNO NOT > WS-LAST-DEPTNO
080000         DISPLAY 'DEPTGLAB - DEPTGBPV OUT OF DEPTNO SEQUENCE AT '
080100             PB-DEPTNO
080200         MOVE 16 TO RETURN-CODE
080300         GO TO 9999-ABEND
080400     END-IF.
080500     ADD 1 TO WS-PRIOR-COUNT.
080600     SET PV-IDX TO WS-PRIOR-COUNT.
080700     MOVE PB-DEPTNO     TO WS-PRIOR-DEPTNO(PV-IDX).
080800     MOVE PB-DEPTNAME   TO WS-PRIOR-DEPTNAME(PV-IDX).
080900     MOVE PB-COSTCTR    TO WS-PRIOR-COSTCTR(PV-IDX).
081000     MOVE PB-BUDGCODE   TO WS-PRIOR-BUDGCODE(PV-IDX).
081100     MOVE PB-HEADCOUNT  TO WS-PRIOR-HEADCOUNT(PV-IDX).
081200     MOVE PB-STATUS     TO WS-PRIOR-STATUS(PV-IDX).
081300     MOVE PB-DEPTNO     TO WS-LAST-DEPTNO.
081400     IF PB-ALLOCATED
081500         ADD PB-HEADCOUNT TO WS-PRIOR-ALLOC-HEADCOUNT
081600         MOVE PB-COSTCTR  TO WS-FIND-COSTCTR
081700         MOVE PB-BUDGCODE TO WS-FIND-BUDGCODE
081800         PERFORM 3500-FIND-OR-ADD-CC
081900             THRU 3500-FIND-OR-ADD-CC-EXIT
082000         ADD PB-HEADCOUNT TO WS-CC-PRIOR(CC-IDX)
082100     ELSE
082200         ADD PB-HEADCOUNT TO WS-PRIOR-UNALLOC-HEADCOUNT
082300     END-IF.
082400 3200-READ-NEXT.
082500     PERFORM 3100-READ-PRIOR
082600         THRU 3100-READ-PRIOR-EXIT.
082700 3200-LOAD-ONE-PRIOR-EXIT.
082800     EXIT.
082900*****************************************************************
083000*  3500-FIND-OR-ADD-CC                                           *
083100*  LEAVES CC-IDX ON THE ENTRY FOR WS-FIND-KEY, SLOTTING A NEW    *
083200*  ENTRY IN AFTER EVERY KEY THAT SORTS BELOW IT.                 *
083300*****************************************************************
083400 3500-FIND-OR-ADD-CC.
083500     SET WS-CC-NOT-FOUND TO TRUE.
083600     IF WS-CC-COUNT > ZERO
083700         SEARCH ALL WS-CC-ENTRY
083800             AT END
083900                 CONTINUE
084000             WHEN WS-CC-KEY(CC-IDX) = WS-FIND-KEY
084100                 SET WS-CC-FOUND TO TRUE
084200         END-SEARCH
084300     END-IF.
084400     IF WS-CC-FOUND
084500         GO TO 3500-FIND-OR-ADD-CC-EXIT
084600     END-IF.
084700     IF WS-CC-COUNT >= WS-CC-MAX-ENTRIES
084800         DISPLAY 'DEPTGLAB - COST-CENTER TOTALS TABLE FULL AT '
084900             WS-CC-MAX-ENTRIES ' ENTRIES'
085000         MOVE 16 TO RETURN-CODE
085100         GO TO 9999-ABEND
085200     END-IF.
085300     MOVE ZERO TO WS-LOWER-COUNT.
085400     PERFORM 3510-COUNT-LOWER-KEY
085500         THRU 3510-COUNT-LOWER-KEY-EXIT
085600         VARYING CC-IDX FROM 1 BY 1
085700         UNTIL CC-IDX > WS-CC-COUNT.
085800     COMPUTE WS-SLOT = WS-LOWER-COUNT + 1.
085900     MOVE WS-CC-COUNT TO WS-SHIFT-START.
086000     ADD 1 TO WS-CC-COUNT.
086100     PERFORM 3520-SHIFT-ONE-UP
086200         THRU 3520-SHIFT-ONE-UP-EXIT
086300         VARYING WS-SHIFT FROM WS-SHIFT-START BY -1
086400         UNTIL WS-SHIFT < WS-SLOT.
086500     SET CC-IDX TO WS-SLOT.
086600     MOVE WS-FIND-KEY TO WS-CC-KEY(CC-IDX).
086700     MOVE ZERO        TO WS-CC-CURRENT(CC-IDX).
086800     MOVE ZERO        TO WS-CC-PRIOR(CC-IDX).
086900 3500-FIND-OR-ADD-CC-EXIT.
087000     EXIT.
087100*****************************************************************
087200*  3510-COUNT-LOWER-KEY                                          *
087300*****************************************************************
087400 3510-COUNT-LOWER-KEY.
087500     IF WS-CC-KEY(CC-IDX) < WS-FIND-KEY
087600         ADD 1 TO WS-LOWER-COUNT
087700     END-IF.
087800 3510-COUNT-LOWER-KEY-EXIT.
087900     EXIT.
088000*****************************************************************
088100*  3520-SHIFT-ONE-UP                                             *
088200*****************************************************************
088300 3520-SHIFT-ONE-UP.
088400     COMPUTE WS-SHIFT-TO = WS-SHIFT + 1.
088500     MOVE WS-CC-ENTRY(WS-SHIFT) TO WS-CC-ENTRY(WS-SHIFT-TO).
088600 3520-SHIFT-ONE-UP-EXIT.
088700     EXIT.
088800*****************************************************************
088900*  4000-WRITE-INTERFACE                                          *
089000*  THE GL'S ALLOCATION-BASIS FILE: A HEADER, ONE DETAIL PER      *
089100*  COST CENTER AND BUDGET CODE WITH HEADCOUNT THIS PERIOD, IN    *
089200*  KEY ORDER, AND A TRAILER THE GL FOOTS BEFORE IT LOADS.        *
089300*  ALLOCATED PLUS UNALLOCATED ON THE TRAILER IS ACTIVE EMPLOYEES.*
089400*****************************************************************
089500 4000-WRITE-INTERFACE.
089600     MOVE SPACE TO DEPT-GL-ALLOC-REC.
089700     SET GA-TYPE-HEADER TO TRUE.
089800     MOVE 'DEPTGLAB'    TO GA-H-SOURCE.
089900     MOVE WS-GL-PERIOD  TO GA-H-PERIOD.
090000     MOVE WS-PERIOD-END TO GA-H-PERIOD-END.
090100     MOVE WS-TODAY      TO GA-H-CREATED-DATE.
090200     PERFORM 4200-WRITE-GL-RECORD
090300         THRU 4200-WRITE-GL-RECORD-EXIT.
090400     PERFORM 4100-WRITE-ONE-DETAIL
090500         THRU 4100-WRITE-ONE-DETAIL-EXIT
090600         VARYING CC-IDX FROM 1 BY 1
090700         UNTIL CC-IDX > WS-CC-COUNT.
090800     MOVE SPACE TO DEPT-GL-ALLOC-REC.
090900     SET GA-TYPE-TRAILER TO TRUE.
091000     MOVE WS-GL-PERIOD         TO GA-T-PERIOD.
091100     MOVE WS-DETAIL-COUNT      TO GA-T-DETAIL-COUNT.
091200     MOVE WS-ALLOC-HEADCOUNT   TO GA-T-HEADCOUNT-TOTAL.
091300     MOVE WS-UNALLOC-HEADCOUNT TO GA-T-UNALLOC-COUNT.
091400     MOVE WS-EMPS-ACTIVE       TO GA-T-ACTIVE-EMPS.
091500     PERFORM 4200-WRITE-GL-RECORD
091600         THRU 4200-WRITE-GL-RECORD-EXIT.
091700 4000-WRITE-INTERFACE-EXIT.
091800     EXIT.
091900*****************************************************************
092000*  4100-WRITE-ONE-DETAIL                                         *
092100*  A KEY WITH NOBODY IN IT THIS PERIOD (ONLY LAST MONTH'S FILE   *
092200*  HAD IT) IS LEFT OFF THE INTERFACE BUT STILL REPORTED BELOW.   *
092300*****************************************************************
092400 4100-WRITE-ONE-DETAIL.
092500     IF WS-CC-CURRENT(CC-IDX) = ZERO
092600         GO TO 4100-WRITE-ONE-DETAIL-EXIT
092700     END-IF.
092800     MOVE SPACE TO DEPT-GL-ALLOC-REC.
092900     SET GA-TYPE-DETAIL TO TRUE.
093000     MOVE WS-GL-PERIOD           TO GA-D-PERIOD.
093100     MOVE WS-CC-COSTCTR(CC-IDX)  TO GA-D-COSTCTR.
093200     MOVE WS-CC-BUDGCODE(CC-IDX) TO GA-D-BUDGCODE.
093300     MOVE WS-CC-CURRENT(CC-IDX)  TO GA-D-HEADCOUNT.
093400     PERFORM 4200-WRITE-GL-RECORD
093500         THRU 4200-WRITE-GL-RECORD-EXIT.
093600     ADD 1 TO WS-DETAIL-COUNT.
093700 4100-WRITE-ONE-DETAIL-EXIT.
093800     EXIT.
093900*****************************************************************
094000*  4200-WRITE-GL-RECORD                                          *
094100*****************************************************************
094200 4200-WRITE-GL-RECORD.
094300     WRITE DEPT-GL-ALLOC-REC.
094400     IF WS-DEPTGLIF-STATUS NOT = '00'
094500         DISPLAY 'DEPTGLAB - WRITE FAILED FOR DEPTGLIF, STATUS = '
094600             WS-DEPTGLIF-STATUS
094700         MOVE 16 TO RETURN-CODE
094800         GO TO 9999-ABEND
094900     END-IF.
095000 4200-WRITE-GL-RECORD-EXIT.
095100     EXIT.
095200*****************************************************************
095300*  4500-WRITE-BASIS                                              *
095400*  THIS PERIOD'S BASIS BY DEPARTMENT, IN DEPTNO ORDER, THEN ONE  *
095500*  RECORD PER WORKDEPT THAT HAD NO DEPT1 ROW.  THE JOB KEEPS IT  *
095600*  AND PASSES IT BACK AS DEPTGBPV NEXT MONTH.                    *
095700*****************************************************************
095800 4500-WRITE-BASIS.
095900     PERFORM 4510-WRITE-DEPT-BASIS
096000         THRU 4510-WRITE-DEPT-BASIS-EXIT
096100         VARYING DT-IDX FROM 1 BY 1
096200         UNTIL DT-IDX > DT-ENTRY-COUNT.
096300     PERFORM 4520-WRITE-NO-DEPT1-BASIS
096400         THRU 4520-WRITE-NO-DEPT1-BASIS-EXIT
096500         VARYING UN-IDX FROM 1 BY 1
096600         UNTIL UN-IDX > WS-UNM-COUNT.
096700 4500-WRITE-BASIS-EXIT.
096800     EXIT.
096900*****************************************************************
097000*  4510-WRITE-DEPT-BASIS                                         *
097100*****************************************************************
097200 4510-WRITE-DEPT-BASIS.
097300     SET HC-IDX TO DT-IDX.
097400     MOVE SPACE TO DEPT-GL-BASIS-REC.
097500     MOVE WS-PERIOD-END             TO GB-PERIOD-END.
097600     MOVE DT-DEPTNO(DT-IDX)         TO GB-DEPTNO.
097700     MOVE DT-DEPTNAME(DT-IDX)       TO GB-DEPTNAME.
097800     MOVE DT-COSTCTR(DT-IDX)        TO GB-COSTCTR.
097900     MOVE DT-BUDGCODE(DT-IDX)       TO GB-BUDGCODE.
098000     MOVE WS-DEPT-HEADCOUNT(HC-IDX) TO GB-HEADCOUNT.
098100     MOVE WS-DEPT-STATUS(HC-IDX)    TO GB-STATUS.
098200     PERFORM 4600-WRITE-BASIS-RECORD
098300         THRU 4600-WRITE-BASIS-RECORD-EXIT.
098400 4510-WRITE-DEPT-BASIS-EXIT.
098500     EXIT.
098600*****************************************************************
098700*  4520-WRITE-NO-DEPT1-BASIS                                     *
098800*****************************************************************
098900 4520-WRITE-NO-DEPT1-BASIS.
099000     MOVE SPACE TO DEPT-GL-BASIS-REC.
099100     MOVE WS-PERIOD-END             TO GB-PERIOD-END.
099200     MOVE WS-UNM-WORKDEPT(UN-IDX)   TO GB-DEPTNO.
099300     MOVE WS-UNM-HEADCOUNT(UN-IDX)  TO GB-HEADCOUNT.
099400     SET GB-NO-DEPT1-ROW TO TRUE.
099500     PERFORM 4600-WRITE-BASIS-RECORD
099600         THRU 4600-WRITE-BASIS-RECORD-EXIT.
099700 4520-WRITE-NO-DEPT1-BASIS-EXIT.
099800     EXIT.
099900*****************************************************************
100000*  4600-WRITE-BASIS-RECORD                                       *
100100*****************************************************************
100200 4600-WRITE-BASIS-RECORD.
100300     WRITE DEPT-GL-BASIS-REC.
100400     IF WS-DEPTGBAS-STATUS NOT = '00'
100500         DISPLAY 'DEPTGLAB - WRITE FAILED FOR DEPTGBAS, STATUS = '
100600             WS-DEPTGBAS-STATUS
100700         MOVE 16 TO RETURN-CODE
100800         GO TO 9999-ABEND
100900     END-IF.
101000     ADD 1 TO WS-BASIS-WRITTEN.
101100 4600-WRITE-BASIS-RECORD-EXIT.
101200     EXIT.
101300*****************************************************************
101400*  5000-WRITE-VARIANCE                                           *
101500*  ONE LINE PER COST CENTER AND BUDGET CODE IN EITHER MONTH,     *
101600*  FOLLOWED BY THE DEPARTMENTS THAT MOVED ITS COUNT.  WITH NO    *
101700*  PRIOR BASIS THERE IS NOTHING TO COMPARE, SO NO DEPARTMENT     *
101800*  LINES ARE SHOWN.                                              *
101900*****************************************************************
102000 5000-WRITE-VARIANCE.
102100     MOVE SPACE TO DEPT-GL-VAR-RPT-REC.
102200     WRITE DEPT-GL-VAR-RPT-REC.
102300     IF WS-PRIOR-FILE-ABSENT
102400         MOVE 'NO PRIOR BASIS - PRIOR COUNTS ZERO' TO GV-TEXT
102500     ELSE
102600         STRING 'COMPARED WITH BASIS AS OF '
102700             WS-PRIOR-PERIOD-END
102800             DELIMITED BY SIZE INTO GV-TEXT
102900     END-IF.
103000     WRITE DEPT-GL-VAR-RPT-REC.
103100     MOVE SPACE TO DEPT-GL-VAR-RPT-REC.
103200     WRITE DEPT-GL-VAR-RPT-REC.
103300     PERFORM 5100-VARIANCE-ONE-CC
103400         THRU 5100-VARIANCE-ONE-CC-EXIT
103500         VARYING CC-IDX FROM 1 BY 1
103600         UNTIL CC-IDX > WS-CC-COUNT.
103700 5000-WRITE-VARIANCE-EXIT.
103800     EXIT.
103900*****************************************************************
104000*  5100-VARIANCE-ONE-CC                                          *
104100*****************************************************************
104200 5100-VARIANCE-ONE-CC.
104300     MOVE SPACE TO DEPT-GL-VAR-RPT-REC.
104400     MOVE WS-CC-COSTCTR(CC-IDX)  TO GV-COSTCTR.
104500     MOVE WS-CC-BUDGCODE(CC-IDX) TO GV-BUDGCODE.
104600     MOVE WS-CC-COSTCTR(CC-IDX)  TO WS-FIND-COSTCTR.
104700     PERFORM 7700-FIND-GLCC
104800         THRU 7700-FIND-GLCC-EXIT.
104900     IF WS-GLCC-FOUND
105000         MOVE WS-GLCC-DESCRIPTION(GC-IDX) TO GV-TEXT
105100     END-IF.
105200     MOVE WS-CC-PRIOR(CC-IDX)    TO GV-PRIOR-COUNT.
105300     MOVE WS-CC-CURRENT(CC-IDX)  TO GV-CURRENT-COUNT.
105400     COMPUTE WS-CHANGE =
105500         WS-CC-CURRENT(CC-IDX) - WS-CC-PRIOR(CC-IDX).
105600     MOVE WS-CHANGE              TO GV-CHANGE-COUNT.
105700     IF WS-CC-PRIOR(CC-IDX) = ZERO
105800         MOVE 'NEW THIS MONTH'   TO GV-NOTE
105900     END-IF.
106000     IF WS-CC-CURRENT(CC-IDX) = ZERO
106100         MOVE 'NONE THIS MONTH'  TO GV-NOTE
106200     END-IF.
106300     WRITE DEPT-GL-VAR-RPT-REC.
106400     IF WS-PRIOR-FILE-ABSENT
106500         GO TO 5100-VARIANCE-ONE-CC-EXIT
106600     END-IF.
106700     PERFORM 5200-CURRENT-DRIVER
106800         THRU 5200-CURRENT-DRIVER-EXIT
106900         VARYING DT-IDX FROM 1 BY 1
107000         UNTIL DT-IDX > DT-ENTRY-COUNT.
107100     PERFORM 5300-PRIOR-DRIVER
107200         THRU 5300-PRIOR-DRIVER-EXIT
107300         VARYING PV-IDX FROM 1 BY 1
107400         UNTIL PV-IDX > WS-PRIOR-COUNT.
107500 5100-VARIANCE-ONE-CC-EXIT.
107600     EXIT.
107700*****************************************************************
107800*  5200-CURRENT-DRIVER                                           *
107900*  A DEPARTMENT ALLOCATED TO THIS KEY NOW.  ITS CHANGE IS ITS    *
108000*  HEADCOUNT NOW LESS WHAT IT BROUGHT TO THIS SAME KEY LAST      *
108100*  MONTH -- ALL OF IT WHEN IT CAME FROM ELSEWHERE.               *
108200*****************************************************************
108300 5200-CURRENT-DRIVER.
108400     SET HC-IDX TO DT-IDX.
108500     IF NOT WS-DEPT-ALLOCATED(HC-IDX)
108600             OR DT-COSTCTR(DT-IDX)  NOT = WS-CC-COSTCTR(CC-IDX)
108700             OR DT-BUDGCODE(DT-IDX) NOT = WS-CC-BUDGCODE(CC-IDX)
108800         GO TO 5200-CURRENT-DRIVER-EXIT
108900     END-IF.
109000     MOVE WS-DEPT-HEADCOUNT(HC-IDX) TO WS-CURRENT-IN-KEY.
109100     MOVE ZERO TO WS-PRIOR-IN-KEY.
109200     MOVE SPACE TO WS-DRIVER-NOTE.
109300     MOVE DT-DEPTNO(DT-IDX) TO WS-FIND-DEPTNO.
109400     PERFORM 7600-FIND-PRIOR
109500         THRU 7600-FIND-PRIOR-EXIT.
109600     IF WS-PRIOR-NOT-FOUND
109700         MOVE 'NEW DEPARTMENT' TO WS-DRIVER-NOTE
109800         GO TO 5200-SET-CHANGE
109900     END-IF.
110000     IF NOT WS-PRIOR-ALLOCATED(PV-IDX)
110100         MOVE 'WAS UNALLOCATED' TO WS-DRIVER-NOTE
110200         GO TO 5200-SET-CHANGE
110300     END-IF.
110400     IF WS-PRIOR-COSTCTR(PV-IDX) NOT = WS-CC-COSTCTR(CC-IDX)
110500         STRING 'MOVED IN FROM ' WS-PRIOR-COSTCTR(PV-IDX)
110600             DELIMITED BY SIZE INTO WS-DRIVER-NOTE
110700         GO TO 5200-SET-CHANGE
110800     END-IF.
110900     IF WS-PRIOR-BUDGCODE(PV-IDX) NOT = WS-CC-BUDGCODE(CC-IDX)
111000         STRING 'BUDGCODE WAS ' WS-PRIOR-BUDGCODE(PV-IDX)
111100             DELIMITED BY SIZE INTO WS-DRIVER-NOTE
111200         GO TO 5200-SET-CHANGE
111300     END-IF.
111400     MOVE 'HEADCOUNT CHANGE' TO WS-DRIVER-NOTE.
111500     MOVE WS-PRIOR-HEADCOUNT(PV-IDX) TO WS-PRIOR-IN-KEY.
111600 5200-SET-CHANGE.
111700     COMPUTE WS-CHANGE = WS-CURRENT-IN-KEY - WS-PRIOR-IN-KEY.
111800     IF WS-CHANGE = ZERO
111900         GO TO 5200-CURRENT-DRIVER-EXIT
112000     END-IF.
112100     MOVE DT-DEPTNO(DT-IDX)   TO WS-DRIVER-DEPTNO.
112200     MOVE DT-DEPTNAME(DT-IDX) TO WS-DRIVER-DEPTNAME.
112300     PERFORM 5400-WRITE-DRIVER
112400         THRU 5400-WRITE-DRIVER-EXIT.
112500 5200-CURRENT-DRIVER-EXIT.
112600     EXIT.
112700*****************************************************************
112800*  5300-PRIOR-DRIVER                                             *
112900*  A DEPARTMENT ALLOCATED TO THIS KEY LAST MONTH THAT IS NOT IN  *
113000*  IT NOW.  EVERYTHING IT BROUGHT LAST MONTH HAS GONE.  ONE      *
113100*  STILL IN THE KEY WAS SHOWN BY 5200-CURRENT-DRIVER.            *
113200*****************************************************************
113300 5300-PRIOR-DRIVER.
113400     IF NOT WS-PRIOR-ALLOCATED(PV-IDX)
113500             OR WS-PRIOR-COSTCTR(PV-IDX)  NOT =
113600                WS-CC-COSTCTR(CC-IDX)
113700             OR WS-PRIOR-BUDGCODE(PV-IDX) NOT =
113800                WS-CC-BUDGCODE(CC-IDX)
113900             OR WS-PRIOR-HEADCOUNT(PV-IDX) = ZERO
114000         GO TO 5300-PRIOR-DRIVER-EXIT
114100     END-IF.
114200     MOVE WS-PRIOR-HEADCOUNT(PV-IDX) TO WS-PRIOR-IN-KEY.
114300     MOVE ZERO TO WS-CURRENT-IN-KEY.
114400     MOVE SPACE TO WS-DRIVER-NOTE.
114500     MOVE WS-PRIOR-DEPTNO(PV-IDX)   TO WS-DRIVER-DEPTNO.
114600     MOVE WS-PRIOR-DEPTNAME(PV-IDX) TO WS-DRIVER-DEPTNAME.
114700     MOVE WS-PRIOR-DEPTNO(PV-IDX)   TO WS-FIND-DEPTNO.
114800     PERFORM 7500-FIND-DEPT
114900         THRU 7500-FIND-DEPT-EXIT.
115000     IF WS-DEPT-NOT-FOUND
115100         MOVE 'NO LONGER ON DEPT1' TO WS-DRIVER-NOTE
115200         GO TO 5300-SET-CHANGE
115300     END-IF.
115400     SET HC-IDX TO DT-IDX.
115500     MOVE DT-DEPTNAME(DT-IDX) TO WS-DRIVER-DEPTNAME.
115600     IF NOT WS-DEPT-ALLOCATED(HC-IDX)
115700         MOVE 'NOW UNALLOCATED' TO WS-DRIVER-NOTE
115800         GO TO 5300-SET-CHANGE
115900     END-IF.
116000     IF DT-COSTCTR(DT-IDX) NOT = WS-CC-COSTCTR(CC-IDX)
116100         STRING 'MOVED OUT TO ' DT-COSTCTR(DT-IDX)
116200             DELIMITED BY SIZE INTO WS-DRIVER-NOTE
116300         GO TO 5300-SET-CHANGE
116400     END-IF.
116500     IF DT-BUDGCODE(DT-IDX) NOT = WS-CC-BUDGCODE(CC-IDX)
116600         STRING 'BUDGCODE NOW ' DT-BUDGCODE(DT-IDX)
116700             DELIMITED BY SIZE INTO WS-DRIVER-NOTE
116800         GO TO 5300-SET-CHANGE
116900     END-IF.
117000     GO TO 5300-PRIOR-DRIVER-EXIT.
117100 5300-SET-CHANGE.
117200     COMPUTE WS-CHANGE = WS-CURRENT-IN-KEY - WS-PRIOR-IN-KEY.
117300     PERFORM 5400-WRITE-DRIVER
117400         THRU 5400-WRITE-DRIVER-EXIT.
117500 5300-PRIOR-DRIVER-EXIT.
117600     EXIT.
117700*****************************************************************
117800*  5400-WRITE-DRIVER                                             *
117900*****************************************************************
118000 5400-WRITE-DRIVER.
118100     MOVE SPACE TO DEPT-GL-VAR-RPT-REC.
118200     MOVE WS-DRIVER-DEPTNO   TO GV-DEPTNO.
118300     MOVE WS-DRIVER-DEPTNAME TO GV-TEXT.
118400     MOVE WS-PRIOR-IN-KEY    TO GV-PRIOR-COUNT.
118500     MOVE WS-CURRENT-IN-KEY  TO GV-CURRENT-COUNT.
118600     MOVE WS-CHANGE          TO GV-CHANGE-COUNT.
118700     MOVE WS-DRIVER-NOTE     TO GV-NOTE.
118800     WRITE DEPT-GL-VAR-RPT-REC.
118900 5400-WRITE-DRIVER-EXIT.
119000     EXIT.
119100*****************************************************************
119200*  6000-WRITE-UNALLOCATED                                        *
119300*  EVERY DEPARTMENT WHOSE COST CENTER IS BLANK, NOT ON THE GL    *
119400*  LIST OR CLOSED ON IT, THEN EVERY WORKDEPT WITH NO DEPT1 ROW   *
119500*  AND THE ACTIVE EMPLOYEES IN IT.  NONE OF THIS HEADCOUNT IS ON *
119600*  THE INTERFACE EXCEPT IN THE TRAILER'S UNALLOCATED COUNT.      *
119700*****************************************************************
119800 6000-WRITE-UNALLOCATED.
119900     MOVE SPACE TO DEPT-GL-VAR-RPT-REC.
120000     WRITE DEPT-GL-VAR-RPT-REC.
120100     MOVE 'UNALLOCATED HEADCOUNT' TO GV-TEXT.
120200     WRITE DEPT-GL-VAR-RPT-REC.
120300     MOVE SPACE TO DEPT-GL-VAR-RPT-REC.
120400     WRITE DEPT-GL-VAR-RPT-REC.
120500     IF WS-DEPTS-UNALLOCATED = ZERO AND WS-UNM-COUNT = ZERO
120600         MOVE 'NONE' TO GV-TEXT
120700         WRITE DEPT-GL-VAR-RPT-REC
120800         GO TO 6000-WRITE-UNALLOCATED-EXIT
120900     END-IF.
121000     PERFORM 6100-UNALLOCATED-DEPT
121100         THRU 6100-UNALLOCATED-DEPT-EXIT
121200         VARYING DT-IDX FROM 1 BY 1
121300         UNTIL DT-IDX > DT-ENTRY-COUNT.
121400     PERFORM 6200-UNMATCHED-WORKDEPT
121500         THRU 6200-UNMATCHED-WORKDEPT-EXIT
121600         VARYING UN-IDX FROM 1 BY 1
121700         UNTIL UN-IDX > WS-UNM-COUNT.
121800 6000-WRITE-UNALLOCATED-EXIT.
121900     EXIT.
122000*****************************************************************
122100*  6100-UNALLOCATED-DEPT                                         *
122200*  LISTED EVEN WITH NOBODY IN IT -- THE COST CENTER STILL WANTS  *
122300*  FIXING BEFORE SOMEBODY IS.                                    *
122400*****************************************************************
122500 6100-UNALLOCATED-DEPT.
122600     SET HC-IDX TO DT-IDX.
122700     IF WS-DEPT-ALLOCATED(HC-IDX)
122800         GO TO 6100-UNALLOCATED-DEPT-EXIT
122900     END-IF.
123000     MOVE SPACE TO DEPT-GL-VAR-RPT-REC.
123100     MOVE DT-COSTCTR(DT-IDX)        TO GV-COSTCTR.
123200     MOVE DT-BUDGCODE(DT-IDX)       TO GV-BUDGCODE.
123300     MOVE DT-DEPTNO(DT-IDX)         TO GV-DEPTNO.
123400     MOVE DT-DEPTNAME(DT-IDX)       TO GV-TEXT.
123500     MOVE WS-DEPT-HEADCOUNT(HC-IDX) TO GV-CURRENT-COUNT.
123600     EVALUATE TRUE
123700         WHEN WS-DEPT-BLANK-CC(HC-IDX)
123800             MOVE 'BLANK COST CENTER'    TO GV-NOTE
123900         WHEN WS-DEPT-CC-NOT-ON-GL(HC-IDX)
124000             MOVE 'COSTCTR NOT ON GL'    TO GV-NOTE
124100         WHEN WS-DEPT-CC-CLOSED(HC-IDX)
124200             MOVE 'COSTCTR CLOSED ON GL' TO GV-NOTE
124300     END-EVALUATE.
124400     WRITE DEPT-GL-VAR-RPT-REC.
124500 6100-UNALLOCATED-DEPT-EXIT.
124600     EXIT.
124700*****************************************************************
124800*  6200-UNMATCHED-WORKDEPT                                       *
124900*****************************************************************
125000 6200-UNMATCHED-WORKDEPT.
125100     MOVE SPACE TO DEPT-GL-VAR-RPT-REC.
125200     MOVE WS-UNM-WORKDEPT(UN-IDX)  TO GV-DEPTNO.
125300     MOVE 'WORKDEPT NOT ON DEPT1'  TO GV-TEXT.
125400     MOVE WS-UNM-HEADCOUNT(UN-IDX) TO GV-CURRENT-COUNT.
125500     MOVE 'NO DEPT1 ROW'           TO GV-NOTE.
125600     WRITE DEPT-GL-VAR-RPT-REC.
125700     PERFORM 6300-UNMATCHED-EMPLOYEE
125800         THRU 6300-UNMATCHED-EMPLOYEE-EXIT
125900         VARYING UE-IDX FROM 1 BY 1
126000         UNTIL UE-IDX > WS-UNME-COUNT.
126100 6200-UNMATCHED-WORKDEPT-EXIT.
126200     EXIT.
126300*****************************************************************
126400*  6300-UNMATCHED-EMPLOYEE                                       *
126500*****************************************************************
126600 6300-UNMATCHED-EMPLOYEE.
126700     IF WS-UNME-WORKDEPT(UE-IDX) NOT = WS-UNM-WORKDEPT(UN-IDX)
126800         GO TO 6300-UNMATCHED-EMPLOYEE-EXIT
126900     END-IF.
127000     MOVE SPACE TO DEPT-GL-VAR-RPT-REC.
127100     STRING ' ' WS-UNME-EMPNO(UE-IDX)
127200            ' ' WS-UNME-LASTNAME(UE-IDX)
127300            ' ' WS-UNME-FIRSTNME(UE-IDX)
127400         DELIMITED BY SIZE INTO GV-TEXT.
127500     WRITE DEPT-GL-VAR-RPT-REC.
127600 6300-UNMATCHED-EMPLOYEE-EXIT.
127700     EXIT.
127800*****************************************************************
127900*  7000-WRITE-TOTALS                                             *
128000*  CONTROL TOTALS.  ALLOCATED PLUS UNALLOCATED IS ACTIVE         *
128100*  EMPLOYEES IN BOTH MONTHS, AS ON THE INTERFACE TRAILER.        *
128200*****************************************************************
128300 7000-WRITE-TOTALS.
128400     MOVE SPACE TO DEPT-GL-VAR-RPT-REC.
128500     WRITE DEPT-GL-VAR-RPT-REC.
128600     MOVE 'CONTROL TOTALS' TO GV-TEXT.
128700     WRITE DEPT-GL-VAR-RPT-REC.
128800     MOVE SPACE TO DEPT-GL-VAR-RPT-REC.
128900     WRITE DEPT-GL-VAR-RPT-REC.
129000     MOVE 'ALLOCATED HEADCOUNT'        TO WS-TOTAL-TEXT.
129100     MOVE WS-PRIOR-ALLOC-HEADCOUNT     TO WS-TOTAL-PRIOR.
129200     MOVE WS-ALLOC-HEADCOUNT           TO WS-TOTAL-CURRENT.
129300     PERFORM 7100-WRITE-TOTAL-LINE
129400         THRU 7100-WRITE-TOTAL-LINE-EXIT.
129500     MOVE 'UNALLOCATED HEADCOUNT'      TO WS-TOTAL-TEXT.
129600     MOVE WS-PRIOR-UNALLOC-HEADCOUNT   TO WS-TOTAL-PRIOR.
129700     MOVE WS-UNALLOC-HEADCOUNT         TO WS-TOTAL-CURRENT.
129800     PERFORM 7100-WRITE-TOTAL-LINE
129900         THRU 7100-WRITE-TOTAL-LINE-EXIT.
130000     MOVE 'ACTIVE EMPLOYEES'           TO WS-TOTAL-TEXT.
130100     COMPUTE WS-TOTAL-PRIOR =
130200         WS-PRIOR-ALLOC-HEADCOUNT + WS-PRIOR-UNALLOC-HEADCOUNT.
130300     MOVE WS-EMPS-ACTIVE               TO WS-TOTAL-CURRENT.
130400     PERFORM 7100-WRITE-TOTAL-LINE
130500         THRU 7100-WRITE-TOTAL-LINE-EXIT.
130600     MOVE 'GL DETAIL RECORDS'          TO WS-TOTAL-TEXT.
130700     MOVE WS-DETAIL-COUNT              TO WS-TOTAL-CURRENT.
130800     PERFORM 7150-WRITE-COUNT-LINE
130900         THRU 7150-WRITE-COUNT-LINE-EXIT.
131000     MOVE 'DEPARTMENTS AS OF PERIOD END' TO WS-TOTAL-TEXT.
131100     MOVE DT-ENTRY-COUNT               TO WS-TOTAL-CURRENT.
131200     PERFORM 7150-WRITE-COUNT-LINE
131300         THRU 7150-WRITE-COUNT-LINE-EXIT.
131400     MOVE 'DEPARTMENTS UNALLOCATED'    TO WS-TOTAL-TEXT.
131500     MOVE WS-DEPTS-UNALLOCATED         TO WS-TOTAL-CURRENT.
131600     PERFORM 7150-WRITE-COUNT-LINE
131700         THRU 7150-WRITE-COUNT-LINE-EXIT.
131800     MOVE 'EMPLOYEES WITH NO DEPT1 ROW' TO WS-TOTAL-TEXT.
131900     MOVE WS-EMPS-NO-DEPT1             TO WS-TOTAL-CURRENT.
132000     PERFORM 7150-WRITE-COUNT-LINE
132100         THRU 7150-WRITE-COUNT-LINE-EXIT.
132200 7000-WRITE-TOTALS-EXIT.
132300     EXIT.
132400*****************************************************************
132500*  7100-WRITE-TOTAL-LINE                                         *
132600*****************************************************************
132700 7100-WRITE-TOTAL-LINE.
132800     MOVE SPACE TO DEPT-GL-VAR-RPT-REC.
132900     MOVE WS-TOTAL-TEXT    TO GV-TEXT.
133000     MOVE WS-TOTAL-PRIOR   TO GV-PRIOR-COUNT.
133100     MOVE WS-TOTAL-CURRENT TO GV-CURRENT-COUNT.
133200     COMPUTE WS-CHANGE = WS-TOTAL-CURRENT - WS-TOTAL-PRIOR.
133300     MOVE WS-CHANGE        TO GV-CHANGE-COUNT.
133400     WRITE DEPT-GL-VAR-RPT-REC.
133500 7100-WRITE-TOTAL-LINE-EXIT.
133600     EXIT.
133700*****************************************************************
133800*  7150-WRITE-COUNT-LINE                                         *
133900*****************************************************************
134000 7150-WRITE-COUNT-LINE.
134100     MOVE SPACE TO DEPT-GL-VAR-RPT-REC.
134200     MOVE WS-TOTAL-TEXT    TO GV-TEXT.
134300     MOVE WS-TOTAL-CURRENT TO GV-CURRENT-COUNT.
134400     WRITE DEPT-GL-VAR-RPT-REC.
134500 7150-WRITE-COUNT-LINE-EXIT.
134600     EXIT.
134700*****************************************************************
134800*  7500-FIND-DEPT                                                *
134900*  LEAVES DT-IDX ON THE DEPARTMENT FOR WS-FIND-DEPTNO.           *
135000*****************************************************************
135100 7500-FIND-DEPT.
135200     SET WS-DEPT-NOT-FOUND TO TRUE.
135300     IF DT-ENTRY-COUNT > ZERO
135400         SEARCH ALL DT-ENTRY
135500             AT END
135600                 CONTINUE
135700             WHEN DT-DEPTNO(DT-IDX) = WS-FIND-DEPTNO
135800                 SET WS-DEPT-FOUND TO TRUE
135900         END-SEARCH
136000     END-IF.
136100 7500-FIND-DEPT-EXIT.
136200     EXIT.
136300*****************************************************************
136400*  7600-FIND-PRIOR                                               *
136500*  LEAVES PV-IDX ON LAST MONTH'S RECORD FOR WS-FIND-DEPTNO.      *
136600*****************************************************************
136700 7600-FIND-PRIOR.
136800     SET WS-PRIOR-NOT-FOUND TO TRUE.
136900     IF WS-PRIOR-COUNT > ZERO
137000         SEARCH ALL WS-PRIOR-ENTRY
137100             AT END
137200                 CONTINUE
137300             WHEN WS-PRIOR-DEPTNO(PV-IDX) = WS-FIND-DEPTNO
137400                 SET WS-PRIOR-FOUND TO TRUE
137500         END-SEARCH
137600     END-IF.
137700 7600-FIND-PRIOR-EXIT.
137800     EXIT.
137900*****************************************************************
138000*  7700-FIND-GLCC                                                *
138100*  LEAVES GC-IDX ON THE GL COST CENTER FOR WS-FIND-COSTCTR.      *
138200*****************************************************************
138300 7700-FIND-GLCC.
138400     SET WS-GLCC-NOT-FOUND TO TRUE.
138500     IF WS-GLCC-COUNT > ZERO
138600         SEARCH ALL WS-GLCC-ENTRY
138700             AT END
138800                 CONTINUE
138900             WHEN WS-GLCC-COSTCTR(GC-IDX) = WS-FIND-COSTCTR
139000                 SET WS-GLCC-FOUND TO TRUE
139100         END-SEARCH
139200     END-IF.
139300 7700-FIND-GLCC-EXIT.
139400     EXIT.
139500*****************************************************************
139600*  8000-TERMINATE                                                *
139700*  ANY UNALLOCATED DEPARTMENT OR HEADCOUNT ENDS THE RUN WITH     *
139800*  RETURN CODE 4 SO FINANCE WORKS THE UNALLOCATED SECTION        *
139900*  BEFORE THE GL ALLOCATION IS RUN.                              *
140000*****************************************************************
140100 8000-TERMINATE.
140200     CLOSE DEPTGLIF.
140300     CLOSE DEPTGBAS.
140400     CLOSE DEPTGBRP.
140500     DISPLAY 'DEPTGLAB - ALLOCATION BASIS RUN COMPLETE'.
140600     DISPLAY 'PERIOD END            = ' WS-PERIOD-END.
140700     DISPLAY 'EMPLOYEES READ        = ' WS-EMPS-READ.
140800     DISPLAY 'EMPLOYEES ACTIVE      = ' WS-EMPS-ACTIVE.
140900     DISPLAY 'ALLOCATED HEADCOUNT   = ' WS-ALLOC-HEADCOUNT.
141000     DISPLAY 'UNALLOCATED HEADCOUNT = ' WS-UNALLOC-HEADCOUNT.
141100     DISPLAY 'DEPTS UNALLOCATED     = ' WS-DEPTS-UNALLOCATED.
141200     DISPLAY 'NO DEPT1 ROW EMPS     = ' WS-EMPS-NO-DEPT1.
141300     DISPLAY 'PRIOR RECORDS READ    = ' WS-PRIOR-READ.
141400     DISPLAY 'GL DETAIL RECORDS     = ' WS-DETAIL-COUNT.
141500     DISPLAY 'BASIS RECORDS WRITTEN = ' WS-BASIS-WRITTEN.
141600     IF WS-DEPTS-UNALLOCATED > ZERO
141700             OR WS-UNALLOC-HEADCOUNT > ZERO
141800         MOVE 4 TO RETURN-CODE
141900     END-IF.
142000 8000-TERMINATE-EXIT.
142100     EXIT.
142200*****************************************************************
142300*  9999-ABEND                                                    *
142400*  REACHED ONLY ON A FILE-STATUS, DATA OR SQL ERROR DETECTED     *
142500*  ABOVE.  THE INTERFACE AND BASIS ARE INCOMPLETE AND MUST NOT   *
142600*  BE SENT TO THE GL OR KEPT FOR NEXT MONTH; RERUNNING FROM THE  *
142700*  SAME INPUTS IS SAFE.                                          *
142800*****************************************************************
142900 9999-ABEND.
143000     CLOSE DEPTGBPM.
143100     CLOSE EMPMAST.
143200     CLOSE DEPTGLCC.
143300     CLOSE DEPTGBPV.
143400     CLOSE DEPTGLIF.
143500     CLOSE DEPTGBAS.
143600     CLOSE DEPTGBRP.
143700     DISPLAY 'DEPTGLAB - ABENDING - RETURN-CODE = ' RETURN-CODE.
143800     STOP RUN.
