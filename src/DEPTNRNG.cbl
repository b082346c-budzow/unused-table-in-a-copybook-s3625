000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.      DEPTNRNG.
000300 AUTHOR.          R HOLLOWAY.
000400 INSTALLATION.    DEPARTMENTAL SYSTEMS - DATA ADMINISTRATION.
000500 DATE-WRITTEN.    10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY                                        *
000900*-----------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                                 *
001100*-----------------------------------------------------------*
001200* 10/15/2026  RH   ORIGINAL.  KEEPS THE DEPTNO NUMBER REGISTRY.  *
001300*                  EACH TOP-LEVEL DIVISION IS GRANTED RANGES OF  *
001400*                  CODES, AND EVERY CODE CARRIES ITS STATUS --   *
001500*                  AVAILABLE, RESERVED, ACTIVE, OR RETIRED WITH  *
001600*                  ITS RETIRE DATE AND THE DATE ITS COOLING-OFF  *
001700*                  PERIOD ENDS.  EACH NIGHT, AFTER THE POSTING   *
001800*                  STREAMS, THE RUN MARKS CODES ACTIVE OR        *
001900*                  RETIRED TO MATCH DEPT1, HOLDS THE CODES OF    *
002000*                  PENDING ADDS, APPLIES TONIGHT'S CARDS (GRANT  *
002100*                  A RANGE, HAND OUT THE NEXT FREE CODE, RESERVE *
002200*                  OR RELEASE A CODE), WRITES THE NEW REGISTRY   *
002300*                  THE POSTING STREAMS EDIT ADDS AGAINST, AND    *
002400*                  REPORTS HOW MANY CODES EACH DIVISION HAS      *
002450*                  LEFT.                                         *
002500*****************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.     IBM-370.
002900 OBJECT-COMPUTER.     IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT DEPTNRPM ASSIGN TO "DEPTNRPM"
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS WS-DEPTNRPM-STATUS.
003500     SELECT DEPTNRTX ASSIGN TO "DEPTNRTX"
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-DEPTNRTX-STATUS.
003800     SELECT DEPTNRIN ASSIGN TO "DEPTNRIN"
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-DEPTNRIN-STATUS.
004100     SELECT DEPTNROT ASSIGN TO "DEPTNROT"
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-DEPTNROT-STATUS.
004400     SELECT DEPTPDOT ASSIGN TO "DEPTPDOT"
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-DEPTPDOT-STATUS.
004700     SELECT DEPTNRRP ASSIGN TO "DEPTNRRP"
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-DEPTNRRP-STATUS.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  DEPTNRPM
005300     RECORDING MODE IS F
005400     LABEL RECORDS ARE STANDARD.
005500 COPY DEPT-NREG-PARM-REC.
005600 FD  DEPTNRTX
005700     RECORDING MODE IS F
005800     LABEL RECORDS ARE STANDARD.
005900 COPY DEPT-NREG-TRAN-REC.
006000 FD  DEPTNRIN
006100     RECORDING MODE IS F
006200     LABEL RECORDS ARE STANDARD.
006300 COPY DEPT-NUMBER-REG-REC
006400     REPLACING ==DEPT-NUMBER-REG-REC== BY ==DEPT-NREG-IN-REC==
006500               ==NR-DEPTNO==           BY ==OR-DEPTNO==
006600               ==NR-DIVISION==         BY ==OR-DIVISION==
006700               ==NR-STATUS-AVAILABLE== BY ==OR-STATUS-AVAILABLE==
006800               ==NR-STATUS-RESERVED==  BY ==OR-STATUS-RESERVED==
006900               ==NR-STATUS-ACTIVE==    BY ==OR-STATUS-ACTIVE==
007000               ==NR-STATUS-RETIRED==   BY ==OR-STATUS-RETIRED==
007100               ==NR-STATUS-DATE==      BY ==OR-STATUS-DATE==
007200               ==NR-STATUS==           BY ==OR-STATUS==
007300               ==NR-RETIRE-DATE==      BY ==OR-RETIRE-DATE==
007400               ==NR-REUSE-DATE==       BY ==OR-REUSE-DATE==
007500               ==NR-RESERVED-BY==      BY ==OR-RESERVED-BY==
007600               ==NR-RESERVED-REF==     BY ==OR-RESERVED-REF==.
007700 FD  DEPTNROT
007800     RECORDING MODE IS F
007900     LABEL RECORDS ARE STANDARD.
008000 COPY DEPT-NUMBER-REG-REC.
008100 FD  DEPTPDOT
008200     RECORDING MODE IS F
008300     LABEL RECORDS ARE STANDARD.
008400 COPY DEPT-PENDING-TRAN-REC.
008500 FD  DEPTNRRP
008600     RECORDING MODE IS F
008700     LABEL RECORDS ARE STANDARD.
008800 COPY DEPT-NREG-RPT-REC.
008900 WORKING-STORAGE SECTION.
009000 COPY SQLCA-MINI.
009100 COPY DEPT-TABLE.
009200*****************************************************************
009300*  THE REGISTRY, HELD WHOLE.  IT IS LOADED IN ASCENDING DEPTNO   *
009400*  ORDER AND KEPT THAT WAY -- A GRANTED CODE IS SLOTTED INTO ITS *
009500*  PLACE -- SO IT CAN BE PROBED WITH SEARCH ALL AND WRITTEN BACK *
009600*  OUT IN ORDER.                                                 *
009700*****************************************************************
009800 01  WS-REG-TABLE.
009900     05  WS-REG-MAX-ENTRIES      PIC 9(05) COMP VALUE 3600.
010000     05  WS-REG-COUNT            PIC 9(05) COMP VALUE ZERO.
010100     05  WS-REG-ENTRY
010200             OCCURS 1 TO 3600 TIMES
010300             DEPENDING ON WS-REG-COUNT
010400             ASCENDING KEY IS WS-REG-DEPTNO
010500             INDEXED BY RG-IDX.
010600         10  WS-REG-DEPTNO       PIC X(03).
010700         10  WS-REG-DIVISION     PIC X(03).
010800         10  WS-REG-STATUS       PIC X(01).
010900             88  WS-REG-AVAILABLE    VALUE 'F'.
011000             88  WS-REG-RESERVED     VALUE 'R'.
011100             88  WS-REG-ACTIVE       VALUE 'A'.
011200             88  WS-REG-RETIRED      VALUE 'X'.
011300         10  WS-REG-STATUS-DATE  PIC X(08).
011400         10  WS-REG-RETIRE-DATE  PIC X(08).
011500         10  WS-REG-REUSE-DATE   PIC X(08).
011600         10  WS-REG-RESERVED-BY  PIC X(08).
011700         10  WS-REG-RESERVED-REF PIC X(20).
011800*****************************************************************
011900*  CAPACITY WORK.  ONE ENTRY PER DIVISION, KEPT IN ASCENDING     *
012000*  DIVISION ORDER AS THE REGISTRY IS COUNTED.                    *
012100*****************************************************************
012200 01  WS-DIV-TABLE.
012300     05  WS-DIV-COUNT            PIC 9(05) COMP VALUE ZERO.
012400     05  WS-DIV-ENTRY
012500             OCCURS 1 TO 3600 TIMES
012600             DEPENDING ON WS-DIV-COUNT
012700             INDEXED BY DV-IDX.
012800         10  WS-DIV-DEPTNO       PIC X(03).
012900         10  WS-DIV-TOTAL        PIC 9(05) COMP.
013000         10  WS-DIV-ACTIVE       PIC 9(05) COMP.
013100         10  WS-DIV-RESERVED     PIC 9(05) COMP.
013200         10  WS-DIV-AVAILABLE    PIC 9(05) COMP.
013300         10  WS-DIV-COOLING      PIC 9(05) COMP.
013400         10  WS-DIV-REUSABLE     PIC 9(05) COMP.
013500 01  WS-CAP-HEADING.
013600     05  FILLER                  PIC X(09) VALUE 'TOTAL'.
013700     05  FILLER                  PIC X(09) VALUE 'ACTIVE'.
013800     05  FILLER                  PIC X(09) VALUE 'RESERVED'.
013900     05  FILLER                  PIC X(09) VALUE 'AVAIL'.
014000     05  FILLER                  PIC X(09) VALUE 'COOLING'.
014100     05  FILLER                  PIC X(09) VALUE 'REUSABLE'.
014200     05  FILLER                  PIC X(10) VALUE 'LEFT'.
014300*****************************************************************
014400*  RANGE WORK.  A RANGE END IS ONE LEADING CHARACTER AND TWO     *
014500*  DIGITS; THE CODES OF A RANGE ARE BUILT BY STEPPING THE DIGITS *
014600*  UNDER THE SHARED LEADING CHARACTER.                           *
014700*****************************************************************
014800 01  WS-FROM-CODE.
014900     05  WS-FROM-LEAD            PIC X(01).
015000     05  WS-FROM-NO-X            PIC X(02).
015100     05  WS-FROM-NO REDEFINES WS-FROM-NO-X
015200                                 PIC 9(02).
015300 01  WS-TO-CODE.
015400     05  WS-TO-LEAD              PIC X(01).
015500     05  WS-TO-NO-X              PIC X(02).
015600     05  WS-TO-NO REDEFINES WS-TO-NO-X
015700                                 PIC 9(02).
015800 01  WS-BUILD-CODE.
015900     05  WS-BUILD-LEAD           PIC X(01).
016000     05  WS-BUILD-NO             PIC 9(02).
016100 77  WS-RANGE-NO              PIC 9(03) COMP VALUE ZERO.
016200 77  WS-CONFLICT-DIVISION     PIC X(03) VALUE SPACE.
016300 77  WS-CONFLICT-DEPTNO       PIC X(03) VALUE SPACE.
016400 77  WS-GRANT-ADDED           PIC 9(05) COMP VALUE ZERO.
016500 77  WS-GRANT-HELD            PIC 9(05) COMP VALUE ZERO.
016600 77  WS-EDIT-COUNT-A          PIC ZZZZ9.
016700 77  WS-EDIT-COUNT-B          PIC ZZZZ9.
016800*****************************************************************
016900*  DATE WORK.  WS-REUSE-DATE IS THE FIRST DATE A CODE RETIRED    *
017000*  TONIGHT MAY BE ADDED AGAIN.                                   *
017100*****************************************************************
017200 77  WS-TODAY                 PIC X(08) VALUE SPACE.
017300 77  WS-TODAY-INT             PIC 9(08) COMP VALUE ZERO.
017400 77  WS-REUSE-INT             PIC 9(08) COMP VALUE ZERO.
017500 77  WS-REUSE-DATE            PIC X(08) VALUE SPACE.
017600 77  WS-COOLING-DAYS          PIC 9(03) COMP VALUE 90.
017700 01  WS-DATE-WORK.
017800     05  WS-DATE-X            PIC X(08).
017900     05  WS-DATE-9 REDEFINES WS-DATE-X
018000                              PIC 9(08).
018100*****************************************************************
018200*  LOOKUP AND TABLE-MAINTENANCE FIELDS                           *
018300*****************************************************************
018400 77  WS-FIND-DEPTNO           PIC X(03) VALUE SPACE.
018500 77  WS-SLOT                  PIC 9(05) COMP VALUE ZERO.
018600 77  WS-LOWER-COUNT           PIC 9(05) COMP VALUE ZERO.
018700 77  WS-SHIFT                 PIC 9(05) COMP VALUE ZERO.
018800 77  WS-SHIFT-START           PIC 9(05) COMP VALUE ZERO.
018900 77  WS-SHIFT-TO              PIC 9(05) COMP VALUE ZERO.
019000 77  WS-LEFT                  PIC 9(05) COMP VALUE ZERO.
019100 77  WS-CARD-REJECT-TEXT      PIC X(40) VALUE SPACE.
019200 77  WS-ACTION-TEXT           PIC X(10) VALUE SPACE.
019300 77  WS-CODE-SWITCH           PIC X(01) VALUE 'N'.
019400     88  WS-CODE-FOUND            VALUE 'Y'.
019500     88  WS-CODE-NOT-FOUND        VALUE 'N'.
019600 77  WS-DEPT-SWITCH           PIC X(01) VALUE 'N'.
019700     88  WS-DEPT-FOUND            VALUE 'Y'.
019800     88  WS-DEPT-NOT-FOUND        VALUE 'N'.
019900 77  WS-DIV-SWITCH            PIC X(01) VALUE 'N'.
020000     88  WS-DIV-ON-FILE           VALUE 'Y'.
020100     88  WS-DIV-NEW               VALUE 'N'.
020200 77  WS-PASS-SWITCH           PIC X(01) VALUE 'U'.
020300     88  WS-TAKE-UNUSED           VALUE 'U'.
020400     88  WS-TAKE-RETIRED          VALUE 'R'.
020500 77  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
020600     88  WS-EOF-FILE              VALUE 'Y'.
020700     88  WS-NOT-EOF-FILE          VALUE 'N'.
020800*****************************************************************
020900*  REGISTRY-RUN COUNTERS, AND THE CAPACITY TOTALS FOR ALL        *
021000*  DIVISIONS                                                     *
021100*****************************************************************
021200 77  WS-CODES-READ            PIC 9(09) COMP VALUE ZERO.
021300 77  WS-CODES-ACTIVATED       PIC 9(09) COMP VALUE ZERO.
021400 77  WS-CODES-RETIRED         PIC 9(09) COMP VALUE ZERO.
021500 77  WS-CODES-HELD            PIC 9(09) COMP VALUE ZERO.
021600 77  WS-CODES-NO-RANGE        PIC 9(09) COMP VALUE ZERO.
021700 77  WS-CODES-WRITTEN         PIC 9(09) COMP VALUE ZERO.
021800 77  WS-PENDING-READ          PIC 9(09) COMP VALUE ZERO.
021900 77  WS-CARDS-READ            PIC 9(09) COMP VALUE ZERO.
022000 77  WS-CARDS-APPLIED         PIC 9(09) COMP VALUE ZERO.
022100 77  WS-CARDS-REJECTED        PIC 9(09) COMP VALUE ZERO.
022200 77  WS-ALL-TOTAL             PIC 9(05) COMP VALUE ZERO.
022300 77  WS-ALL-ACTIVE            PIC 9(05) COMP VALUE ZERO.
022400 77  WS-ALL-RESERVED          PIC 9(05) COMP VALUE ZERO.
022500 77  WS-ALL-AVAILABLE         PIC 9(05) COMP VALUE ZERO.
022600 77  WS-ALL-COOLING           PIC 9(05) COMP VALUE ZERO.
022700 77  WS-ALL-REUSABLE          PIC 9(05) COMP VALUE ZERO.
022800*****************************************************************
022900*  FILE-STATUS FIELDS.  STATUS '35' ON DEPTNRPM, DEPTNRTX,       *
023000*  DEPTNRIN, OR DEPTPDOT IS NOT AN ERROR -- NO PARM CARD, NO     *
023100*  CARDS TONIGHT, NO REGISTRY YET (THE FIRST RUN BUILDS IT FROM  *
023200*  ITS GRANT CARDS), OR NO PENDING MASTER.                       *
023300*****************************************************************
023400 77  WS-DEPTNRPM-STATUS       PIC X(02) VALUE SPACE.
023500 77  WS-DEPTNRTX-STATUS       PIC X(02) VALUE SPACE.
023600 77  WS-DEPTNRIN-STATUS       PIC X(02) VALUE SPACE.
023700 77  WS-DEPTNROT-STATUS       PIC X(02) VALUE SPACE.
023800 77  WS-DEPTPDOT-STATUS       PIC X(02) VALUE SPACE.
023900 77  WS-DEPTNRRP-STATUS       PIC X(02) VALUE SPACE.
024000 PROCEDURE DIVISION.
024100*****************************************************************
024200*  0000-MAINLINE                                                 *
024300*  BRINGS THE REGISTRY INTO STEP WITH DEPT1 AND THE PENDING      *
024400*  MASTER BEFORE ANY CARD IS APPLIED, SO A CODE ADDED OR HELD    *
024500*  SINCE LAST NIGHT IS NEVER HANDED OUT AGAIN.                   *
024600*****************************************************************
024700 0000-MAINLINE.
024800     PERFORM 1000-INITIALIZE
024900         THRU 1000-INITIALIZE-EXIT.
025000     PERFORM 2000-LOAD-REGISTRY
025100         THRU 2000-LOAD-REGISTRY-EXIT.
025200     PERFORM 2500-LOAD-DEPT1
025300         THRU 2500-LOAD-DEPT1-EXIT.
025400     PERFORM 3000-SYNC-WITH-DEPT1
025500         THRU 3000-SYNC-WITH-DEPT1-EXIT.
025600     PERFORM 3500-NOTE-PENDING-ADDS
025700         THRU 3500-NOTE-PENDING-ADDS-EXIT.
025800     PERFORM 4000-APPLY-CARDS
025900         THRU 4000-APPLY-CARDS-EXIT.
026000     PERFORM 5000-WRITE-REGISTRY
026100         THRU 5000-WRITE-REGISTRY-EXIT.
026200     PERFORM 6000-WRITE-CAPACITY
026300         THRU 6000-WRITE-CAPACITY-EXIT.
026400     PERFORM 8000-TERMINATE
026500         THRU 8000-TERMINATE-EXIT.
026600     STOP RUN.
026700*****************************************************************
026800*  1000-INITIALIZE                                               *
026900*  STAMPS THE RUN DATE, READS THE OPTIONAL PARM CARD, WORKS OUT  *
027000*  THE REUSE DATE FOR CODES RETIRED TONIGHT, OPENS THE OUTPUT    *
027100*  FILES, AND WRITES THE REPORT HEADINGS.                        *
027200*****************************************************************
027300 1000-INITIALIZE.
027400     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
027500     MOVE WS-TODAY TO WS-DATE-X.
027600     COMPUTE WS-TODAY-INT =
027700         FUNCTION INTEGER-OF-DATE(WS-DATE-9).
027800     PERFORM 1100-READ-PARM
027900         THRU 1100-READ-PARM-EXIT.
028000     COMPUTE WS-REUSE-INT = WS-TODAY-INT + WS-COOLING-DAYS.
028100     COMPUTE WS-DATE-9 =
028200         FUNCTION DATE-OF-INTEGER(WS-REUSE-INT).
028300     MOVE WS-DATE-X TO WS-REUSE-DATE.
028400     OPEN OUTPUT DEPTNROT.
028500     IF WS-DEPTNROT-STATUS NOT = '00'
028600         DISPLAY 'DEPTNRNG - OPEN FAILED FOR DEPTNROT, STATUS = '
028700             WS-DEPTNROT-STATUS
028800         MOVE 16 TO RETURN-CODE
028900         GO TO 9999-ABEND
029000     END-IF.
029100     OPEN OUTPUT DEPTNRRP.
029200     IF WS-DEPTNRRP-STATUS NOT = '00'
029300         DISPLAY 'DEPTNRNG - OPEN FAILED FOR DEPTNRRP, STATUS = '
029400             WS-DEPTNRRP-STATUS
029500         MOVE 16 TO RETURN-CODE
029600         GO TO 9999-ABEND
029700     END-IF.
029800     PERFORM 1150-WRITE-HEADINGS
029900         THRU 1150-WRITE-HEADINGS-EXIT.
030000 1000-INITIALIZE-EXIT.
030100     EXIT.
030200*****************************************************************
030300*  1100-READ-PARM                                                *
030400*  A BLANK COOLING-OFF PERIOD KEEPS THE STANDARD 90 DAYS.  A     *
030500*  NON-NUMERIC OR ZERO PERIOD IS A BAD CARD AND STOPS THE RUN    *
030600*  BEFORE ANY CODE IS RETIRED WITH THE WRONG REUSE DATE.         *
030700*****************************************************************
030800 1100-READ-PARM.
030900     OPEN INPUT DEPTNRPM.
031000     IF WS-DEPTNRPM-STATUS = '35'
031100         GO TO 1100-READ-PARM-EXIT
031200     END-IF.
031300     IF WS-DEPTNRPM-STATUS NOT = '00'
031400         DISPLAY 'DEPTNRNG - OPEN FAILED FOR DEPTNRPM, STATUS = '
031500             WS-DEPTNRPM-STATUS
031600         MOVE 16 TO RETURN-CODE
031700         GO TO 9999-ABEND
031800     END-IF.
031900     READ DEPTNRPM
032000         AT END
032100             MOVE SPACE TO DEPT-NREG-PARM-REC
032200     END-READ.
032300     CLOSE DEPTNRPM.
032400     IF NP-COOLING-DAYS NOT = SPACE
032500         IF NP-COOLING-DAYS IS NOT NUMERIC
032600                 OR NP-COOLING-DAYS-N = ZERO
032700             DISPLAY 'DEPTNRNG - INVALID COOLING-OFF DAYS '
032800                 NP-COOLING-DAYS
032900             MOVE 16 TO RETURN-CODE
033000             GO TO 9999-ABEND
033100         END-IF
033200         MOVE NP-COOLING-DAYS-N TO WS-COOLING-DAYS
033300     END-IF.
033400 1100-READ-PARM-EXIT.
033500     EXIT.
033600*****************************************************************
033700*  1150-WRITE-HEADINGS                                           *
033800*****************************************************************
033900 1150-WRITE-HEADINGS.
034000     MOVE SPACE TO DEPT-NREG-RPT-REC.
034100     MOVE 'DIV'                TO NX-DIVISION.
034200     MOVE 'DNO'                TO NX-DEPTNO.
034300     MOVE 'ACTION'             TO NX-ACTION.
034400     MOVE 'USERID'             TO NX-USERID.
034500     MOVE 'DATE'               TO NX-DATE.
034600     MOVE 'DETAIL'             TO NX-TEXT.
034700     WRITE DEPT-NREG-RPT-REC.
034800     MOVE SPACE TO DEPT-NREG-RPT-REC.
034900     WRITE DEPT-NREG-RPT-REC.
035000     MOVE 'ACTIVITY THIS RUN'  TO NX-TEXT.
035100     WRITE DEPT-NREG-RPT-REC.
035200 1150-WRITE-HEADINGS-EXIT.
035300     EXIT.
035400*****************************************************************
035500*  2000-LOAD-REGISTRY                                            *
035600*  THE REGISTRY MUST COME IN ASCENDING DEPTNO ORDER WITH NO      *
035700*  CODE TWICE -- THE LOOKUPS ARE BINARY SEARCHES -- SO A         *
035800*  REGRESSION ABENDS THE RUN, AS DOES A FULL TABLE.              *
035900*****************************************************************
036000 2000-LOAD-REGISTRY.
036100     OPEN INPUT DEPTNRIN.
036200     IF WS-DEPTNRIN-STATUS = '35'
036300         DISPLAY 'DEPTNRNG - NO REGISTRY ON FILE - STARTING EMPTY'
036400         GO TO 2000-LOAD-REGISTRY-EXIT
036500     END-IF.
036600     IF WS-DEPTNRIN-STATUS NOT = '00'
036700         DISPLAY 'DEPTNRNG - OPEN FAILED FOR DEPTNRIN, STATUS = '
036800             WS-DEPTNRIN-STATUS
036900         MOVE 16 TO RETURN-CODE
037000         GO TO 9999-ABEND
037100     END-IF.
037200     SET WS-NOT-EOF-FILE TO TRUE.
037300     PERFORM 2100-READ-REGISTRY
037400         THRU 2100-READ-REGISTRY-EXIT.
037500     PERFORM 2200-LOAD-ONE-CODE
037600         THRU 2200-LOAD-ONE-CODE-EXIT
037700         UNTIL WS-EOF-FILE.
037800     CLOSE DEPTNRIN.
037900 2000-LOAD-REGISTRY-EXIT.
038000     EXIT.
038100*****************************************************************
038200*  2100-READ-REGISTRY                                            *
038300*****************************************************************
038400 2100-READ-REGISTRY.
038500     READ DEPTNRIN
038600         AT END
038700             SET WS-EOF-FILE TO TRUE
038800         NOT AT END
038900             ADD 1 TO WS-CODES-READ
039000     END-READ.
039100     IF NOT WS-EOF-FILE AND WS-DEPTNRIN-STATUS NOT = '00'
039200         DISPLAY 'DEPTNRNG - ERROR READING DEPTNRIN, STATUS = '
039300             WS-DEPTNRIN-STATUS
039400         MOVE 16 TO RETURN-CODE
039500         GO TO 9999-ABEND
039600     END-IF.
039700 2100-READ-REGISTRY-EXIT.
039800     EXIT.
039900*****************************************************************
040000*  2200-LOAD-ONE-CODE                                            *
040100*****************************************************************
040200 2200-LOAD-ONE-CODE.
040300     IF WS-REG-COUNT >= WS-REG-MAX-ENTRIES
040400         DISPLAY 'DEPTNRNG - REGISTRY TABLE FULL AT '
040500             WS-REG-MAX-ENTRIES ' CODES'
040600         MOVE 16 TO RETURN-CODE
040700         GO TO 9999-ABEND
040800     END-IF.
040900     IF WS-REG-COUNT > ZERO
041000             AND OR-DEPTNO NOT > WS-REG-DEPTNO(WS-REG-COUNT)
041100         DISPLAY 'DEPTNRNG - DEPTNRIN OUT OF DEPTNO SEQUENCE AT '
041200             OR-DEPTNO
041300         MOVE 16 TO RETURN-CODE
041400         GO TO 9999-ABEND
041500     END-IF.
041600     ADD 1 TO WS-REG-COUNT.
041700     MOVE OR-DEPTNO       TO WS-REG-DEPTNO(WS-REG-COUNT).
041800     MOVE OR-DIVISION     TO WS-REG-DIVISION(WS-REG-COUNT).
041900     MOVE OR-STATUS       TO WS-REG-STATUS(WS-REG-COUNT).
042000     MOVE OR-STATUS-DATE  TO WS-REG-STATUS-DATE(WS-REG-COUNT).
042100     MOVE OR-RETIRE-DATE  TO WS-REG-RETIRE-DATE(WS-REG-COUNT).
042200     MOVE OR-REUSE-DATE   TO WS-REG-REUSE-DATE(WS-REG-COUNT).
042300     MOVE OR-RESERVED-BY  TO WS-REG-RESERVED-BY(WS-REG-COUNT).
042400     MOVE OR-RESERVED-REF TO WS-REG-RESERVED-REF(WS-REG-COUNT).
042500     PERFORM 2100-READ-REGISTRY
042600         THRU 2100-READ-REGISTRY-EXIT.
042700 2200-LOAD-ONE-CODE-EXIT.
042800     EXIT.
042900*****************************************************************
043000*  2500-LOAD-DEPT1                                               *
043100*  EVERY DEPTNO ON DEPT1 TONIGHT, IN DEPTNO ORDER, FOR THE SYNC  *
043200*  AND FOR THE GRANT EDITS.                                      *
043300*****************************************************************
043400 2500-LOAD-DEPT1.
043500     MOVE ZERO TO DT-ENTRY-COUNT.
043600     EXEC SQL
043700         DECLARE DEPTNRG1 CURSOR FOR
043800             SELECT DEPTNO
043900               FROM DEPT1
044000              ORDER BY DEPTNO
044100     END-EXEC.
044200     EXEC SQL
044300         OPEN DEPTNRG1
044400     END-EXEC.
044500     PERFORM 2600-FETCH-DEPT1-ROW
044600         THRU 2600-FETCH-DEPT1-ROW-EXIT
044700         UNTIL SQLCODE = +100.
044800     EXEC SQL
044900         CLOSE DEPTNRG1
045000     END-EXEC.
045100 2500-LOAD-DEPT1-EXIT.
045200     EXIT.
045300*****************************************************************
045400*  2600-FETCH-DEPT1-ROW                                          *
045500*****************************************************************
045600 2600-FETCH-DEPT1-ROW.
045700     ADD 1 TO DT-ENTRY-COUNT.
045800     EXEC SQL
045900         FETCH DEPTNRG1
046000             INTO :DT-DEPTNO(DT-ENTRY-COUNT)
046100     END-EXEC.
046200     IF SQLCODE < ZERO
046300         DISPLAY 'DEPTNRNG - SQL ERROR ON FETCH, SQLCODE = '
046400             SQLCODE
046500         MOVE 16 TO RETURN-CODE
046600         GO TO 9999-ABEND
046700     END-IF.
046800     IF SQLCODE = +100
046900         SUBTRACT 1 FROM DT-ENTRY-COUNT
047000     END-IF.
047100 2600-FETCH-DEPT1-ROW-EXIT.
047200     EXIT.
047300*****************************************************************
047400*  3000-SYNC-WITH-DEPT1                                          *
047500*  A CODE NOW ON DEPT1 GOES ACTIVE; AN ACTIVE CODE NO LONGER ON  *
047600*  DEPT1 WAS CLOSED TODAY AND IS RETIRED, REUSABLE ONLY AFTER    *
047700*  THE COOLING-OFF PERIOD.  A DEPT1 CODE THAT IS IN NO           *
047800*  DIVISION'S RANGE IS LISTED SO THE RANGES CAN BE PUT RIGHT.    *
047900*****************************************************************
048000 3000-SYNC-WITH-DEPT1.
048100     PERFORM 3100-SYNC-ONE-CODE
048200         THRU 3100-SYNC-ONE-CODE-EXIT
048300         VARYING RG-IDX FROM 1 BY 1
048400         UNTIL RG-IDX > WS-REG-COUNT.
048500     PERFORM 3200-CHECK-ONE-DEPT1-CODE
048600         THRU 3200-CHECK-ONE-DEPT1-CODE-EXIT
048700         VARYING DT-IDX2 FROM 1 BY 1
048800         UNTIL DT-IDX2 > DT-ENTRY-COUNT.
048900 3000-SYNC-WITH-DEPT1-EXIT.
049000     EXIT.
049100*****************************************************************
049200*  3100-SYNC-ONE-CODE                                            *
049300*  A CODE THAT REACHED DEPT1 INSIDE ITS COOLING-OFF PERIOD GOT   *
049400*  PAST THE POSTING EDITS SOMEHOW; IT IS STILL MARKED ACTIVE --  *
049500*  IT IS ON DEPT1 -- BUT THE LINE SAYS SO.                       *
049600*****************************************************************
049700 3100-SYNC-ONE-CODE.
049800     MOVE WS-REG-DEPTNO(RG-IDX) TO WS-FIND-DEPTNO.
049900     PERFORM 7200-FIND-DEPT1
050000         THRU 7200-FIND-DEPT1-EXIT.
050100     IF WS-DEPT-FOUND AND NOT WS-REG-ACTIVE(RG-IDX)
050200         MOVE SPACE TO DEPT-NREG-RPT-REC
050300         MOVE 'ACTIVATED'      TO NX-ACTION
050400         IF WS-REG-REUSE-DATE(RG-IDX) NOT = SPACE
050500                 AND WS-REG-REUSE-DATE(RG-IDX) > WS-TODAY
050600             MOVE 'ADDED TO DEPT1 INSIDE ITS COOLING-OFF PERIOD'
050700                               TO NX-TEXT
050800         ELSE
050900             MOVE 'ADDED TO DEPT1' TO NX-TEXT
051000         END-IF
051100         SET WS-REG-ACTIVE(RG-IDX) TO TRUE
051200         MOVE WS-TODAY         TO WS-REG-STATUS-DATE(RG-IDX)
051300         MOVE SPACE            TO WS-REG-RETIRE-DATE(RG-IDX)
051400         MOVE SPACE            TO WS-REG-REUSE-DATE(RG-IDX)
051500         MOVE SPACE            TO WS-REG-RESERVED-BY(RG-IDX)
051600         MOVE SPACE            TO WS-REG-RESERVED-REF(RG-IDX)
051700         ADD 1 TO WS-CODES-ACTIVATED
051800         PERFORM 7000-WRITE-CODE-LINE
051900             THRU 7000-WRITE-CODE-LINE-EXIT
052000         GO TO 3100-SYNC-ONE-CODE-EXIT
052100     END-IF.
052200     IF WS-DEPT-NOT-FOUND AND WS-REG-ACTIVE(RG-IDX)
052300         SET WS-REG-RETIRED(RG-IDX) TO TRUE
052400         MOVE WS-TODAY         TO WS-REG-STATUS-DATE(RG-IDX)
052500         MOVE WS-TODAY         TO WS-REG-RETIRE-DATE(RG-IDX)
052600         MOVE WS-REUSE-DATE    TO WS-REG-REUSE-DATE(RG-IDX)
052700         ADD 1 TO WS-CODES-RETIRED
052800         MOVE SPACE TO DEPT-NREG-RPT-REC
052900         MOVE 'RETIRED'        TO NX-ACTION
053000         STRING 'CLOSED ON DEPT1 - REUSABLE FROM ' WS-REUSE-DATE
053100             DELIMITED BY SIZE INTO NX-TEXT
053200         PERFORM 7000-WRITE-CODE-LINE
053300             THRU 7000-WRITE-CODE-LINE-EXIT
053400     END-IF.
053500 3100-SYNC-ONE-CODE-EXIT.
053600     EXIT.
053700*****************************************************************
053800*  3200-CHECK-ONE-DEPT1-CODE                                     *
053900*****************************************************************
054000 3200-CHECK-ONE-DEPT1-CODE.
054100     MOVE DT-DEPTNO(DT-IDX2) TO WS-FIND-DEPTNO.
054200     PERFORM 7100-FIND-CODE
054300         THRU 7100-FIND-CODE-EXIT.
054400     IF WS-CODE-NOT-FOUND
054500         ADD 1 TO WS-CODES-NO-RANGE
054600         MOVE SPACE TO DEPT-NREG-RPT-REC
054700         MOVE DT-DEPTNO(DT-IDX2) TO NX-DEPTNO
054800         MOVE 'NO RANGE'          TO NX-ACTION
054900         MOVE WS-TODAY            TO NX-DATE
055000         MOVE 'ON DEPT1 BUT IN NO DIVISION RANGE' TO NX-TEXT
055100         WRITE DEPT-NREG-RPT-REC
055200     END-IF.
055300 3200-CHECK-ONE-DEPT1-CODE-EXIT.
055400     EXIT.
055500*****************************************************************
055600*  3500-NOTE-PENDING-ADDS                                        *
055700*  AN ADD WAITING ON THE PENDING MASTER HAS ALREADY CLAIMED ITS  *
055800*  CODE, SO AN AVAILABLE CODE IT NAMES IS HELD FOR IT -- AS IS A *
055900*  RETIRED ONE WHOSE COOLING-OFF PERIOD ENDS BY THE ADD'S        *
056000*  EFFECTIVE DATE -- AND IS NOT HANDED OUT TO ANYBODY ELSE.      *
056100*****************************************************************
056200 3500-NOTE-PENDING-ADDS.
056300     OPEN INPUT DEPTPDOT.
056400     IF WS-DEPTPDOT-STATUS = '35'
056500         GO TO 3500-NOTE-PENDING-ADDS-EXIT
056600     END-IF.
056700     IF WS-DEPTPDOT-STATUS NOT = '00'
056800         DISPLAY 'DEPTNRNG - OPEN FAILED FOR DEPTPDOT, STATUS = '
056900             WS-DEPTPDOT-STATUS
057000         MOVE 16 TO RETURN-CODE
057100         GO TO 9999-ABEND
057200     END-IF.
057300     SET WS-NOT-EOF-FILE TO TRUE.
057400     PERFORM 3600-READ-PENDING
057500         THRU 3600-READ-PENDING-EXIT.
057600     PERFORM 3700-NOTE-ONE-PENDING
057700         THRU 3700-NOTE-ONE-PENDING-EXIT
057800         UNTIL WS-EOF-FILE.
057900     CLOSE DEPTPDOT.
058000 3500-NOTE-PENDING-ADDS-EXIT.
058100     EXIT.
058200*****************************************************************
058300*  3600-READ-PENDING                                             *
058400*****************************************************************
058500 3600-READ-PENDING.
058600     READ DEPTPDOT
058700         AT END
058800             SET WS-EOF-FILE TO TRUE
058900         NOT AT END
059000             ADD 1 TO WS-PENDING-READ
059100     END-READ.
059200     IF NOT WS-EOF-FILE AND WS-DEPTPDOT-STATUS NOT = '00'
059300         DISPLAY 'DEPTNRNG - ERROR READING DEPTPDOT, STATUS = '
059400             WS-DEPTPDOT-STATUS
059500         MOVE 16 TO RETURN-CODE
059600         GO TO 9999-ABEND
059700     END-IF.
059800 3600-READ-PENDING-EXIT.
059900     EXIT.
060000*****************************************************************
060100*  3700-NOTE-ONE-PENDING                                         *
060200*****************************************************************
060300 3700-NOTE-ONE-PENDING.
060400     IF PD-TRAN-ADD
060500         PERFORM 3800-HOLD-PENDING-CODE
060600             THRU 3800-HOLD-PENDING-CODE-EXIT
060700     END-IF.
060800     PERFORM 3600-READ-PENDING
060900         THRU 3600-READ-PENDING-EXIT.
061000 3700-NOTE-ONE-PENDING-EXIT.
061100     EXIT.
061200*****************************************************************
061300*  3800-HOLD-PENDING-CODE                                        *
061400*  A CODE IN NO RANGE, ALREADY RESERVED OR ACTIVE, OR STILL      *
061500*  COOLING OFF ON THE EFFECTIVE DATE IS LEFT AS IT IS; DEPTMNT   *
061600*  EDITS THE ADD AGAIN WHEN IT IS RELEASED.                      *
061700*****************************************************************
061800 3800-HOLD-PENDING-CODE.
061900     MOVE PD-DEPTNO TO WS-FIND-DEPTNO.
062000     PERFORM 7100-FIND-CODE
062100         THRU 7100-FIND-CODE-EXIT.
062200     IF WS-CODE-NOT-FOUND
062300         GO TO 3800-HOLD-PENDING-CODE-EXIT
062400     END-IF.
062500     IF NOT WS-REG-AVAILABLE(RG-IDX)
062600             AND NOT WS-REG-RETIRED(RG-IDX)
062700         GO TO 3800-HOLD-PENDING-CODE-EXIT
062800     END-IF.
062900     IF WS-REG-RETIRED(RG-IDX)
063000             AND WS-REG-REUSE-DATE(RG-IDX) > PD-EFF-DATE
063100         GO TO 3800-HOLD-PENDING-CODE-EXIT
063200     END-IF.
063300     SET WS-REG-RESERVED(RG-IDX) TO TRUE.
063400     MOVE WS-TODAY             TO WS-REG-STATUS-DATE(RG-IDX).
063500     MOVE PD-USERID            TO WS-REG-RESERVED-BY(RG-IDX).
063600     MOVE SPACE                TO WS-REG-RESERVED-REF(RG-IDX).
063700     STRING 'PENDING ADD ' PD-EFF-DATE
063800         DELIMITED BY SIZE INTO WS-REG-RESERVED-REF(RG-IDX).
063900     ADD 1 TO WS-CODES-HELD.
064000     MOVE SPACE TO DEPT-NREG-RPT-REC.
064100     MOVE 'HELD'               TO NX-ACTION.
064200     MOVE PD-USERID            TO NX-USERID.
064300     STRING 'RESERVED FOR PENDING ADD EFFECTIVE ' PD-EFF-DATE
064400         DELIMITED BY SIZE INTO NX-TEXT.
064500     PERFORM 7000-WRITE-CODE-LINE
064600         THRU 7000-WRITE-CODE-LINE-EXIT.
064700 3800-HOLD-PENDING-CODE-EXIT.
064800     EXIT.
064900*****************************************************************
065000*  4000-APPLY-CARDS                                              *
065100*  CARDS ARE APPLIED IN DECK ORDER, SO A RANGE GRANTED EARLIER   *
065200*  IN THE DECK CAN BE DRAWN ON BY A REQUEST LATER IN IT.         *
065300*****************************************************************
065400 4000-APPLY-CARDS.
065500     OPEN INPUT DEPTNRTX.
065600     IF WS-DEPTNRTX-STATUS = '35'
065700         GO TO 4000-APPLY-CARDS-EXIT
065800     END-IF.
065900     IF WS-DEPTNRTX-STATUS NOT = '00'
066000         DISPLAY 'DEPTNRNG - OPEN FAILED FOR DEPTNRTX, STATUS = '
066100             WS-DEPTNRTX-STATUS
066200         MOVE 16 TO RETURN-CODE
066300         GO TO 9999-ABEND
066400     END-IF.
066500     SET WS-NOT-EOF-FILE TO TRUE.
066600     PERFORM 4050-READ-CARD
066700         THRU 4050-READ-CARD-EXIT.
066800     PERFORM 4100-APPLY-ONE-CARD
066900         THRU 4100-APPLY-ONE-CARD-EXIT
067000         UNTIL WS-EOF-FILE.
067100     CLOSE DEPTNRTX.
067200 4000-APPLY-CARDS-EXIT.
067300     EXIT.
067400*****************************************************************
067500*  4050-READ-CARD                                                *
067600*****************************************************************
067700 4050-READ-CARD.
067800     READ DEPTNRTX
067900         AT END
068000             SET WS-EOF-FILE TO TRUE
068100         NOT AT END
068200             ADD 1 TO WS-CARDS-READ
068300     END-READ.
068400     IF NOT WS-EOF-FILE AND WS-DEPTNRTX-STATUS NOT = '00'
068500         DISPLAY 'DEPTNRNG - ERROR READING DEPTNRTX, STATUS = '
068600             WS-DEPTNRTX-STATUS
068700         MOVE 16 TO RETURN-CODE
068800         GO TO 9999-ABEND
068900     END-IF.
069000 4050-READ-CARD-EXIT.
069100     EXIT.
069200*****************************************************************
069300*  4100-APPLY-ONE-CARD                                           *
069400*  EACH CARD PARAGRAPH EITHER APPLIES THE CARD AND LISTS WHAT IT *
069500*  DID, OR LEAVES WS-CARD-REJECT-TEXT SAYING WHY IT COULD NOT.   *
069600*****************************************************************
069700 4100-APPLY-ONE-CARD.
069800     MOVE SPACE TO WS-CARD-REJECT-TEXT.
069900     EVALUATE TRUE
070000         WHEN NT-TRAN-GRANT
070100             PERFORM 4200-GRANT-RANGE
070200                 THRU 4200-GRANT-RANGE-EXIT
070300         WHEN NT-TRAN-REQUEST
070400             PERFORM 4400-ISSUE-NEXT-CODE
070500                 THRU 4400-ISSUE-NEXT-CODE-EXIT
070600         WHEN NT-TRAN-RESERVE
070700             PERFORM 4600-RESERVE-CODE
070800                 THRU 4600-RESERVE-CODE-EXIT
070900         WHEN NT-TRAN-RELEASE
071000             PERFORM 4700-RELEASE-CODE
071100                 THRU 4700-RELEASE-CODE-EXIT
071200         WHEN OTHER
071300             MOVE 'TRANCODE MUST BE G, Q, R, OR U'
071400                                 TO WS-CARD-REJECT-TEXT
071500     END-EVALUATE.
071600     IF WS-CARD-REJECT-TEXT NOT = SPACE
071700         PERFORM 4900-LIST-CARD-REJECT
071800             THRU 4900-LIST-CARD-REJECT-EXIT
071900     END-IF.
072000     PERFORM 4050-READ-CARD
072100         THRU 4050-READ-CARD-EXIT.
072200 4100-APPLY-ONE-CARD-EXIT.
072300     EXIT.
072400*****************************************************************
072500*  4200-GRANT-RANGE                                              *
072600*  A RANGE IS GRANTED WHOLE OR NOT AT ALL: IF ANY CODE IN IT     *
072700*  BELONGS TO ANOTHER DIVISION THE CARD IS REJECTED.  CODES THE  *
072800*  DIVISION ALREADY HOLDS ARE LEFT ALONE, SO A RANGE CAN BE      *
072900*  WIDENED BY GRANTING THE WIDER RANGE.  A NEW CODE ALREADY ON   *
073000*  DEPT1 COMES IN ACTIVE, ANY OTHER AVAILABLE.                   *
073100*****************************************************************
073200 4200-GRANT-RANGE.
073300     IF NT-DIVISION = SPACE OR NT-DEPTNO = SPACE
073400             OR NT-TO-DEPTNO = SPACE
073500         MOVE 'DIVISION AND RANGE ENDS ARE REQUIRED'
073600                                 TO WS-CARD-REJECT-TEXT
073700         GO TO 4200-GRANT-RANGE-EXIT
073800     END-IF.
073900     MOVE NT-DEPTNO    TO WS-FROM-CODE.
074000     MOVE NT-TO-DEPTNO TO WS-TO-CODE.
074100     IF WS-FROM-LEAD = SPACE
074200             OR WS-FROM-LEAD NOT = WS-TO-LEAD
074300             OR WS-FROM-NO-X IS NOT NUMERIC
074400             OR WS-TO-NO-X IS NOT NUMERIC
074500         MOVE 'RANGE MUST BE XNN THRU XNN, SAME X'
074600                                 TO WS-CARD-REJECT-TEXT
074700         GO TO 4200-GRANT-RANGE-EXIT
074800     END-IF.
074900     IF WS-FROM-NO > WS-TO-NO
075000         MOVE 'RANGE RUNS BACKWARDS' TO WS-CARD-REJECT-TEXT
075100         GO TO 4200-GRANT-RANGE-EXIT
075200     END-IF.
075300     MOVE NT-DIVISION TO WS-FIND-DEPTNO.
075400     PERFORM 7200-FIND-DEPT1
075500         THRU 7200-FIND-DEPT1-EXIT.
075600     IF WS-DEPT-NOT-FOUND
075700         MOVE 'DIVISION IS NOT A DEPARTMENT ON DEPT1'
075800                                 TO WS-CARD-REJECT-TEXT
075900         GO TO 4200-GRANT-RANGE-EXIT
076000     END-IF.
076100     MOVE SPACE TO WS-CONFLICT-DIVISION.
076200     PERFORM 4210-CHECK-ONE-RANGE-CODE
076300         THRU 4210-CHECK-ONE-RANGE-CODE-EXIT
076400         VARYING WS-RANGE-NO FROM WS-FROM-NO BY 1
076500         UNTIL WS-RANGE-NO > WS-TO-NO
076600            OR WS-CONFLICT-DIVISION NOT = SPACE.
076700     IF WS-CONFLICT-DIVISION NOT = SPACE
076800         STRING 'RANGE OVERLAPS DIVISION ' WS-CONFLICT-DIVISION
076900                ' AT ' WS-CONFLICT-DEPTNO
077000             DELIMITED BY SIZE INTO WS-CARD-REJECT-TEXT
077100         GO TO 4200-GRANT-RANGE-EXIT
077200     END-IF.
077300     MOVE ZERO TO WS-GRANT-ADDED.
077400     MOVE ZERO TO WS-GRANT-HELD.
077500     PERFORM 4220-GRANT-ONE-CODE
077600         THRU 4220-GRANT-ONE-CODE-EXIT
077700         VARYING WS-RANGE-NO FROM WS-FROM-NO BY 1
077800         UNTIL WS-RANGE-NO > WS-TO-NO.
077900     ADD 1 TO WS-CARDS-APPLIED.
078000     MOVE WS-GRANT-ADDED TO WS-EDIT-COUNT-A.
078100     MOVE WS-GRANT-HELD  TO WS-EDIT-COUNT-B.
078200     MOVE SPACE TO DEPT-NREG-RPT-REC.
078300     MOVE NT-DIVISION          TO NX-DIVISION.
078400     MOVE NT-DEPTNO            TO NX-DEPTNO.
078500     MOVE 'GRANTED'            TO NX-ACTION.
078600     MOVE NT-USERID            TO NX-USERID.
078700     MOVE WS-TODAY             TO NX-DATE.
078800     STRING 'RANGE ' NT-DEPTNO ' THRU ' NT-TO-DEPTNO ' - '
078900            WS-EDIT-COUNT-A ' CODES ADDED, '
079000            WS-EDIT-COUNT-B ' ALREADY HELD'
079100         DELIMITED BY SIZE INTO NX-TEXT.
079200     WRITE DEPT-NREG-RPT-REC.
079300 4200-GRANT-RANGE-EXIT.
079400     EXIT.
079500*****************************************************************
079600*  4210-CHECK-ONE-RANGE-CODE                                     *
079700*****************************************************************
079800 4210-CHECK-ONE-RANGE-CODE.
079900     MOVE WS-FROM-LEAD TO WS-BUILD-LEAD.
080000     MOVE WS-RANGE-NO  TO WS-BUILD-NO.
080100     MOVE WS-BUILD-CODE TO WS-FIND-DEPTNO.
080200     PERFORM 7100-FIND-CODE
080300         THRU 7100-FIND-CODE-EXIT.
080400     IF WS-CODE-FOUND
080500             AND WS-REG-DIVISION(RG-IDX) NOT = NT-DIVISION
080600         MOVE WS-REG-DIVISION(RG-IDX) TO WS-CONFLICT-DIVISION
080700         MOVE WS-BUILD-CODE           TO WS-CONFLICT-DEPTNO
080800     END-IF.
080900 4210-CHECK-ONE-RANGE-CODE-EXIT.
081000     EXIT.
081100*****************************************************************
081200*  4220-GRANT-ONE-CODE                                           *
081300*  A NEW CODE GOES IN AFTER EVERY CODE THAT SORTS BELOW IT; THE  *
081400*  ENTRIES ABOVE IT MOVE UP ONE PLACE TO MAKE ROOM.              *
081500*****************************************************************
081600 4220-GRANT-ONE-CODE.
081700     MOVE WS-FROM-LEAD TO WS-BUILD-LEAD.
081800     MOVE WS-RANGE-NO  TO WS-BUILD-NO.
081900     MOVE WS-BUILD-CODE TO WS-FIND-DEPTNO.
082000     PERFORM 7100-FIND-CODE
082100         THRU 7100-FIND-CODE-EXIT.
082200     IF WS-CODE-FOUND
082300         ADD 1 TO WS-GRANT-HELD
082400         GO TO 4220-GRANT-ONE-CODE-EXIT
082500     END-IF.
082600     IF WS-REG-COUNT >= WS-REG-MAX-ENTRIES
082700         DISPLAY 'DEPTNRNG - REGISTRY TABLE FULL AT '
082800             WS-REG-MAX-ENTRIES ' CODES'
082900         MOVE 16 TO RETURN-CODE
083000         GO TO 9999-ABEND
083100     END-IF.
083200     MOVE ZERO TO WS-LOWER-COUNT.
083300     PERFORM 4230-COUNT-LOWER-CODE
083400         THRU 4230-COUNT-LOWER-CODE-EXIT
083500         VARYING RG-IDX FROM 1 BY 1
083600         UNTIL RG-IDX > WS-REG-COUNT.
083700     COMPUTE WS-SLOT = WS-LOWER-COUNT + 1.
083800     MOVE WS-REG-COUNT TO WS-SHIFT-START.
083900     ADD 1 TO WS-REG-COUNT.
084000     PERFORM 4240-SHIFT-ONE-UP
084100         THRU 4240-SHIFT-ONE-UP-EXIT
084200         VARYING WS-SHIFT FROM WS-SHIFT-START BY -1
084300         UNTIL WS-SHIFT < WS-SLOT.
084400     MOVE WS-BUILD-CODE        TO WS-REG-DEPTNO(WS-SLOT).
084500     MOVE NT-DIVISION          TO WS-REG-DIVISION(WS-SLOT).
084600     MOVE WS-TODAY             TO WS-REG-STATUS-DATE(WS-SLOT).
084700     MOVE SPACE                TO WS-REG-RETIRE-DATE(WS-SLOT).
084800     MOVE SPACE                TO WS-REG-REUSE-DATE(WS-SLOT).
084900     MOVE SPACE                TO WS-REG-RESERVED-BY(WS-SLOT).
085000     MOVE SPACE                TO WS-REG-RESERVED-REF(WS-SLOT).
085100     PERFORM 7200-FIND-DEPT1
085200         THRU 7200-FIND-DEPT1-EXIT.
085300     IF WS-DEPT-FOUND
085400         SET WS-REG-ACTIVE(WS-SLOT) TO TRUE
085500     ELSE
085600         SET WS-REG-AVAILABLE(WS-SLOT) TO TRUE
085700     END-IF.
085800     ADD 1 TO WS-GRANT-ADDED.
085900 4220-GRANT-ONE-CODE-EXIT.
086000     EXIT.
086100*****************************************************************
086200*  4230-COUNT-LOWER-CODE                                         *
086300*****************************************************************
086400 4230-COUNT-LOWER-CODE.
086500     IF WS-REG-DEPTNO(RG-IDX) < WS-BUILD-CODE
086600         ADD 1 TO WS-LOWER-COUNT
086700     END-IF.
086800 4230-COUNT-LOWER-CODE-EXIT.
086900     EXIT.
087000*****************************************************************
087100*  4240-SHIFT-ONE-UP                                             *
087200*****************************************************************
087300 4240-SHIFT-ONE-UP.
087400     COMPUTE WS-SHIFT-TO = WS-SHIFT + 1.
087500     MOVE WS-REG-ENTRY(WS-SHIFT) TO WS-REG-ENTRY(WS-SHIFT-TO).
087600 4240-SHIFT-ONE-UP-EXIT.
087700     EXIT.
087800*****************************************************************
087900*  4400-ISSUE-NEXT-CODE                                          *
088000*  HANDS OUT THE LOWEST FREE CODE IN THE DIVISION'S RANGES AND   *
088100*  RESERVES IT FOR THE REQUESTER.  A CODE NEVER USED IS TAKEN    *
088200*  BEFORE A RETIRED ONE, EVEN ONE PAST ITS COOLING-OFF PERIOD,   *
088300*  SO OLD CODES COME BACK INTO USE ONLY WHEN THEY HAVE TO.       *
088400*****************************************************************
088500 4400-ISSUE-NEXT-CODE.
088600     IF NT-DIVISION = SPACE OR NT-USERID = SPACE
088700         MOVE 'DIVISION AND USERID ARE REQUIRED'
088800                                 TO WS-CARD-REJECT-TEXT
088900         GO TO 4400-ISSUE-NEXT-CODE-EXIT
089000     END-IF.
089100     SET WS-CODE-NOT-FOUND TO TRUE.
089200     SET WS-TAKE-UNUSED TO TRUE.
089300     PERFORM 4410-TRY-ONE-CODE
089400         THRU 4410-TRY-ONE-CODE-EXIT
089500         VARYING RG-IDX FROM 1 BY 1
089600         UNTIL RG-IDX > WS-REG-COUNT
089700            OR WS-CODE-FOUND.
089800     IF WS-CODE-NOT-FOUND
089900         SET WS-TAKE-RETIRED TO TRUE
090000         PERFORM 4410-TRY-ONE-CODE
090100             THRU 4410-TRY-ONE-CODE-EXIT
090200             VARYING RG-IDX FROM 1 BY 1
090300             UNTIL RG-IDX > WS-REG-COUNT
090400                OR WS-CODE-FOUND
090500     END-IF.
090600     IF WS-CODE-NOT-FOUND
090700         STRING 'NO FREE CODE LEFT IN DIVISION ' NT-DIVISION
090800             DELIMITED BY SIZE INTO WS-CARD-REJECT-TEXT
090900         GO TO 4400-ISSUE-NEXT-CODE-EXIT
091000     END-IF.
091100     SET RG-IDX TO WS-SLOT.
091200     MOVE 'ISSUED' TO WS-ACTION-TEXT.
091300     PERFORM 4450-RESERVE-ENTRY
091400         THRU 4450-RESERVE-ENTRY-EXIT.
091500 4400-ISSUE-NEXT-CODE-EXIT.
091600     EXIT.
091700*****************************************************************
091800*  4410-TRY-ONE-CODE                                             *
091900*  THE LOOP INDEX HAS MOVED ON BY THE TIME THE LOOP SEES THE     *
092000*  SWITCH, SO THE CODE FOUND IS REMEMBERED IN WS-SLOT.           *
092100*****************************************************************
092200 4410-TRY-ONE-CODE.
092300     IF WS-REG-DIVISION(RG-IDX) NOT = NT-DIVISION
092400         GO TO 4410-TRY-ONE-CODE-EXIT
092500     END-IF.
092600     IF WS-TAKE-UNUSED AND WS-REG-AVAILABLE(RG-IDX)
092700         SET WS-CODE-FOUND TO TRUE
092800         SET WS-SLOT TO RG-IDX
092900     END-IF.
093000     IF WS-TAKE-RETIRED AND WS-REG-RETIRED(RG-IDX)
093100             AND WS-REG-REUSE-DATE(RG-IDX) NOT > WS-TODAY
093200         SET WS-CODE-FOUND TO TRUE
093300         SET WS-SLOT TO RG-IDX
093400     END-IF.
093500 4410-TRY-ONE-CODE-EXIT.
093600     EXIT.
093700*****************************************************************
093800*  4450-RESERVE-ENTRY                                            *
093900*  RESERVES THE CODE AT RG-IDX FOR THE CARD'S USERID.  A RETIRED *
094000*  CODE KEEPS ITS RETIRE AND REUSE DATES, SO A RELEASE CAN PUT   *
094100*  IT BACK THE WAY IT WAS.                                       *
094200*****************************************************************
094300 4450-RESERVE-ENTRY.
094400     SET WS-REG-RESERVED(RG-IDX) TO TRUE.
094500     MOVE WS-TODAY             TO WS-REG-STATUS-DATE(RG-IDX).
094600     MOVE NT-USERID            TO WS-REG-RESERVED-BY(RG-IDX).
094700     MOVE NT-REFERENCE         TO WS-REG-RESERVED-REF(RG-IDX).
094800     ADD 1 TO WS-CARDS-APPLIED.
094900     MOVE SPACE TO DEPT-NREG-RPT-REC.
095000     MOVE WS-ACTION-TEXT       TO NX-ACTION.
095100     MOVE NT-USERID            TO NX-USERID.
095200     MOVE NT-REFERENCE         TO NX-TEXT.
095300     PERFORM 7000-WRITE-CODE-LINE
095400         THRU 7000-WRITE-CODE-LINE-EXIT.
095500 4450-RESERVE-ENTRY-EXIT.
095600     EXIT.
095700*****************************************************************
095800*  4600-RESERVE-CODE                                             *
095900*  RESERVES ONE PARTICULAR CODE, WHICH MUST BE IN THE NAMED      *
096000*  DIVISION'S RANGES AND FREE -- AVAILABLE, OR RETIRED AND PAST  *
096100*  ITS COOLING-OFF PERIOD.                                       *
096200*****************************************************************
096300 4600-RESERVE-CODE.
096400     IF NT-DIVISION = SPACE OR NT-DEPTNO = SPACE
096500             OR NT-USERID = SPACE
096600         MOVE 'DIVISION, DEPTNO AND USERID ARE REQUIRED'
096700                                 TO WS-CARD-REJECT-TEXT
096800         GO TO 4600-RESERVE-CODE-EXIT
096900     END-IF.
097000     MOVE NT-DEPTNO TO WS-FIND-DEPTNO.
097100     PERFORM 7100-FIND-CODE
097200         THRU 7100-FIND-CODE-EXIT.
097300     IF WS-CODE-NOT-FOUND
097400         MOVE 'CODE IS IN NO DIVISION RANGE'
097500                                 TO WS-CARD-REJECT-TEXT
097600         GO TO 4600-RESERVE-CODE-EXIT
097700     END-IF.
097800     IF WS-REG-DIVISION(RG-IDX) NOT = NT-DIVISION
097900         STRING 'CODE BELONGS TO DIVISION '
098000                WS-REG-DIVISION(RG-IDX)
098100             DELIMITED BY SIZE INTO WS-CARD-REJECT-TEXT
098200         GO TO 4600-RESERVE-CODE-EXIT
098300     END-IF.
098400     EVALUATE TRUE
098500         WHEN WS-REG-AVAILABLE(RG-IDX)
098600             CONTINUE
098700         WHEN WS-REG-RETIRED(RG-IDX)
098800                 AND WS-REG-REUSE-DATE(RG-IDX) NOT > WS-TODAY
098900             CONTINUE
099000         WHEN WS-REG-RETIRED(RG-IDX)
099100             STRING 'CODE IS COOLING OFF UNTIL '
099200                    WS-REG-REUSE-DATE(RG-IDX)
099300                 DELIMITED BY SIZE INTO WS-CARD-REJECT-TEXT
099400         WHEN WS-REG-RESERVED(RG-IDX)
099500             STRING 'CODE IS ALREADY RESERVED BY '
099600                    WS-REG-RESERVED-BY(RG-IDX)
099700                 DELIMITED BY SIZE INTO WS-CARD-REJECT-TEXT
099800         WHEN OTHER
099900             MOVE 'CODE IS ACTIVE ON DEPT1'
100000                                 TO WS-CARD-REJECT-TEXT
100100     END-EVALUATE.
100200     IF WS-CARD-REJECT-TEXT NOT = SPACE
100300         GO TO 4600-RESERVE-CODE-EXIT
100400     END-IF.
100500     MOVE 'RESERVED' TO WS-ACTION-TEXT.
100600     PERFORM 4450-RESERVE-ENTRY
100700         THRU 4450-RESERVE-ENTRY-EXIT.
100800 4600-RESERVE-CODE-EXIT.
100900     EXIT.
101000*****************************************************************
101100*  4700-RELEASE-CODE                                             *
101200*  A RELEASED CODE GOES BACK TO AVAILABLE, OR TO RETIRED IF IT   *
101300*  HAD BEEN RETIRED BEFORE IT WAS RESERVED.                      *
101400*****************************************************************
101500 4700-RELEASE-CODE.
101600     IF NT-DEPTNO = SPACE
101700         MOVE 'DEPTNO IS REQUIRED' TO WS-CARD-REJECT-TEXT
101800         GO TO 4700-RELEASE-CODE-EXIT
101900     END-IF.
102000     MOVE NT-DEPTNO TO WS-FIND-DEPTNO.
102100     PERFORM 7100-FIND-CODE
102200         THRU 7100-FIND-CODE-EXIT.
102300     IF WS-CODE-NOT-FOUND
102400         MOVE 'CODE IS IN NO DIVISION RANGE'
102500                                 TO WS-CARD-REJECT-TEXT
102600         GO TO 4700-RELEASE-CODE-EXIT
102700     END-IF.
102800     IF NOT WS-REG-RESERVED(RG-IDX)
102900         MOVE 'CODE IS NOT RESERVED' TO WS-CARD-REJECT-TEXT
103000         GO TO 4700-RELEASE-CODE-EXIT
103100     END-IF.
103200     IF WS-REG-RETIRE-DATE(RG-IDX) = SPACE
103300         SET WS-REG-AVAILABLE(RG-IDX) TO TRUE
103400     ELSE
103500         SET WS-REG-RETIRED(RG-IDX) TO TRUE
103600     END-IF.
103700     MOVE WS-TODAY             TO WS-REG-STATUS-DATE(RG-IDX).
103800     MOVE SPACE                TO WS-REG-RESERVED-BY(RG-IDX).
103900     MOVE SPACE                TO WS-REG-RESERVED-REF(RG-IDX).
104000     ADD 1 TO WS-CARDS-APPLIED.
104100     MOVE SPACE TO DEPT-NREG-RPT-REC.
104200     MOVE 'RELEASED'           TO NX-ACTION.
104300     MOVE NT-USERID            TO NX-USERID.
104400     MOVE NT-REFERENCE         TO NX-TEXT.
104500     PERFORM 7000-WRITE-CODE-LINE
104600         THRU 7000-WRITE-CODE-LINE-EXIT.
104700 4700-RELEASE-CODE-EXIT.
104800     EXIT.
104900*****************************************************************
105000*  4900-LIST-CARD-REJECT                                         *
105100*****************************************************************
105200 4900-LIST-CARD-REJECT.
105300     ADD 1 TO WS-CARDS-REJECTED.
105400     MOVE SPACE TO DEPT-NREG-RPT-REC.
105500     MOVE NT-DIVISION          TO NX-DIVISION.
105600     MOVE NT-DEPTNO            TO NX-DEPTNO.
105700     MOVE 'REJECTED'           TO NX-ACTION.
105800     MOVE NT-USERID            TO NX-USERID.
105900     MOVE WS-TODAY             TO NX-DATE.
106000     STRING 'CARD ' NT-TRANCODE ' - ' WS-CARD-REJECT-TEXT
106100         DELIMITED BY SIZE INTO NX-TEXT.
106200     WRITE DEPT-NREG-RPT-REC.
106300 4900-LIST-CARD-REJECT-EXIT.
106400     EXIT.
106500*****************************************************************
106600*  5000-WRITE-REGISTRY                                           *
106700*  THE NEW REGISTRY, IN DEPTNO ORDER.  THE JOB ROLLS IT INTO     *
106800*  DEPTNRIN FOR TOMORROW NIGHT AND INTO DEPTNREG FOR THE         *
106900*  POSTING STREAMS.                                              *
107000*****************************************************************
107100 5000-WRITE-REGISTRY.
107200     PERFORM 5100-WRITE-ONE-CODE
107300         THRU 5100-WRITE-ONE-CODE-EXIT
107400         VARYING RG-IDX FROM 1 BY 1
107500         UNTIL RG-IDX > WS-REG-COUNT.
107600 5000-WRITE-REGISTRY-EXIT.
107700     EXIT.
107800*****************************************************************
107900*  5100-WRITE-ONE-CODE                                           *
108000*****************************************************************
108100 5100-WRITE-ONE-CODE.
108200     MOVE SPACE TO DEPT-NUMBER-REG-REC.
108300     MOVE WS-REG-DEPTNO(RG-IDX)       TO NR-DEPTNO.
108400     MOVE WS-REG-DIVISION(RG-IDX)     TO NR-DIVISION.
108500     MOVE WS-REG-STATUS(RG-IDX)       TO NR-STATUS.
108600     MOVE WS-REG-STATUS-DATE(RG-IDX)  TO NR-STATUS-DATE.
108700     MOVE WS-REG-RETIRE-DATE(RG-IDX)  TO NR-RETIRE-DATE.
108800     MOVE WS-REG-REUSE-DATE(RG-IDX)   TO NR-REUSE-DATE.
108900     MOVE WS-REG-RESERVED-BY(RG-IDX)  TO NR-RESERVED-BY.
109000     MOVE WS-REG-RESERVED-REF(RG-IDX) TO NR-RESERVED-REF.
109100     WRITE DEPT-NUMBER-REG-REC.
109200     IF WS-DEPTNROT-STATUS NOT = '00'
109300         DISPLAY 'DEPTNRNG - WRITE FAILED FOR DEPTNROT, STATUS = '
109400             WS-DEPTNROT-STATUS
109500         MOVE 16 TO RETURN-CODE
109600         GO TO 9999-ABEND
109700     END-IF.
109800     ADD 1 TO WS-CODES-WRITTEN.
109900 5100-WRITE-ONE-CODE-EXIT.
110000     EXIT.
110100*****************************************************************
110200*  6000-WRITE-CAPACITY                                           *
110300*  COUNTS EVERY CODE INTO ITS DIVISION AND LISTS, DIVISION BY    *
110400*  DIVISION, HOW MANY CODES IT HOLDS IN EACH STATUS AND HOW      *
110500*  MANY IT HAS LEFT TO HAND OUT.  A DIVISION WITH NONE LEFT IS   *
110600*  MARKED EXHAUSTED.                                             *
110700*****************************************************************
110800 6000-WRITE-CAPACITY.
110900     MOVE ZERO TO WS-DIV-COUNT.
111000     PERFORM 6100-COUNT-ONE-CODE
111100         THRU 6100-COUNT-ONE-CODE-EXIT
111200         VARYING RG-IDX FROM 1 BY 1
111300         UNTIL RG-IDX > WS-REG-COUNT.
111400     MOVE SPACE TO DEPT-NREG-RPT-REC.
111500     WRITE DEPT-NREG-RPT-REC.
111600     MOVE 'CAPACITY BY DIVISION' TO NX-TEXT.
111700     WRITE DEPT-NREG-RPT-REC.
111800     MOVE SPACE TO DEPT-NREG-RPT-REC.
111900     MOVE 'DIV'                TO NX-DIVISION.
112000     MOVE WS-CAP-HEADING       TO NX-TEXT.
112100     WRITE DEPT-NREG-RPT-REC.
112200     PERFORM 6200-WRITE-ONE-DIVISION
112300         THRU 6200-WRITE-ONE-DIVISION-EXIT
112400         VARYING DV-IDX FROM 1 BY 1
112500         UNTIL DV-IDX > WS-DIV-COUNT.
112600     MOVE SPACE TO DEPT-NREG-RPT-REC.
112700     MOVE 'ALL DIVS'           TO NX-ACTION.
112800     MOVE WS-ALL-TOTAL         TO NX-TOTAL-COUNT.
112900     MOVE WS-ALL-ACTIVE        TO NX-ACTIVE-COUNT.
113000     MOVE WS-ALL-RESERVED      TO NX-RESERVED-COUNT.
113100     MOVE WS-ALL-AVAILABLE     TO NX-AVAILABLE-COUNT.
113200     MOVE WS-ALL-COOLING       TO NX-COOLING-COUNT.
113300     MOVE WS-ALL-REUSABLE      TO NX-REUSABLE-COUNT.
113400     COMPUTE WS-LEFT = WS-ALL-AVAILABLE + WS-ALL-REUSABLE.
113500     MOVE WS-LEFT              TO NX-LEFT-COUNT.
113600     WRITE DEPT-NREG-RPT-REC.
113700 6000-WRITE-CAPACITY-EXIT.
113800     EXIT.
113900*****************************************************************
114000*  6100-COUNT-ONE-CODE                                           *
114100*  A DIVISION NOT YET IN THE TABLE GOES IN AFTER EVERY DIVISION  *
114200*  THAT SORTS BELOW IT, THE SAME WAY A GRANTED CODE IS SLOTTED.  *
114300*****************************************************************
114400 6100-COUNT-ONE-CODE.
114500     MOVE ZERO TO WS-LOWER-COUNT.
114600     PERFORM 6150-COUNT-LOWER-DIVISION
114700         THRU 6150-COUNT-LOWER-DIVISION-EXIT
114800         VARYING DV-IDX FROM 1 BY 1
114900         UNTIL DV-IDX > WS-DIV-COUNT.
115000     COMPUTE WS-SLOT = WS-LOWER-COUNT + 1.
115100     SET WS-DIV-NEW TO TRUE.
115200     IF WS-SLOT NOT > WS-DIV-COUNT
115300         IF WS-DIV-DEPTNO(WS-SLOT) = WS-REG-DIVISION(RG-IDX)
115400             SET WS-DIV-ON-FILE TO TRUE
115500         END-IF
115600     END-IF.
115700     IF WS-DIV-NEW
115800         MOVE WS-DIV-COUNT TO WS-SHIFT-START
115900         ADD 1 TO WS-DIV-COUNT
116000         PERFORM 6160-SHIFT-DIVISION-UP
116100             THRU 6160-SHIFT-DIVISION-UP-EXIT
116200             VARYING WS-SHIFT FROM WS-SHIFT-START BY -1
116300             UNTIL WS-SHIFT < WS-SLOT
116400         MOVE WS-REG-DIVISION(RG-IDX) TO WS-DIV-DEPTNO(WS-SLOT)
116500         MOVE ZERO TO WS-DIV-TOTAL(WS-SLOT)
116600         MOVE ZERO TO WS-DIV-ACTIVE(WS-SLOT)
116700         MOVE ZERO TO WS-DIV-RESERVED(WS-SLOT)
116800         MOVE ZERO TO WS-DIV-AVAILABLE(WS-SLOT)
116900         MOVE ZERO TO WS-DIV-COOLING(WS-SLOT)
117000         MOVE ZERO TO WS-DIV-REUSABLE(WS-SLOT)
117100     END-IF.
117200     ADD 1 TO WS-DIV-TOTAL(WS-SLOT).
117300     EVALUATE TRUE
117400         WHEN WS-REG-ACTIVE(RG-IDX)
117500             ADD 1 TO WS-DIV-ACTIVE(WS-SLOT)
117600         WHEN WS-REG-RESERVED(RG-IDX)
117700             ADD 1 TO WS-DIV-RESERVED(WS-SLOT)
117800         WHEN WS-REG-AVAILABLE(RG-IDX)
117900             ADD 1 TO WS-DIV-AVAILABLE(WS-SLOT)
118000         WHEN WS-REG-REUSE-DATE(RG-IDX) > WS-TODAY
118100             ADD 1 TO WS-DIV-COOLING(WS-SLOT)
118200         WHEN OTHER
118300             ADD 1 TO WS-DIV-REUSABLE(WS-SLOT)
118400     END-EVALUATE.
118500 6100-COUNT-ONE-CODE-EXIT.
118600     EXIT.
118700*****************************************************************
118800*  6150-COUNT-LOWER-DIVISION                                     *
118900*****************************************************************
119000 6150-COUNT-LOWER-DIVISION.
119100     IF WS-DIV-DEPTNO(DV-IDX) < WS-REG-DIVISION(RG-IDX)
119200         ADD 1 TO WS-LOWER-COUNT
119300     END-IF.
119400 6150-COUNT-LOWER-DIVISION-EXIT.
119500     EXIT.
119600*****************************************************************
119700*  6160-SHIFT-DIVISION-UP                                        *
119800*****************************************************************
119900 6160-SHIFT-DIVISION-UP.
120000     COMPUTE WS-SHIFT-TO = WS-SHIFT + 1.
120100     MOVE WS-DIV-ENTRY(WS-SHIFT) TO WS-DIV-ENTRY(WS-SHIFT-TO).
120200 6160-SHIFT-DIVISION-UP-EXIT.
120300     EXIT.
120400*****************************************************************
120500*  6200-WRITE-ONE-DIVISION                                       *
120600*****************************************************************
120700 6200-WRITE-ONE-DIVISION.
120800     MOVE SPACE TO DEPT-NREG-RPT-REC.
120900     MOVE WS-DIV-DEPTNO(DV-IDX)     TO NX-DIVISION.
121000     COMPUTE WS-LEFT = WS-DIV-AVAILABLE(DV-IDX)
121100                     + WS-DIV-REUSABLE(DV-IDX).
121200     IF WS-LEFT = ZERO
121300         MOVE 'EXHAUSTED'           TO NX-ACTION
121400     ELSE
121500         MOVE 'CAPACITY'            TO NX-ACTION
121600     END-IF.
121700     MOVE WS-TODAY                  TO NX-DATE.
121800     MOVE WS-DIV-TOTAL(DV-IDX)      TO NX-TOTAL-COUNT.
121900     MOVE WS-DIV-ACTIVE(DV-IDX)     TO NX-ACTIVE-COUNT.
122000     MOVE WS-DIV-RESERVED(DV-IDX)   TO NX-RESERVED-COUNT.
122100     MOVE WS-DIV-AVAILABLE(DV-IDX)  TO NX-AVAILABLE-COUNT.
122200     MOVE WS-DIV-COOLING(DV-IDX)    TO NX-COOLING-COUNT.
122300     MOVE WS-DIV-REUSABLE(DV-IDX)   TO NX-REUSABLE-COUNT.
122400     MOVE WS-LEFT                   TO NX-LEFT-COUNT.
122500     WRITE DEPT-NREG-RPT-REC.
122600     ADD WS-DIV-TOTAL(DV-IDX)       TO WS-ALL-TOTAL.
122700     ADD WS-DIV-ACTIVE(DV-IDX)      TO WS-ALL-ACTIVE.
122800     ADD WS-DIV-RESERVED(DV-IDX)    TO WS-ALL-RESERVED.
122900     ADD WS-DIV-AVAILABLE(DV-IDX)   TO WS-ALL-AVAILABLE.
123000     ADD WS-DIV-COOLING(DV-IDX)     TO WS-ALL-COOLING.
123100     ADD WS-DIV-REUSABLE(DV-IDX)    TO WS-ALL-REUSABLE.
123200 6200-WRITE-ONE-DIVISION-EXIT.
123300     EXIT.
123400*****************************************************************
123500*  7000-WRITE-CODE-LINE                                          *
123600*  FINISHES AN ACTIVITY LINE FOR THE CODE AT RG-IDX; THE CALLER  *
123700*  HAS ALREADY FILLED IN THE ACTION, USERID, AND DETAIL.         *
123800*****************************************************************
123900 7000-WRITE-CODE-LINE.
124000     MOVE WS-REG-DIVISION(RG-IDX)    TO NX-DIVISION.
124100     MOVE WS-REG-DEPTNO(RG-IDX)      TO NX-DEPTNO.
124200     MOVE WS-REG-STATUS-DATE(RG-IDX) TO NX-DATE.
124300     WRITE DEPT-NREG-RPT-REC.
124400 7000-WRITE-CODE-LINE-EXIT.
124500     EXIT.
124600*****************************************************************
124700*  7100-FIND-CODE                                                *
124800*  LOOKS WS-FIND-DEPTNO UP IN THE REGISTRY; WHEN FOUND, RG-IDX   *
124900*  IS LEFT ON IT.                                                *
125000*****************************************************************
125100 7100-FIND-CODE.
125200     SET WS-CODE-NOT-FOUND TO TRUE.
125300     IF WS-REG-COUNT > ZERO
125400         SEARCH ALL WS-REG-ENTRY
125500             AT END
125600                 CONTINUE
125700             WHEN WS-REG-DEPTNO(RG-IDX) = WS-FIND-DEPTNO
125800                 SET WS-CODE-FOUND TO TRUE
125900         END-SEARCH
126000     END-IF.
126100 7100-FIND-CODE-EXIT.
126200     EXIT.
126300*****************************************************************
126400*  7200-FIND-DEPT1                                               *
126500*  IS WS-FIND-DEPTNO ON DEPT1 TONIGHT?                           *
126600*****************************************************************
126700 7200-FIND-DEPT1.
126800     SET WS-DEPT-NOT-FOUND TO TRUE.
126900     IF DT-ENTRY-COUNT > ZERO
127000         SEARCH ALL DT-ENTRY
127100             AT END
127200                 CONTINUE
127300             WHEN DT-DEPTNO(DT-IDX) = WS-FIND-DEPTNO
127400                 SET WS-DEPT-FOUND TO TRUE
127500         END-SEARCH
127600     END-IF.
127700 7200-FIND-DEPT1-EXIT.
127800     EXIT.
127900*****************************************************************
128000*  8000-TERMINATE                                                *
128100*  A REJECTED CARD ENDS THE RUN WITH RETURN CODE 4 SO SOMEBODY   *
128200*  READS THE ACTIVITY SECTION.                                   *
128300*****************************************************************
128400 8000-TERMINATE.
128500     CLOSE DEPTNROT.
128600     CLOSE DEPTNRRP.
128700     DISPLAY 'DEPTNRNG - NUMBER REGISTRY RUN COMPLETE'.
128800     DISPLAY 'CODES READ            = ' WS-CODES-READ.
128900     DISPLAY 'CODES ACTIVATED       = ' WS-CODES-ACTIVATED.
129000     DISPLAY 'CODES RETIRED         = ' WS-CODES-RETIRED.
129100     DISPLAY 'PENDING RECORDS READ  = ' WS-PENDING-READ.
129200     DISPLAY 'CODES HELD FOR ADDS   = ' WS-CODES-HELD.
129300     DISPLAY 'DEPT1 CODES NO RANGE  = ' WS-CODES-NO-RANGE.
129400     DISPLAY 'CARDS READ            = ' WS-CARDS-READ.
129500     DISPLAY 'CARDS APPLIED         = ' WS-CARDS-APPLIED.
129600     DISPLAY 'CARDS REJECTED        = ' WS-CARDS-REJECTED.
129700     DISPLAY 'CODES WRITTEN         = ' WS-CODES-WRITTEN.
129800     IF WS-CARDS-REJECTED > ZERO
129900         MOVE 4 TO RETURN-CODE
130000     END-IF.
130100 8000-TERMINATE-EXIT.
130200     EXIT.
130300*****************************************************************
130400*  9999-ABEND                                                    *
130500*  REACHED ONLY ON A FILE-STATUS OR SQL ERROR DETECTED ABOVE.    *
130600*  THE NEW REGISTRY IS INCOMPLETE AND MUST NOT BE ROLLED         *
130700*  FORWARD; RERUNNING FROM THE SAME OLD REGISTRY AND CARDS IS    *
130800*  SAFE.                                                         *
130900*****************************************************************
131000 9999-ABEND.
131100     CLOSE DEPTNRIN.
131200     CLOSE DEPTNROT.
131300     CLOSE DEPTNRTX.
131400     CLOSE DEPTPDOT.
131500     CLOSE DEPTNRRP.
131600     DISPLAY 'DEPTNRNG - ABENDING - RETURN-CODE = ' RETURN-CODE.
131700     STOP RUN.
