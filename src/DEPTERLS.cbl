000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.      DEPTERLS.
000300 AUTHOR.          R HOLLOWAY.
000400 INSTALLATION.    DEPARTMENTAL SYSTEMS - DATA ADMINISTRATION.
000500 DATE-WRITTEN.    10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY                                        *
000900*-----------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                                 *
001100*-----------------------------------------------------------*
001200* 10/15/2026  RH   ORIGINAL.  LISTS THE EDIT-RULE TABLE IN FORCE *
001300*                  TODAY.  EVERY EDIT CODE MAIN, DEPTMNT,        *
001400*                  DEPTUPST AND DEPTPNDG CAN RAISE IS SHOWN WITH *
001500*                  THE SEVERITY IT WILL TAKE TONIGHT -- REJECT,  *
001600*                  WARN OR IGNORE -- AND WHERE THAT COMES FROM:  *
001700*                  A DEPTERUL ENTRY, THE BUILT-IN REJECT, OR A   *
001800*                  LOCKED CODE.  THE DEPTERUL ENTRIES NOT IN     *
001900*                  FORCE (FUTURE, EXPIRED, SHADOWED BY AN        *
002000*                  EARLIER ENTRY, OR IN ERROR) ARE LISTED AFTER  *
002100*                  WITH THE REASON.                              *
002200*****************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.     IBM-370.
002600 OBJECT-COMPUTER.     IBM-370.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT DEPTERUL ASSIGN TO "DEPTERUL"
003000         ORGANIZATION IS SEQUENTIAL
003100         FILE STATUS IS WS-DEPTERUL-STATUS.
003200     SELECT DEPTERRP ASSIGN TO "DEPTERRP"
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS WS-DEPTERRP-STATUS.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  DEPTERUL
003800     RECORDING MODE IS F
003900     LABEL RECORDS ARE STANDARD.
004000 COPY DEPT-EDIT-RULE-REC
004100     REPLACING ==DEPT-EDIT-RULE-REC== BY ==DEPT-ERUL-IN-REC==
004200               ==ER-CODE-LOCKED==     BY ==EI-CODE-LOCKED==
004300               ==ER-CODE==            BY ==EI-CODE==
004400               ==ER-SEVERITY-REJECT== BY ==EI-SEVERITY-REJECT==
004500               ==ER-SEVERITY-WARN==   BY ==EI-SEVERITY-WARN==
004600               ==ER-SEVERITY-IGNORE== BY ==EI-SEVERITY-IGNORE==
004700               ==ER-SEVERITY-VALID==  BY ==EI-SEVERITY-VALID==
004800               ==ER-SEVERITY==        BY ==EI-SEVERITY==
004900               ==ER-EFF-FROM==        BY ==EI-EFF-FROM==
005000               ==ER-EFF-TO==          BY ==EI-EFF-TO==
005100               ==ER-MESSAGE==         BY ==EI-MESSAGE==
005200               ==ER-CHANGED-BY==      BY ==EI-CHANGED-BY==.
005300 FD  DEPTERRP
005400     RECORDING MODE IS F
005500     LABEL RECORDS ARE STANDARD.
005600 COPY DEPT-EDIT-RULE-RPT-REC.
005700 WORKING-STORAGE SECTION.
005800 COPY DEPT-EDIT-RULE-REC.
005900*****************************************************************
006000*  THE EDIT CODES THE POSTING PROGRAMS RAISE, WITH THE PROGRAM   *
006100*  THAT RAISES EACH AND THE TEXT IT WRITES WHEN NO RULE-FILE     *
006200*  ENTRY SUPPLIES ONE.  A NEW EDIT IN ANY OF THE FOUR PROGRAMS   *
006300*  MUST BE ADDED HERE TOO, OR ITS RULE-FILE ENTRIES WILL BE      *
006400*  LISTED AS UNKNOWN.                                            *
006500*****************************************************************
006600 01  WS-CODE-CATALOG-VALUES.
006700     05  FILLER                  PIC X(04) VALUE 'E001'.
006800     05  FILLER                  PIC X(08) VALUE 'MAIN'.
006900     05  FILLER                  PIC X(40) VALUE 'MISSING DEPTNO'.
007000     05  FILLER                  PIC X(04) VALUE 'E002'.
007100     05  FILLER                  PIC X(08) VALUE 'MAIN'.
007200     05  FILLER                  PIC X(40)
007300             VALUE 'MISSING DEPTNAME'.
007400     05  FILLER                  PIC X(04) VALUE 'E003'.
007500     05  FILLER                  PIC X(08) VALUE 'MAIN'.
007600     05  FILLER                  PIC X(40)
007700             VALUE 'MISSING ADMRDEPT'.
007800     05  FILLER                  PIC X(04) VALUE 'E004'.
007900     05  FILLER                  PIC X(08) VALUE 'MAIN'.
008000     05  FILLER                  PIC X(40)
008100             VALUE 'INVALID TRANCODE'.
008200     05  FILLER                  PIC X(04) VALUE 'E005'.
008300     05  FILLER                  PIC X(08) VALUE 'MAIN'.
008400     05  FILLER                  PIC X(40)
008500             VALUE 'MGRNO NOT ON EMPLOYEE MASTER'.
008600     05  FILLER                  PIC X(04) VALUE 'E006'.
008700     05  FILLER                  PIC X(08) VALUE 'MAIN'.
008800     05  FILLER                  PIC X(40)
008900             VALUE 'MGRNO NOT AN ACTIVE EMPLOYEE'.
009000     05  FILLER                  PIC X(04) VALUE 'E007'.
009100     05  FILLER                  PIC X(08) VALUE 'MAIN'.
009200     05  FILLER                  PIC X(40)
009300             VALUE 'LOCATION NOT ON SITE REFERENCE'.
009400     05  FILLER                  PIC X(04) VALUE 'E009'.
009500     05  FILLER                  PIC X(08) VALUE 'MAIN'.
009600     05  FILLER                  PIC X(40)
009700             VALUE 'DEPT1 INSERT/UPDATE FAILED'.
009800     05  FILLER                  PIC X(04) VALUE 'E010'.
009900     05  FILLER                  PIC X(08) VALUE 'MAIN'.
010000     05  FILLER                  PIC X(40)
010100             VALUE 'DEPTNO NOT IN ANY DIVISION RANGE'.
010200     05  FILLER                  PIC X(04) VALUE 'E011'.
010300     05  FILLER                  PIC X(08) VALUE 'MAIN'.
010400     05  FILLER                  PIC X(40)
010500             VALUE 'DEPTNO STILL ACTIVE ON NUMBER REGISTRY'.
010600     05  FILLER                  PIC X(04) VALUE 'E012'.
010700     05  FILLER                  PIC X(08) VALUE 'MAIN'.
010800     05  FILLER                  PIC X(40)
010900             VALUE 'DEPTNO RETIRED - COOLING-OFF NOT OVER'.
011000     05  FILLER                  PIC X(04) VALUE 'E013'.
011100     05  FILLER                  PIC X(08) VALUE 'MAIN'.
011200     05  FILLER                  PIC X(40)
011300             VALUE 'DEPTNO IN ANOTHER DIVISION RANGE'.
011400     05  FILLER                  PIC X(04) VALUE 'E101'.
011500     05  FILLER                  PIC X(08) VALUE 'DEPTMNT'.
011600     05  FILLER                  PIC X(40) VALUE 'MISSING DEPTNO'.
011700     05  FILLER                  PIC X(04) VALUE 'E102'.
011800     05  FILLER                  PIC X(08) VALUE 'DEPTMNT'.
011900     05  FILLER                  PIC X(40)
012000             VALUE 'INVALID TRANCODE'.
012100     05  FILLER                  PIC X(04) VALUE 'E103'.
012200     05  FILLER                  PIC X(08) VALUE 'DEPTMNT'.
012300     05  FILLER                  PIC X(40)
012400             VALUE 'MISSING DEPTNAME OR ADMRDEPT'.
012500     05  FILLER                  PIC X(04) VALUE 'E104'.
012600     05  FILLER                  PIC X(08) VALUE 'DEPTMNT'.
012700     05  FILLER                  PIC X(40) VALUE 'MISSING USERID'.
012800     05  FILLER                  PIC X(04) VALUE 'E105'.
012900     05  FILLER                  PIC X(08) VALUE 'DEPTMNT'.
013000     05  FILLER                  PIC X(40)
013100             VALUE 'DEPTNO ALREADY ON DEPT1'.
013200     05  FILLER                  PIC X(04) VALUE 'E106'.
013300     05  FILLER                  PIC X(08) VALUE 'DEPTMNT'.
013400     05  FILLER                  PIC X(40)
013500             VALUE 'DEPTNO NOT FOUND ON DEPT1'.
013600     05  FILLER                  PIC X(04) VALUE 'E107'.
013700     05  FILLER                  PIC X(08) VALUE 'DEPTMNT'.
013800     05  FILLER                  PIC X(40)
013900             VALUE 'MGRNO NOT ON EMPLOYEE MASTER'.
014000     05  FILLER                  PIC X(04) VALUE 'E108'.
014100     05  FILLER                  PIC X(08) VALUE 'DEPTMNT'.
014200     05  FILLER                  PIC X(40)
014300             VALUE 'MGRNO NOT AN ACTIVE EMPLOYEE'.
014400     05  FILLER                  PIC X(04) VALUE 'E110'.
014500     05  FILLER                  PIC X(08) VALUE 'DEPTMNT'.
014600     05  FILLER                  PIC X(40)
014700             VALUE 'DEPT1 INSERT FAILED'.
014800     05  FILLER                  PIC X(04) VALUE 'E111'.
014900     05  FILLER                  PIC X(08) VALUE 'DEPTMNT'.
015000     05  FILLER                  PIC X(40)
015100             VALUE 'DEPT1 UPDATE FAILED'.
015200     05  FILLER                  PIC X(04) VALUE 'E112'.
015300     05  FILLER                  PIC X(08) VALUE 'DEPTMNT'.
015400     05  FILLER                  PIC X(40)
015500             VALUE 'DEPT1 CLOSE FAILED'.
015600     05  FILLER                  PIC X(04) VALUE 'E113'.
015700     05  FILLER                  PIC X(08) VALUE 'DEPTMNT'.
015800     05  FILLER                  PIC X(40)
015900             VALUE 'DEPENDENT DEPARTMENTS STILL NAME THIS AD'.
016000     05  FILLER                  PIC X(04) VALUE 'E114'.
016100     05  FILLER                  PIC X(08) VALUE 'DEPTMNT'.
016200     05  FILLER                  PIC X(40)
016300             VALUE 'MISSING NEW ADMRDEPT'.
016400     05  FILLER                  PIC X(04) VALUE 'E115'.
016500     05  FILLER                  PIC X(08) VALUE 'DEPTMNT'.
016600     05  FILLER                  PIC X(40)
016700             VALUE 'NEW ADMRDEPT SAME AS OLD'.
016800     05  FILLER                  PIC X(04) VALUE 'E116'.
016900     05  FILLER                  PIC X(08) VALUE 'DEPTMNT'.
017000     05  FILLER                  PIC X(40)
017100             VALUE 'NEW ADMRDEPT NOT ON DEPT1'.
017200     05  FILLER                  PIC X(04) VALUE 'E117'.
017300     05  FILLER                  PIC X(08) VALUE 'DEPTMNT'.
017400     05  FILLER                  PIC X(40)
017500             VALUE 'NO DEPENDENT DEPARTMENTS TO REASSIGN'.
017600     05  FILLER                  PIC X(04) VALUE 'E118'.
017700     05  FILLER                  PIC X(08) VALUE 'DEPTMNT'.
017800     05  FILLER                  PIC X(40)
017900             VALUE 'LOCATION NOT ON SITE REFERENCE'.
018000     05  FILLER                  PIC X(04) VALUE 'E119'.
018100     05  FILLER                  PIC X(08) VALUE 'DEPTMNT'.
018200     05  FILLER                  PIC X(40)
018300             VALUE 'APPROVER IS THE SAME USERID AS THE KEYER'.
018400     05  FILLER                  PIC X(04) VALUE 'E120'.
018500     05  FILLER                  PIC X(08) VALUE 'DEPTMNT'.
018600     05  FILLER                  PIC X(40)
018700             VALUE 'PACKAGE BLOCKED BY ANOTHER MEMBER'.
018800     05  FILLER                  PIC X(04) VALUE 'E121'.
018900     05  FILLER                  PIC X(08) VALUE 'DEPTMNT'.
019000     05  FILLER                  PIC X(40)
019100             VALUE 'PACKAGE MEMBERS NOT TOGETHER ON INPUT'.
019200     05  FILLER                  PIC X(04) VALUE 'E122'.
019300     05  FILLER                  PIC X(08) VALUE 'DEPTMNT'.
019400     05  FILLER                  PIC X(40)
019500             VALUE 'DEPTNO NOT IN ANY DIVISION RANGE'.
019600     05  FILLER                  PIC X(04) VALUE 'E123'.
019700     05  FILLER                  PIC X(08) VALUE 'DEPTMNT'.
019800     05  FILLER                  PIC X(40)
019900             VALUE 'DEPTNO STILL ACTIVE ON NUMBER REGISTRY'.
020000     05  FILLER                  PIC X(04) VALUE 'E124'.
020100     05  FILLER                  PIC X(08) VALUE 'DEPTMNT'.
020200     05  FILLER                  PIC X(40)
020300             VALUE 'DEPTNO RETIRED - COOLING-OFF NOT OVER'.
020400     05  FILLER                  PIC X(04) VALUE 'E125'.
020500     05  FILLER                  PIC X(08) VALUE 'DEPTMNT'.
020600     05  FILLER                  PIC X(40)
020700             VALUE 'DEPTNO IN ANOTHER DIVISION RANGE'.
020800     05  FILLER                  PIC X(04) VALUE 'E201'.
020900     05  FILLER                  PIC X(08) VALUE 'DEPTUPST'.
021000     05  FILLER                  PIC X(40) VALUE 'MISSING DEPTNO'.
021100     05  FILLER                  PIC X(04) VALUE 'E202'.
021200     05  FILLER                  PIC X(08) VALUE 'DEPTUPST'.
021300     05  FILLER                  PIC X(40)
021400             VALUE 'MISSING DEPTNAME'.
021500     05  FILLER                  PIC X(04) VALUE 'E203'.
021600     05  FILLER                  PIC X(08) VALUE 'DEPTUPST'.
021700     05  FILLER                  PIC X(40)
021800             VALUE 'MISSING ADMRDEPT'.
021900     05  FILLER                  PIC X(04) VALUE 'E204'.
022000     05  FILLER                  PIC X(08) VALUE 'DEPTUPST'.
022100     05  FILLER                  PIC X(40)
022200             VALUE 'ADMRDEPT NOT RECOGNIZED ON DEPT1'.
022300     05  FILLER                  PIC X(04) VALUE 'E205'.
022400     05  FILLER                  PIC X(08) VALUE 'DEPTUPST'.
022500     05  FILLER                  PIC X(40)
022600             VALUE 'MGRNO NOT ON EMPLOYEE MASTER'.
022700     05  FILLER                  PIC X(04) VALUE 'E206'.
022800     05  FILLER                  PIC X(08) VALUE 'DEPTUPST'.
022900     05  FILLER                  PIC X(40)
023000             VALUE 'MGRNO NOT AN ACTIVE EMPLOYEE'.
023100     05  FILLER                  PIC X(04) VALUE 'E207'.
023200     05  FILLER                  PIC X(08) VALUE 'DEPTUPST'.
023300     05  FILLER                  PIC X(40)
023400             VALUE 'LOCATION NOT ON SITE REFERENCE'.
023500     05  FILLER                  PIC X(04) VALUE 'E210'.
023600     05  FILLER                  PIC X(08) VALUE 'DEPTUPST'.
023700     05  FILLER                  PIC X(40)
023800             VALUE 'DEPT1 INSERT FAILED'.
023900     05  FILLER                  PIC X(04) VALUE 'E211'.
024000     05  FILLER                  PIC X(08) VALUE 'DEPTUPST'.
024100     05  FILLER                  PIC X(40)
024200             VALUE 'DEPT1 UPDATE FAILED'.
024300     05  FILLER                  PIC X(04) VALUE 'E212'.
024400     05  FILLER                  PIC X(08) VALUE 'DEPTUPST'.
024500     05  FILLER                  PIC X(40)
024600             VALUE 'DEPTNO NOT IN ANY DIVISION RANGE'.
024700     05  FILLER                  PIC X(04) VALUE 'E213'.
024800     05  FILLER                  PIC X(08) VALUE 'DEPTUPST'.
024900     05  FILLER                  PIC X(40)
025000             VALUE 'DEPTNO STILL ACTIVE ON NUMBER REGISTRY'.
025100     05  FILLER                  PIC X(04) VALUE 'E214'.
025200     05  FILLER                  PIC X(08) VALUE 'DEPTUPST'.
025300     05  FILLER                  PIC X(40)
025400             VALUE 'DEPTNO RETIRED - COOLING-OFF NOT OVER'.
025500     05  FILLER                  PIC X(04) VALUE 'E215'.
025600     05  FILLER                  PIC X(08) VALUE 'DEPTUPST'.
025700     05  FILLER                  PIC X(40)
025800             VALUE 'DEPTNO IN ANOTHER DIVISION RANGE'.
025900     05  FILLER                  PIC X(04) VALUE 'E301'.
026000     05  FILLER                  PIC X(08) VALUE 'DEPTPNDG'.
026100     05  FILLER                  PIC X(40) VALUE 'MISSING DEPTNO'.
026200     05  FILLER                  PIC X(04) VALUE 'E302'.
026300     05  FILLER                  PIC X(08) VALUE 'DEPTPNDG'.
026400     05  FILLER                  PIC X(40)
026500             VALUE 'INVALID TRANCODE'.
026600     05  FILLER                  PIC X(04) VALUE 'E303'.
026700     05  FILLER                  PIC X(08) VALUE 'DEPTPNDG'.
026800     05  FILLER                  PIC X(40) VALUE 'MISSING USERID'.
026900     05  FILLER                  PIC X(04) VALUE 'E304'.
027000     05  FILLER                  PIC X(08) VALUE 'DEPTPNDG'.
027100     05  FILLER                  PIC X(40)
027200             VALUE 'MISSING OR INVALID EFFECTIVE DATE'.
027300     05  FILLER                  PIC X(04) VALUE 'E305'.
027400     05  FILLER                  PIC X(08) VALUE 'DEPTPNDG'.
027500     05  FILLER                  PIC X(40)
027600             VALUE 'MISSING DEPTNAME OR ADMRDEPT'.
027700     05  FILLER                  PIC X(04) VALUE 'E306'.
027800     05  FILLER                  PIC X(08) VALUE 'DEPTPNDG'.
027900     05  FILLER                  PIC X(40)
028000             VALUE 'PACKAGE MEMBERS DIFFER IN EFFECTIVE DATE'.
028100     05  FILLER                  PIC X(04) VALUE 'E307'.
028200     05  FILLER                  PIC X(08) VALUE 'DEPTPNDG'.
028300     05  FILLER                  PIC X(40)
028400             VALUE 'PACKAGE MEMBERS NOT TOGETHER IN THE DECK'.
028500     05  FILLER                  PIC X(04) VALUE 'E308'.
028600     05  FILLER                  PIC X(08) VALUE 'DEPTPNDG'.
028700     05  FILLER                  PIC X(40)
028800             VALUE 'PACKAGE ID ALREADY ON THE PENDING MASTER'.
028900     05  FILLER                  PIC X(04) VALUE 'E309'.
029000     05  FILLER                  PIC X(08) VALUE 'DEPTPNDG'.
029100     05  FILLER                  PIC X(40)
029200             VALUE 'PACKAGE BLOCKED BY ANOTHER MEMBER'.
029300     05  FILLER                  PIC X(04) VALUE 'E310'.
029400     05  FILLER                  PIC X(08) VALUE 'DEPTPNDG'.
029500     05  FILLER                  PIC X(40)
029600             VALUE 'DEPTNO NOT IN ANY DIVISION RANGE'.
029700     05  FILLER                  PIC X(04) VALUE 'E311'.
029800     05  FILLER                  PIC X(08) VALUE 'DEPTPNDG'.
029900     05  FILLER                  PIC X(40)
030000             VALUE 'DEPTNO STILL ACTIVE ON NUMBER REGISTRY'.
030100     05  FILLER                  PIC X(04) VALUE 'E312'.
030200     05  FILLER                  PIC X(08) VALUE 'DEPTPNDG'.
030300     05  FILLER                  PIC X(40)
030400             VALUE 'DEPTNO RETIRED - COOLING-OFF NOT OVER'.
030500     05  FILLER                  PIC X(04) VALUE 'E313'.
030600     05  FILLER                  PIC X(08) VALUE 'DEPTPNDG'.
030700     05  FILLER                  PIC X(40)
030800             VALUE 'DEPTNO IN ANOTHER DIVISION RANGE'.
030900 01  WS-CODE-CATALOG REDEFINES WS-CODE-CATALOG-VALUES.
031000     05  WS-CAT-ENTRY
031100             OCCURS 62 TIMES
031200             INDEXED BY CT-IDX.
031300         10  WS-CAT-CODE         PIC X(04).
031400         10  WS-CAT-PROGRAM      PIC X(08).
031500         10  WS-CAT-TEXT         PIC X(40).
031600 77  WS-CAT-MAX-ENTRIES       PIC 9(05) COMP VALUE 62.
031700*****************************************************************
031800*  THE RULE FILE, HELD WHOLE IN FILE ORDER.  UNLIKE THE POSTING  *
031900*  PROGRAMS' TABLE IT KEEPS EVERY ENTRY, LOCKED AND UNKNOWN      *
032000*  CODES INCLUDED, SO EACH CAN BE LISTED WITH WHAT IS WRONG WITH *
032100*  IT.  WS-RULE-NOTE IS SET AT LOAD TIME FOR AN ENTRY IN ERROR.  *
032200*****************************************************************
032300 01  WS-RULE-TABLE.
032400     05  WS-RULE-MAX-ENTRIES     PIC 9(05) COMP VALUE 500.
032500     05  WS-RULE-COUNT           PIC 9(05) COMP VALUE ZERO.
032600     05  WS-RULE-ENTRY
032700             OCCURS 1 TO 500 TIMES
032800             DEPENDING ON WS-RULE-COUNT
032900             INDEXED BY RL-IDX.
033000         10  WS-RULE-CODE        PIC X(04).
033100         10  WS-RULE-SEVERITY    PIC X(01).
033200             88  WS-RULE-REJECT      VALUE 'R'.
033300             88  WS-RULE-WARN        VALUE 'W'.
033400             88  WS-RULE-IGNORE      VALUE 'I'.
033500         10  WS-RULE-EFF-FROM    PIC X(08).
033600         10  WS-RULE-EFF-TO      PIC X(08).
033700         10  WS-RULE-MESSAGE     PIC X(40).
033800         10  WS-RULE-CHANGED-BY  PIC X(08).
033900         10  WS-RULE-NOTE        PIC X(14).
034000         10  WS-RULE-FORCE-SW    PIC X(01).
034100             88  WS-RULE-IN-FORCE    VALUE 'Y'.
034200             88  WS-RULE-NOT-IN-FORCE VALUE 'N'.
034300*****************************************************************
034400*  WORK FIELDS                                                   *
034500*****************************************************************
034600 77  WS-TODAY                 PIC X(08) VALUE SPACE.
034700 77  WS-FIND-CODE             PIC X(04) VALUE SPACE.
034800 77  WS-EDIT-ENTRY-NO         PIC ZZ9.
034900 77  WS-EDIT-COUNT            PIC ZZZZ9.
035000 77  WS-TOTAL-TEXT            PIC X(40) VALUE SPACE.
035100 77  WS-TOTAL-COUNT           PIC 9(05) COMP VALUE ZERO.
035200 77  WS-CAT-SWITCH            PIC X(01) VALUE 'N'.
035300     88  WS-CAT-FOUND             VALUE 'Y'.
035400     88  WS-CAT-NOT-FOUND         VALUE 'N'.
035500 77  WS-RULE-SWITCH           PIC X(01) VALUE 'N'.
035600     88  WS-RULE-FOUND            VALUE 'Y'.
035700     88  WS-RULE-NOT-FOUND        VALUE 'N'.
035800 77  WS-RULE-FILE-SWITCH      PIC X(01) VALUE 'Y'.
035900     88  WS-RULE-FILE-PRESENT     VALUE 'Y'.
036000     88  WS-RULE-FILE-ABSENT      VALUE 'N'.
036100 77  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
036200     88  WS-EOF-FILE              VALUE 'Y'.
036300     88  WS-NOT-EOF-FILE          VALUE 'N'.
036400*****************************************************************
036500*  COUNTERS                                                      *
036600*****************************************************************
036700 77  WS-ENTRIES-READ          PIC 9(09) COMP VALUE ZERO.
036800 77  WS-ENTRIES-IN-FORCE      PIC 9(09) COMP VALUE ZERO.
036900 77  WS-ENTRIES-NOT-IN-FORCE  PIC 9(09) COMP VALUE ZERO.
037000 77  WS-ENTRIES-IN-ERROR      PIC 9(09) COMP VALUE ZERO.
037100 77  WS-CODES-LISTED          PIC 9(09) COMP VALUE ZERO.
037200 77  WS-CODES-REJECT          PIC 9(09) COMP VALUE ZERO.
037300 77  WS-CODES-WARN            PIC 9(09) COMP VALUE ZERO.
037400 77  WS-CODES-IGNORE          PIC 9(09) COMP VALUE ZERO.
037500*****************************************************************
037600*  FILE-STATUS FIELDS.  STATUS '35' ON DEPTERUL IS REPORTED, NOT *
037700*  ABENDED ON -- THE LISTING THEN SAYS THAT THE POSTING PROGRAMS *
037800*  WILL ABEND WITHOUT IT.                                        *
037900*****************************************************************
038000 77  WS-DEPTERUL-STATUS       PIC X(02) VALUE SPACE.
038100 77  WS-DEPTERRP-STATUS       PIC X(02) VALUE SPACE.
038200 PROCEDURE DIVISION.
038300*****************************************************************
038400*  0000-MAINLINE                                                 *
038500*****************************************************************
038600 0000-MAINLINE.
038700     PERFORM 1000-INITIALIZE
038800         THRU 1000-INITIALIZE-EXIT.
038900     PERFORM 2000-LOAD-RULES
039000         THRU 2000-LOAD-RULES-EXIT.
039100     PERFORM 3000-LIST-IN-FORCE
039200         THRU 3000-LIST-IN-FORCE-EXIT.
039300     PERFORM 4000-LIST-OTHER-ENTRIES
039400         THRU 4000-LIST-OTHER-ENTRIES-EXIT.
039500     PERFORM 5000-WRITE-TOTALS
039600         THRU 5000-WRITE-TOTALS-EXIT.
039700     PERFORM 8000-TERMINATE
039800         THRU 8000-TERMINATE-EXIT.
039900     STOP RUN.
040000*****************************************************************
040100*  1000-INITIALIZE                                               *
040200*  THE RULES ARE LISTED AS OF TODAY'S DATE, WHICH IS THE DATE    *
040300*  THE POSTING PROGRAMS TEST THEM AGAINST TONIGHT.               *
040400*****************************************************************
040500 1000-INITIALIZE.
040600     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
040700     OPEN OUTPUT DEPTERRP.
040800     IF WS-DEPTERRP-STATUS NOT = '00'
040900         DISPLAY 'DEPTERLS - OPEN FAILED FOR DEPTERRP, STATUS = '
041000             WS-DEPTERRP-STATUS
041100         MOVE 16 TO RETURN-CODE
041200         GO TO 9999-ABEND
041300     END-IF.
041400     PERFORM 1100-WRITE-HEADINGS
041500         THRU 1100-WRITE-HEADINGS-EXIT.
041600 1000-INITIALIZE-EXIT.
041700     EXIT.
041800*****************************************************************
041900*  1100-WRITE-HEADINGS                                           *
042000*****************************************************************
042100 1100-WRITE-HEADINGS.
042200     MOVE SPACE TO DEPT-EDIT-RULE-RPT-REC.
042300     MOVE 'CODE'               TO EL-CODE.
042400     MOVE 'PROGRAM'            TO EL-PROGRAM.
042500     MOVE 'SEV'                TO EL-SEVERITY.
042600     MOVE 'SOURCE'             TO EL-SOURCE.
042700     MOVE 'FROM'               TO EL-EFF-FROM.
042800     MOVE 'TO'                 TO EL-EFF-TO.
042900     MOVE 'BY'                 TO EL-CHANGED-BY.
043000     MOVE 'MESSAGE'            TO EL-MESSAGE.
043100     MOVE 'NOTE'               TO EL-NOTE.
043200     WRITE DEPT-EDIT-RULE-RPT-REC.
043300 1100-WRITE-HEADINGS-EXIT.
043400     EXIT.
043500*****************************************************************
043600*  2000-LOAD-RULES                                               *
043700*  AN ABSENT RULE FILE IS LISTED RATHER THAN ABENDED ON, SINCE   *
043800*  THIS IS THE REPORT SOMEBODY READS TO FIND OUT WHY THE POSTING *
043900*  PROGRAMS STOPPED.  A FULL TABLE ABENDS THE RUN, AS IT WOULD   *
044000*  ABEND THE POSTING PROGRAMS.                                   *
044100*****************************************************************
044200 2000-LOAD-RULES.
044300     OPEN INPUT DEPTERUL.
044400     IF WS-DEPTERUL-STATUS = '35'
044500         DISPLAY 'DEPTERLS - NO EDIT-RULE FILE ON DEPTERUL'
044600         SET WS-RULE-FILE-ABSENT TO TRUE
044700         GO TO 2000-LOAD-RULES-EXIT
044800     END-IF.
044900     IF WS-DEPTERUL-STATUS NOT = '00'
045000         DISPLAY 'DEPTERLS - OPEN FAILED FOR DEPTERUL, STATUS = '
045100             WS-DEPTERUL-STATUS
045200         MOVE 16 TO RETURN-CODE
045300         GO TO 9999-ABEND
045400     END-IF.
045500     SET WS-NOT-EOF-FILE TO TRUE.
045600     PERFORM 2100-READ-RULE
045700         THRU 2100-READ-RULE-EXIT.
045800     PERFORM 2200-LOAD-ONE-RULE
045900         THRU 2200-LOAD-ONE-RULE-EXIT
046000         UNTIL WS-EOF-FILE.
046100     CLOSE DEPTERUL.
046200 2000-LOAD-RULES-EXIT.
046300     EXIT.
046400*****************************************************************
046500*  2100-READ-RULE                                                *
046600*****************************************************************
046700 2100-READ-RULE.
046800     READ DEPTERUL
046900         AT END
047000             SET WS-EOF-FILE TO TRUE
047100         NOT AT END
047200             ADD 1 TO WS-ENTRIES-READ
047300             MOVE DEPT-ERUL-IN-REC TO DEPT-EDIT-RULE-REC
047400     END-READ.
047500     IF NOT WS-EOF-FILE AND WS-DEPTERUL-STATUS NOT = '00'
047600         DISPLAY 'DEPTERLS - ERROR READING DEPTERUL, STATUS = '
047700             WS-DEPTERUL-STATUS
047800         MOVE 16 TO RETURN-CODE
047900         GO TO 9999-ABEND
048000     END-IF.
048100 2100-READ-RULE-EXIT.
048200     EXIT.
048300*****************************************************************
048400*  2200-LOAD-ONE-RULE                                            *
048500*  KEEPS THE ENTRY AND NOTES THE FIRST THING WRONG WITH IT: A    *
048600*  CODE NO PROGRAM RAISES, A LOCKED CODE (THE POSTING PROGRAMS   *
048700*  SKIP IT), A SEVERITY OTHER THAN R, W OR I (IT WILL REJECT),   *
048800*  OR AN EFFECTIVE DATE THAT IS NOT YYYYMMDD OR ENDS BEFORE IT   *
048900*  STARTS.                                                       *
049000*****************************************************************
049100 2200-LOAD-ONE-RULE.
049200     IF WS-RULE-COUNT >= WS-RULE-MAX-ENTRIES
049300         DISPLAY 'DEPTERLS - EDIT-RULE TABLE FULL AT '
049400             WS-RULE-MAX-ENTRIES ' ENTRIES'
049500         MOVE 16 TO RETURN-CODE
049600         GO TO 9999-ABEND
049700     END-IF.
049800     ADD 1 TO WS-RULE-COUNT.
049900     MOVE ER-CODE       TO WS-RULE-CODE(WS-RULE-COUNT).
050000     MOVE ER-SEVERITY   TO WS-RULE-SEVERITY(WS-RULE-COUNT).
050100     MOVE ER-EFF-FROM   TO WS-RULE-EFF-FROM(WS-RULE-COUNT).
050200     MOVE ER-EFF-TO     TO WS-RULE-EFF-TO(WS-RULE-COUNT).
050300     MOVE ER-MESSAGE    TO WS-RULE-MESSAGE(WS-RULE-COUNT).
050400     MOVE ER-CHANGED-BY TO WS-RULE-CHANGED-BY(WS-RULE-COUNT).
050500     MOVE SPACE         TO WS-RULE-NOTE(WS-RULE-COUNT).
050600     SET WS-RULE-NOT-IN-FORCE(WS-RULE-COUNT) TO TRUE.
050700     MOVE ER-CODE TO WS-FIND-CODE.
050800     PERFORM 7100-FIND-CATALOG
050900         THRU 7100-FIND-CATALOG-EXIT.
051000     EVALUATE TRUE
051100         WHEN WS-CAT-NOT-FOUND
051200             MOVE 'UNKNOWN CODE' TO WS-RULE-NOTE(WS-RULE-COUNT)
051300         WHEN ER-CODE-LOCKED
051400             MOVE 'LOCKED CODE'  TO WS-RULE-NOTE(WS-RULE-COUNT)
051500         WHEN NOT ER-SEVERITY-VALID
051600             MOVE 'BAD SEVERITY' TO WS-RULE-NOTE(WS-RULE-COUNT)
051700         WHEN ER-EFF-FROM NOT = SPACE
051800                 AND ER-EFF-FROM IS NOT NUMERIC
051900             MOVE 'BAD DATE'     TO WS-RULE-NOTE(WS-RULE-COUNT)
052000         WHEN ER-EFF-TO NOT = SPACE
052100                 AND ER-EFF-TO IS NOT NUMERIC
052200             MOVE 'BAD DATE'     TO WS-RULE-NOTE(WS-RULE-COUNT)
052300         WHEN ER-EFF-FROM NOT = SPACE
052400                 AND ER-EFF-TO NOT = SPACE
052500                 AND ER-EFF-FROM > ER-EFF-TO
052600             MOVE 'BAD DATE'     TO WS-RULE-NOTE(WS-RULE-COUNT)
052700         WHEN OTHER
052800             CONTINUE
052900     END-EVALUATE.
053000     IF WS-RULE-NOTE(WS-RULE-COUNT) NOT = SPACE
053100         ADD 1 TO WS-ENTRIES-IN-ERROR
053200     END-IF.
053300     PERFORM 2100-READ-RULE
053400         THRU 2100-READ-RULE-EXIT.
053500 2200-LOAD-ONE-RULE-EXIT.
053600     EXIT.
053700*****************************************************************
053800*  3000-LIST-IN-FORCE                                            *
053900*  ONE LINE PER EDIT CODE, IN CODE ORDER.                        *
054000*****************************************************************
054100 3000-LIST-IN-FORCE.
054200     MOVE SPACE TO DEPT-EDIT-RULE-RPT-REC.
054300     WRITE DEPT-EDIT-RULE-RPT-REC.
054400     STRING 'EDIT RULES IN FORCE ON ' WS-TODAY
054500         DELIMITED BY SIZE INTO EL-MESSAGE.
054600     WRITE DEPT-EDIT-RULE-RPT-REC.
054700     PERFORM 3100-LIST-ONE-CODE
054800         THRU 3100-LIST-ONE-CODE-EXIT
054900         VARYING CT-IDX FROM 1 BY 1
055000         UNTIL CT-IDX > WS-CAT-MAX-ENTRIES.
055100 3000-LIST-IN-FORCE-EXIT.
055200     EXIT.
055300*****************************************************************
055400*  3100-LIST-ONE-CODE                                            *
055500*  A LOCKED CODE ALWAYS REJECTS.  OTHERWISE THE FIRST ENTRY FOR  *
055600*  THE CODE WHOSE DATES TAKE IN TODAY GOVERNS, EXACTLY AS THE    *
055700*  POSTING PROGRAMS PICK IT; A SEVERITY THEY DO NOT KNOW         *
055800*  REJECTS.  WITH NO ENTRY IN FORCE THE CODE REJECTS WITH THE    *
055900*  PROGRAM'S OWN TEXT.                                           *
056000*****************************************************************
056100 3100-LIST-ONE-CODE.
056200     ADD 1 TO WS-CODES-LISTED.
056300     MOVE SPACE TO DEPT-EDIT-RULE-RPT-REC.
056400     MOVE WS-CAT-CODE(CT-IDX)    TO EL-CODE.
056500     MOVE WS-CAT-PROGRAM(CT-IDX) TO EL-PROGRAM.
056600     MOVE WS-CAT-TEXT(CT-IDX)    TO EL-MESSAGE.
056700     MOVE WS-CAT-CODE(CT-IDX)    TO ER-CODE.
056800     IF ER-CODE-LOCKED
056900         ADD 1 TO WS-CODES-REJECT
057000         MOVE 'REJECT'           TO EL-SEVERITY
057100         MOVE 'LOCKED'           TO EL-SOURCE
057200         GO TO 3100-WRITE-LINE
057300     END-IF.
057400     SET WS-RULE-NOT-FOUND TO TRUE.
057500     IF WS-RULE-COUNT > ZERO
057600         PERFORM 3150-CHECK-ONE-RULE
057700             THRU 3150-CHECK-ONE-RULE-EXIT
057800             VARYING RL-IDX FROM 1 BY 1
057900             UNTIL RL-IDX > WS-RULE-COUNT
058000                OR WS-RULE-FOUND
058100     END-IF.
058200     IF WS-RULE-NOT-FOUND
058300         ADD 1 TO WS-CODES-REJECT
058400         MOVE 'REJECT'           TO EL-SEVERITY
058500         MOVE 'BUILT-IN'         TO EL-SOURCE
058600         GO TO 3100-WRITE-LINE
058700     END-IF.
058800*    THE VARYING LEFT RL-IDX ONE PAST THE ENTRY IT FOUND.        *
058900     SET RL-IDX DOWN BY 1.
059000     SET WS-RULE-IN-FORCE(RL-IDX) TO TRUE.
059100     ADD 1 TO WS-ENTRIES-IN-FORCE.
059200     EVALUATE TRUE
059300         WHEN WS-RULE-WARN(RL-IDX)
059400             ADD 1 TO WS-CODES-WARN
059500             MOVE 'WARN'         TO EL-SEVERITY
059600         WHEN WS-RULE-IGNORE(RL-IDX)
059700             ADD 1 TO WS-CODES-IGNORE
059800             MOVE 'IGNORE'       TO EL-SEVERITY
059900         WHEN OTHER
060000             ADD 1 TO WS-CODES-REJECT
060100             MOVE 'REJECT'       TO EL-SEVERITY
060200     END-EVALUATE.
060300     PERFORM 7200-FORMAT-ENTRY
060400         THRU 7200-FORMAT-ENTRY-EXIT.
060500     IF WS-RULE-MESSAGE(RL-IDX) = SPACE
060600         MOVE WS-CAT-TEXT(CT-IDX) TO EL-MESSAGE
060700     END-IF.
060800 3100-WRITE-LINE.
060900     WRITE DEPT-EDIT-RULE-RPT-REC.
061000 3100-LIST-ONE-CODE-EXIT.
061100     EXIT.
061200*****************************************************************
061300*  3150-CHECK-ONE-RULE                                           *
061400*  LOCKED AND UNKNOWN CODES NEVER MATCH, SO THEIR ENTRIES ARE    *
061500*  PASSED OVER HERE THE WAY THE POSTING PROGRAMS PASS OVER THEM. *
061600*****************************************************************
061700 3150-CHECK-ONE-RULE.
061800     IF WS-RULE-CODE(RL-IDX) = WS-CAT-CODE(CT-IDX)
061900             AND (WS-RULE-EFF-FROM(RL-IDX) = SPACES
062000                  OR WS-RULE-EFF-FROM(RL-IDX) NOT > WS-TODAY)
062100             AND (WS-RULE-EFF-TO(RL-IDX) = SPACES
062200                  OR WS-RULE-EFF-TO(RL-IDX) NOT < WS-TODAY)
062300         SET WS-RULE-FOUND TO TRUE
062400     END-IF.
062500 3150-CHECK-ONE-RULE-EXIT.
062600     EXIT.
062700*****************************************************************
062800*  4000-LIST-OTHER-ENTRIES                                       *
062900*  EVERY RULE-FILE ENTRY NOT GOVERNING A CODE TODAY, IN FILE     *
063000*  ORDER, WITH THE REASON.                                       *
063100*****************************************************************
063200 4000-LIST-OTHER-ENTRIES.
063300     MOVE SPACE TO DEPT-EDIT-RULE-RPT-REC.
063400     WRITE DEPT-EDIT-RULE-RPT-REC.
063500     MOVE 'RULE-FILE ENTRIES NOT IN FORCE' TO EL-MESSAGE.
063600     WRITE DEPT-EDIT-RULE-RPT-REC.
063700     IF WS-RULE-COUNT > ZERO
063800         PERFORM 4100-LIST-ONE-ENTRY
063900             THRU 4100-LIST-ONE-ENTRY-EXIT
064000             VARYING RL-IDX FROM 1 BY 1
064100             UNTIL RL-IDX > WS-RULE-COUNT
064200     END-IF.
064300 4000-LIST-OTHER-ENTRIES-EXIT.
064400     EXIT.
064500*****************************************************************
064600*  4100-LIST-ONE-ENTRY                                           *
064700*  AN ENTRY IN ERROR SHOWS ITS ERROR.  OTHERWISE IT IS FUTURE    *
064800*  (STARTS AFTER TODAY), EXPIRED (ENDED BEFORE TODAY) OR         *
064900*  SHADOWED (AN EARLIER ENTRY FOR THE SAME CODE GOVERNS).        *
065000*****************************************************************
065100 4100-LIST-ONE-ENTRY.
065200     IF WS-RULE-IN-FORCE(RL-IDX)
065300         GO TO 4100-LIST-ONE-ENTRY-EXIT
065400     END-IF.
065500     ADD 1 TO WS-ENTRIES-NOT-IN-FORCE.
065600     MOVE SPACE TO DEPT-EDIT-RULE-RPT-REC.
065700     MOVE WS-RULE-CODE(RL-IDX) TO EL-CODE.
065800     MOVE WS-RULE-CODE(RL-IDX) TO WS-FIND-CODE.
065900     PERFORM 7100-FIND-CATALOG
066000         THRU 7100-FIND-CATALOG-EXIT.
066100     IF WS-CAT-FOUND
066200         MOVE WS-CAT-PROGRAM(CT-IDX) TO EL-PROGRAM
066300     END-IF.
066400     EVALUATE TRUE
066500         WHEN WS-RULE-REJECT(RL-IDX)
066600             MOVE 'REJECT'       TO EL-SEVERITY
066700         WHEN WS-RULE-WARN(RL-IDX)
066800             MOVE 'WARN'         TO EL-SEVERITY
066900         WHEN WS-RULE-IGNORE(RL-IDX)
067000             MOVE 'IGNORE'       TO EL-SEVERITY
067100         WHEN OTHER
067200             MOVE WS-RULE-SEVERITY(RL-IDX) TO EL-SEVERITY
067300     END-EVALUATE.
067400     PERFORM 7200-FORMAT-ENTRY
067500         THRU 7200-FORMAT-ENTRY-EXIT.
067600     EVALUATE TRUE
067700         WHEN WS-RULE-NOTE(RL-IDX) NOT = SPACE
067800             CONTINUE
067900         WHEN WS-RULE-EFF-FROM(RL-IDX) NOT = SPACE
068000                 AND WS-RULE-EFF-FROM(RL-IDX) > WS-TODAY
068100             MOVE 'FUTURE'       TO EL-NOTE
068200         WHEN WS-RULE-EFF-TO(RL-IDX) NOT = SPACE
068300                 AND WS-RULE-EFF-TO(RL-IDX) < WS-TODAY
068400             MOVE 'EXPIRED'      TO EL-NOTE
068500         WHEN OTHER
068600             MOVE 'SHADOWED'     TO EL-NOTE
068700     END-EVALUATE.
068800     WRITE DEPT-EDIT-RULE-RPT-REC.
068900 4100-LIST-ONE-ENTRY-EXIT.
069000     EXIT.
069100*****************************************************************
069200*  5000-WRITE-TOTALS                                             *
069300*****************************************************************
069400 5000-WRITE-TOTALS.
069500     MOVE SPACE TO DEPT-EDIT-RULE-RPT-REC.
069600     WRITE DEPT-EDIT-RULE-RPT-REC.
069700     IF WS-RULE-FILE-ABSENT
069800         MOVE 'NO DEPTERUL FILE - POSTING RUNS ABEND'
069900             TO EL-MESSAGE
070000         WRITE DEPT-EDIT-RULE-RPT-REC
070100     END-IF.
070200     MOVE 'RULE-FILE ENTRIES READ'    TO WS-TOTAL-TEXT.
070300     MOVE WS-ENTRIES-READ             TO WS-TOTAL-COUNT.
070400     PERFORM 5100-WRITE-TOTAL-LINE
070500         THRU 5100-WRITE-TOTAL-LINE-EXIT.
070600     MOVE 'ENTRIES IN FORCE'          TO WS-TOTAL-TEXT.
070700     MOVE WS-ENTRIES-IN-FORCE         TO WS-TOTAL-COUNT.
070800     PERFORM 5100-WRITE-TOTAL-LINE
070900         THRU 5100-WRITE-TOTAL-LINE-EXIT.
071000     MOVE 'ENTRIES NOT IN FORCE'      TO WS-TOTAL-TEXT.
071100     MOVE WS-ENTRIES-NOT-IN-FORCE     TO WS-TOTAL-COUNT.
071200     PERFORM 5100-WRITE-TOTAL-LINE
071300         THRU 5100-WRITE-TOTAL-LINE-EXIT.
071400     MOVE 'ENTRIES IN ERROR'          TO WS-TOTAL-TEXT.
071500     MOVE WS-ENTRIES-IN-ERROR         TO WS-TOTAL-COUNT.
071600     PERFORM 5100-WRITE-TOTAL-LINE
071700         THRU 5100-WRITE-TOTAL-LINE-EXIT.
071800     MOVE 'CODES LISTED'              TO WS-TOTAL-TEXT.
071900     MOVE WS-CODES-LISTED             TO WS-TOTAL-COUNT.
072000     PERFORM 5100-WRITE-TOTAL-LINE
072100         THRU 5100-WRITE-TOTAL-LINE-EXIT.
072200     MOVE 'CODES THAT REJECT'         TO WS-TOTAL-TEXT.
072300     MOVE WS-CODES-REJECT             TO WS-TOTAL-COUNT.
072400     PERFORM 5100-WRITE-TOTAL-LINE
072500         THRU 5100-WRITE-TOTAL-LINE-EXIT.
072600     MOVE 'CODES THAT POST WITH A WARNING' TO WS-TOTAL-TEXT.
072700     MOVE WS-CODES-WARN               TO WS-TOTAL-COUNT.
072800     PERFORM 5100-WRITE-TOTAL-LINE
072900         THRU 5100-WRITE-TOTAL-LINE-EXIT.
073000     MOVE 'CODES THAT ARE IGNORED'    TO WS-TOTAL-TEXT.
073100     MOVE WS-CODES-IGNORE             TO WS-TOTAL-COUNT.
073200     PERFORM 5100-WRITE-TOTAL-LINE
073300         THRU 5100-WRITE-TOTAL-LINE-EXIT.
073400 5000-WRITE-TOTALS-EXIT.
073500     EXIT.
073600*****************************************************************
073700*  5100-WRITE-TOTAL-LINE                                         *
073800*****************************************************************
073900 5100-WRITE-TOTAL-LINE.
074000     MOVE SPACE TO DEPT-EDIT-RULE-RPT-REC.
074100     MOVE WS-TOTAL-TEXT  TO EL-MESSAGE.
074200     MOVE WS-TOTAL-COUNT TO WS-EDIT-COUNT.
074300     MOVE WS-EDIT-COUNT  TO EL-NOTE.
074400     WRITE DEPT-EDIT-RULE-RPT-REC.
074500 5100-WRITE-TOTAL-LINE-EXIT.
074600     EXIT.
074700*****************************************************************
074800*  7100-FIND-CATALOG                                             *
074900*  LOOKS WS-FIND-CODE UP IN THE CODE CATALOG; WHEN FOUND, CT-IDX *
075000*  IS LEFT ON IT.                                                *
075100*****************************************************************
075200 7100-FIND-CATALOG.
075300     SET WS-CAT-NOT-FOUND TO TRUE.
075400     SET CT-IDX TO 1.
075500     SEARCH WS-CAT-ENTRY
075600         AT END
075700             CONTINUE
075800         WHEN WS-CAT-CODE(CT-IDX) = WS-FIND-CODE
075900             SET WS-CAT-FOUND TO TRUE
076000     END-SEARCH.
076100 7100-FIND-CATALOG-EXIT.
076200     EXIT.
076300*****************************************************************
076400*  7200-FORMAT-ENTRY                                             *
076500*  FILLS IN THE SOURCE, DATES, CHANGED-BY, MESSAGE AND NOTE OF   *
076600*  THE RULE-FILE ENTRY AT RL-IDX.  THE SOURCE IS THE ENTRY'S     *
076700*  POSITION ON THE FILE.                                         *
076800*****************************************************************
076900 7200-FORMAT-ENTRY.
077000     SET WS-TOTAL-COUNT TO RL-IDX.
077100     MOVE WS-TOTAL-COUNT TO WS-EDIT-ENTRY-NO.
077200     STRING 'RULE ' WS-EDIT-ENTRY-NO
077300         DELIMITED BY SIZE INTO EL-SOURCE.
077400     MOVE WS-RULE-EFF-FROM(RL-IDX)   TO EL-EFF-FROM.
077500     MOVE WS-RULE-EFF-TO(RL-IDX)     TO EL-EFF-TO.
077600     MOVE WS-RULE-CHANGED-BY(RL-IDX) TO EL-CHANGED-BY.
077700     MOVE WS-RULE-MESSAGE(RL-IDX)    TO EL-MESSAGE.
077800     MOVE WS-RULE-NOTE(RL-IDX)       TO EL-NOTE.
077900 7200-FORMAT-ENTRY-EXIT.
078000     EXIT.
078100*****************************************************************
078200*  8000-TERMINATE                                                *
078300*  AN ENTRY IN ERROR, OR NO RULE FILE AT ALL, ENDS THE RUN WITH  *
078400*  RETURN CODE 4 SO SOMEBODY READS THE LISTING.                  *
078500*****************************************************************
078600 8000-TERMINATE.
078700     CLOSE DEPTERRP.
078800     DISPLAY 'DEPTERLS - EDIT-RULE LISTING COMPLETE'.
078900     DISPLAY 'ENTRIES READ          = ' WS-ENTRIES-READ.
079000     DISPLAY 'ENTRIES IN FORCE      = ' WS-ENTRIES-IN-FORCE.
079100     DISPLAY 'ENTRIES NOT IN FORCE  = ' WS-ENTRIES-NOT-IN-FORCE.
079200     DISPLAY 'ENTRIES IN ERROR      = ' WS-ENTRIES-IN-ERROR.
079300     DISPLAY 'CODES REJECT          = ' WS-CODES-REJECT.
079400     DISPLAY 'CODES WARN            = ' WS-CODES-WARN.
079500     DISPLAY 'CODES IGNORE          = ' WS-CODES-IGNORE.
079600     IF WS-ENTRIES-IN-ERROR > ZERO OR WS-RULE-FILE-ABSENT
079700         MOVE 4 TO RETURN-CODE
079800     END-IF.
079900 8000-TERMINATE-EXIT.
080000     EXIT.
080100*****************************************************************
080200*  9999-ABEND                                                    *
080300*  REACHED ONLY ON A FILE-STATUS ERROR OR A FULL RULE TABLE.     *
080400*****************************************************************
080500 9999-ABEND.
080600     CLOSE DEPTERUL.
080700     CLOSE DEPTERRP.
080800     DISPLAY 'DEPTERLS - ABENDING - RETURN-CODE = ' RETURN-CODE.
080900     STOP RUN.
