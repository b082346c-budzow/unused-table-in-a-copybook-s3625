000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.      DEPTATST.
000300 AUTHOR.          R HOLLOWAY.
000400 INSTALLATION.    DEPARTMENTAL SYSTEMS - DATA ADMINISTRATION.
000500 DATE-WRITTEN.    10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY                                        *
000900*-----------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                                 *
001100*-----------------------------------------------------------*
001200* 10/15/2026  RH   ORIGINAL.  QUARTERLY MANAGER ATTESTATION OF   *
001300*                  THE DEPARTMENT STRUCTURE FOR INTERNAL AUDIT.  *
001400*                  ON THE NIGHT A QUARTER IS OPENED (PARM CARD   *
001500*                  DEPTATPM) EVERY MGRNO ON DEPT1 IS ISSUED A    *
001600*                  CERTIFICATION EXTRACT -- NAME, LOCATION,      *
001700*                  COST CENTER AND BUDGET CODE OF EACH OF ITS    *
001800*                  DEPARTMENTS, THE ADMRDEPT CHILDREN UNDER      *
001900*                  THEM, AND THE ACTIVE EMPLOYEES EMPMAST SHOWS  *
002000*                  IN EACH -- AND ONE PENDING ITEM PER           *
002100*                  DEPARTMENT GOES ON THE ATTESTATION MASTER.    *
002200*                  EVERY NIGHT THE RETURNED RESPONSE CARDS ARE   *
002300*                  APPLIED, EACH STILL-DISPUTED ITEM IS WRITTEN  *
002400*                  TO DEPTATSX FOR THE EXCEPTION MASTER, AND THE *
002500*                  STATUS REPORT SHOWS WHO HAS CERTIFIED, WHO    *
002600*                  DISPUTED, AND WHO IS OVERDUE, BY DIVISION.    *
002700*****************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.     IBM-370.
003100 OBJECT-COMPUTER.     IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT DEPTATPM ASSIGN TO "DEPTATPM"
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-DEPTATPM-STATUS.
003700     SELECT DEPTATRS ASSIGN TO "DEPTATRS"
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-DEPTATRS-STATUS.
004000     SELECT DEPTATIN ASSIGN TO "DEPTATIN"
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-DEPTATIN-STATUS.
004300     SELECT DEPTATOT ASSIGN TO "DEPTATOT"
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-DEPTATOT-STATUS.
004600     SELECT EMPMAST  ASSIGN TO "EMPMAST"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-EMPMAST-STATUS.
004900     SELECT DEPTATEX ASSIGN TO "DEPTATEX"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-DEPTATEX-STATUS.
005200     SELECT DEPTATSX ASSIGN TO "DEPTATSX"
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-DEPTATSX-STATUS.
005500     SELECT DEPTATRP ASSIGN TO "DEPTATRP"
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-DEPTATRP-STATUS.
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  DEPTATPM
006100     RECORDING MODE IS F
006200     LABEL RECORDS ARE STANDARD.
006300 COPY DEPT-ATTEST-PARM-REC.
006400 FD  DEPTATRS
006500     RECORDING MODE IS F
006600     LABEL RECORDS ARE STANDARD.
006700 COPY DEPT-ATTEST-RESP-REC.
006800 FD  DEPTATIN
006900     RECORDING MODE IS F
007000     LABEL RECORDS ARE STANDARD.
007100 COPY DEPT-ATTEST-REC
007200     REPLACING ==DEPT-ATTEST-REC==     BY ==DEPT-ATT-IN-REC==
007300               ==AT-KEY==              BY ==OM-KEY==
007400               ==AT-QUARTER==          BY ==OM-QUARTER==
007500               ==AT-MGRNO==            BY ==OM-MGRNO==
007600               ==AT-DEPTNO==           BY ==OM-DEPTNO==
007700               ==AT-DIVISION==         BY ==OM-DIVISION==
007800               ==AT-MGR-NAME==         BY ==OM-MGR-NAME==
007900               ==AT-ISSUED-DATE==      BY ==OM-ISSUED-DATE==
008000               ==AT-DUE-DATE==         BY ==OM-DUE-DATE==
008100               ==AT-STATUS-CODE==      BY ==OM-STATUS-CODE==
008200               ==AT-STATUS-PENDING==   BY ==OM-STATUS-PENDING==
008300               ==AT-STATUS-CONFIRMED== BY ==OM-STATUS-CONFIRMED==
008400               ==AT-STATUS-DISPUTED==  BY ==OM-STATUS-DISPUTED==
008500               ==AT-RESPONSE-DATE==    BY ==OM-RESPONSE-DATE==
008600               ==AT-COMMENT==          BY ==OM-COMMENT==.
008700 FD  DEPTATOT
008800     RECORDING MODE IS F
008900     LABEL RECORDS ARE STANDARD.
009000 COPY DEPT-ATTEST-REC
009100     REPLACING ==DEPT-ATTEST-REC==     BY ==DEPT-ATT-OUT-REC==
009200               ==AT-KEY==              BY ==NM-KEY==
009300               ==AT-QUARTER==          BY ==NM-QUARTER==
009400               ==AT-MGRNO==            BY ==NM-MGRNO==
009500               ==AT-DEPTNO==           BY ==NM-DEPTNO==
009600               ==AT-DIVISION==         BY ==NM-DIVISION==
009700               ==AT-MGR-NAME==         BY ==NM-MGR-NAME==
009800               ==AT-ISSUED-DATE==      BY ==NM-ISSUED-DATE==
009900               ==AT-DUE-DATE==         BY ==NM-DUE-DATE==
010000               ==AT-STATUS-CODE==      BY ==NM-STATUS-CODE==
010100               ==AT-STATUS-PENDING==   BY ==NM-STATUS-PENDING==
010200               ==AT-STATUS-CONFIRMED== BY ==NM-STATUS-CONFIRMED==
010300               ==AT-STATUS-DISPUTED==  BY ==NM-STATUS-DISPUTED==
010400               ==AT-RESPONSE-DATE==    BY ==NM-RESPONSE-DATE==
010500               ==AT-COMMENT==          BY ==NM-COMMENT==.
010600 FD  EMPMAST
010700     RECORDING MODE IS F
010800     LABEL RECORDS ARE STANDARD.
010900 COPY EMP-MASTER-REC.
011000 FD  DEPTATEX
011100     RECORDING MODE IS F
011200     LABEL RECORDS ARE STANDARD.
011300 COPY DEPT-ATTEST-EXTR-REC.
011400 FD  DEPTATSX
011500     RECORDING MODE IS F
011600     LABEL RECORDS ARE STANDARD.
011700 COPY DEPT-EXCEPTION-REC.
011800 FD  DEPTATRP
011900     RECORDING MODE IS F
012000     LABEL RECORDS ARE STANDARD.
012100 COPY DEPT-ATTEST-RPT-REC.
012200 WORKING-STORAGE SECTION.
012300 COPY SQLCA-MINI.
012400 COPY DEPT-ROW.
012500 COPY DEPT-TABLE.
012600 COPY DEPT-VISITED-TABLE.
012700*****************************************************************
012800*  SHARED WORK RECORD.  EACH ITEM, OLD OR NEWLY ISSUED, IS BUILT *
012900*  HERE BEFORE IT IS JUDGED AND FILED.                           *
013000*****************************************************************
013100 COPY DEPT-ATTEST-REC.
013200*****************************************************************
013300*  TONIGHT'S RESPONSE CARDS.  LOADED WHOLE SO EACH ITEM CAN FIND *
013400*  ITS CARDS WHEREVER THEY FALL IN THE DECK, AND APPLIED IN DECK *
013500*  ORDER SO THE LAST ANSWER FOR AN ITEM IS THE ONE THAT STANDS.  *
013600*  A CARD LEFT UNUSED AT THE END NAMED NO ITEM ON THE MASTER.    *
013700*****************************************************************
013800 01  WS-CARD-TABLE.
013900     05  WS-CARD-COUNT           PIC 9(05) COMP VALUE ZERO.
014000     05  WS-CARD-ENTRY
014100             OCCURS 1 TO 2000 TIMES
014200             DEPENDING ON WS-CARD-COUNT
014300             INDEXED BY CT-IDX.
014400         10  WS-CARD-QUARTER     PIC X(06).
014500         10  WS-CARD-MGRNO       PIC X(06).
014600         10  WS-CARD-DEPTNO      PIC X(03).
014700         10  WS-CARD-RESPONSE    PIC X(01).
014800         10  WS-CARD-COMMENT     PIC X(40).
014900         10  WS-CARD-USED-SW     PIC X(01).
015000             88  WS-CARD-USED        VALUE 'Y'.
015100             88  WS-CARD-NOT-USED    VALUE 'N'.
015200*****************************************************************
015300*  CYCLE-OPEN WORK.  THE MANAGED DEPARTMENTS COME OFF DEPT1 IN   *
015400*  MGRNO / DEPTNO ORDER, WHICH IS THE ORDER THE ITEMS AND THE    *
015500*  EXTRACT ARE WRITTEN IN; THE MANAGER TABLE IS BUILT FROM THEM  *
015600*  IN THE SAME ORDER SO IT CAN BE PROBED WITH SEARCH ALL WHEN    *
015700*  EMPMAST IS PASSED FOR THE MANAGERS' NAMES.                    *
015800*****************************************************************
015900 01  WS-ISSUE-TABLE.
016000     05  WS-ISSUE-COUNT          PIC 9(05) COMP VALUE ZERO.
016100     05  WS-ISSUE-ENTRY
016200             OCCURS 1 TO 9999 TIMES
016300             DEPENDING ON WS-ISSUE-COUNT
016400             INDEXED BY IS-IDX.
016500         10  WS-ISSUE-MGRNO      PIC X(06).
016600         10  WS-ISSUE-DEPTNO     PIC X(03).
016700 01  WS-MGR-TABLE.
016800     05  WS-MGR-COUNT            PIC 9(05) COMP VALUE ZERO.
016900     05  WS-MGR-ENTRY
017000             OCCURS 1 TO 9999 TIMES
017100             DEPENDING ON WS-MGR-COUNT
017200             ASCENDING KEY IS WS-MGR-MGRNO
017300             INDEXED BY MG-IDX.
017400         10  WS-MGR-MGRNO        PIC X(06).
017500         10  WS-MGR-NAME         PIC X(28).
017600         10  WS-MGR-DEPT-COUNT   PIC 9(03) COMP.
017700*****************************************************************
017800*  ACTIVE EMPLOYEES BY WORKDEPT.  EACH DEPT-TABLE SLOT HEADS A   *
017900*  CHAIN THROUGH THE EMPLOYEE LIST, IN EMPMAST ORDER, SO ONE     *
018000*  PASS OF EMPMAST IS ENOUGH TO LIST EVERY DEPARTMENT'S PEOPLE   *
018100*  ON THE EXTRACT.  THE LIST IS SIZED LIKE EMP-TABLE; A FULL     *
018200*  LIST ABENDS RATHER THAN ISSUE AN EXTRACT SHORT OF PEOPLE.     *
018300*****************************************************************
018400 01  WS-DEPT-EMP-TABLE.
018500     05  WS-DE-ENTRY             OCCURS 9999 TIMES
018600                                 INDEXED BY DE-IDX.
018700         10  WS-DE-FIRST         PIC 9(06) COMP.
018800         10  WS-DE-LAST          PIC 9(06) COMP.
018900         10  WS-DE-HEADCOUNT     PIC 9(05) COMP.
019000 01  WS-EMP-LIST.
019100     05  WS-EL-MAX-ENTRIES       PIC 9(06) COMP VALUE 250000.
019200     05  WS-EL-COUNT             PIC 9(06) COMP VALUE ZERO.
019300     05  WS-EL-ENTRY
019400             OCCURS 1 TO 250000 TIMES
019500             DEPENDING ON WS-EL-COUNT
019600             INDEXED BY EL-IDX.
019700         10  WS-EL-EMPNO         PIC X(06).
019800         10  WS-EL-LASTNAME      PIC X(15).
019900         10  WS-EL-FIRSTNME      PIC X(12).
020000         10  WS-EL-NEXT          PIC 9(06) COMP.
020100*****************************************************************
020200*  STATUS-REPORT WORK.  EVERY ITEM FILED ON THE NEW MASTER IS    *
020300*  ALSO KEPT HERE, AND THE DIVISIONS THEY FALL IN ARE KEPT IN    *
020400*  ASCENDING ORDER, SO THE REPORT CAN GO DIVISION BY DIVISION    *
020500*  ONCE THE MASTER IS COMPLETE.                                  *
020600*****************************************************************
020700 01  WS-RPT-TABLE.
020800     05  WS-RPT-COUNT            PIC 9(05) COMP VALUE ZERO.
020900     05  WS-RPT-ENTRY
021000             OCCURS 1 TO 20000 TIMES
021100             DEPENDING ON WS-RPT-COUNT
021200             INDEXED BY RT-IDX.
021300         10  WS-RPT-DIVISION     PIC X(03).
021400         10  WS-RPT-ITEM         PIC X(120).
021500 01  WS-DIV-TABLE.
021600     05  WS-DIV-COUNT            PIC 9(05) COMP VALUE ZERO.
021700     05  WS-DIV-ENTRY
021800             OCCURS 1 TO 9999 TIMES
021900             DEPENDING ON WS-DIV-COUNT
022000             INDEXED BY DV-IDX DV-IDX2.
022100         10  WS-DIV-DEPTNO       PIC X(03).
022200*****************************************************************
022300*  CYCLE AND DATE WORK.  WS-OPEN-QUARTER IS SPACES ON A NIGHT    *
022400*  THAT OPENS NO CYCLE.  QUARTERS ARE YYYYQN, SO THEY COMPARE    *
022500*  IN TIME ORDER AS THEY STAND.                                  *
022600*****************************************************************
022700 77  WS-TODAY                 PIC X(08) VALUE SPACE.
022800 77  WS-TODAY-INT             PIC 9(08) COMP VALUE ZERO.
022900 77  WS-DUE-INT               PIC 9(08) COMP VALUE ZERO.
023000 77  WS-DUE-DATE              PIC X(08) VALUE SPACE.
023100 77  WS-RESPONSE-DAYS         PIC 9(03) COMP VALUE 30.
023200 01  WS-OPEN-QUARTER.
023300     05  WS-OPEN-YEAR            PIC X(04) VALUE SPACE.
023400     05  WS-OPEN-Q               PIC X(01) VALUE SPACE.
023500     05  WS-OPEN-QTR-NO          PIC X(01) VALUE SPACE.
023600         88  WS-OPEN-QTR-VALID       VALUE '1' '2' '3' '4'.
023700 01  WS-DATE-WORK.
023800     05  WS-DATE-X            PIC X(08).
023900     05  WS-DATE-9 REDEFINES WS-DATE-X
024000                              PIC 9(08).
024100*****************************************************************
024200*  ATTESTATION-RUN COUNTERS AND SWITCHES                         *
024300*****************************************************************
024400 77  WS-CARDS-READ            PIC 9(09) COMP VALUE ZERO.
024500 77  WS-CARDS-REJECTED        PIC 9(09) COMP VALUE ZERO.
024600 77  WS-OLD-ITEMS-READ        PIC 9(09) COMP VALUE ZERO.
024700 77  WS-ITEMS-ANSWERED        PIC 9(09) COMP VALUE ZERO.
024800 77  WS-ITEMS-LAPSED          PIC 9(09) COMP VALUE ZERO.
024900 77  WS-ITEMS-ISSUED          PIC 9(09) COMP VALUE ZERO.
025000 77  WS-ITEMS-FILED           PIC 9(09) COMP VALUE ZERO.
025100 77  WS-DISPUTES-WRITTEN      PIC 9(09) COMP VALUE ZERO.
025200 77  WS-EXTRACT-WRITTEN       PIC 9(09) COMP VALUE ZERO.
025300 77  WS-UNMANAGED-COUNT       PIC 9(09) COMP VALUE ZERO.
025400 77  WS-EMPS-READ             PIC 9(09) COMP VALUE ZERO.
025500 77  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
025600     88  WS-EOF-FILE              VALUE 'Y'.
025700     88  WS-NOT-EOF-FILE          VALUE 'N'.
025800 77  WS-OPEN-SWITCH           PIC X(01) VALUE 'N'.
025900     88  WS-OPENING-CYCLE         VALUE 'Y'.
026000     88  WS-NOT-OPENING-CYCLE     VALUE 'N'.
026100 77  WS-REFUSED-SWITCH        PIC X(01) VALUE 'N'.
026200     88  WS-OPEN-REFUSED          VALUE 'Y'.
026300     88  WS-OPEN-NOT-REFUSED      VALUE 'N'.
026400 77  WS-CARD-REJECT-TEXT      PIC X(40) VALUE SPACE.
026500 77  WS-ACTIVITY-TEXT         PIC X(10) VALUE SPACE.
026600 77  WS-ACTIVITY-COMMENT      PIC X(40) VALUE SPACE.
026700 77  WS-HOLD-RPT-LINE         PIC X(130) VALUE SPACE.
026800*****************************************************************
026900*  LOOKUP AND CHAIN-WALK WORKING FIELDS.  A DEPARTMENT'S         *
027000*  DIVISION IS THE DEPARTMENT AT THE TOP OF ITS ADMRDEPT CHAIN   *
027100*  -- THE FIRST ONE WHOSE ADMRDEPT IS BLANK, ITSELF, OR NOT ON   *
027200*  DEPT1.  A CIRCULAR CHAIN STOPS WHERE IT LOOPS; THE CHAIN      *
027300*  VALIDATION ALREADY REPORTS IT.                                *
027400*****************************************************************
027500 77  WS-CHASE-DEPTNO          PIC X(03) VALUE SPACE.
027600 77  WS-DIVISION-DEPTNO       PIC X(03) VALUE SPACE.
027700 77  WS-FOUND-IDX             PIC 9(05) COMP VALUE ZERO.
027800 77  WS-ITEM-IDX              PIC 9(05) COMP VALUE ZERO.
027900 77  WS-PREV-MGRNO            PIC X(06) VALUE SPACE.
028000 77  WS-EMP-PTR               PIC 9(06) COMP VALUE ZERO.
028100 77  WS-FOUND-SWITCH          PIC X(01) VALUE 'N'.
028200     88  WS-DEPT-FOUND            VALUE 'Y'.
028300     88  WS-DEPT-NOT-FOUND        VALUE 'N'.
028400 77  WS-MGR-SWITCH            PIC X(01) VALUE 'N'.
028500     88  WS-MGR-FOUND             VALUE 'Y'.
028600     88  WS-MGR-NOT-FOUND         VALUE 'N'.
028700 77  WS-VISITED-SWITCH        PIC X(01) VALUE 'N'.
028800     88  WS-ALREADY-VISITED      VALUE 'Y'.
028900     88  WS-NOT-ALREADY-VISITED  VALUE 'N'.
029000 77  WS-CHAIN-SWITCH          PIC X(01) VALUE 'N'.
029100     88  WS-CHAIN-STOP            VALUE 'Y'.
029200     88  WS-CHAIN-CONTINUE        VALUE 'N'.
029300*****************************************************************
029400*  STATUS-REPORT COUNTS, PER DIVISION AND FOR THE WHOLE RUN      *
029500*****************************************************************
029600 77  WS-DIV-CERTIFIED         PIC 9(05) COMP VALUE ZERO.
029700 77  WS-DIV-DISPUTED          PIC 9(05) COMP VALUE ZERO.
029800 77  WS-DIV-OVERDUE           PIC 9(05) COMP VALUE ZERO.
029900 77  WS-DIV-PENDING           PIC 9(05) COMP VALUE ZERO.
030000 77  WS-ALL-CERTIFIED         PIC 9(05) COMP VALUE ZERO.
030100 77  WS-ALL-DISPUTED          PIC 9(05) COMP VALUE ZERO.
030200 77  WS-ALL-OVERDUE           PIC 9(05) COMP VALUE ZERO.
030300 77  WS-ALL-PENDING           PIC 9(05) COMP VALUE ZERO.
030400*****************************************************************
030500*  FILE-STATUS FIELDS.  STATUS '35' ON DEPTATPM, DEPTATRS, OR    *
030600*  DEPTATIN IS NOT AN ERROR -- NO CYCLE OPENED TONIGHT, NO       *
030700*  RESPONSES CAME BACK, OR NO CYCLE HAS EVER BEEN OPENED.        *
030800*****************************************************************
030900 77  WS-DEPTATPM-STATUS       PIC X(02) VALUE SPACE.
031000 77  WS-DEPTATRS-STATUS       PIC X(02) VALUE SPACE.
031100 77  WS-DEPTATIN-STATUS       PIC X(02) VALUE SPACE.
031200 77  WS-DEPTATOT-STATUS       PIC X(02) VALUE SPACE.
031300 77  WS-EMPMAST-STATUS        PIC X(02) VALUE SPACE.
031400 77  WS-DEPTATEX-STATUS       PIC X(02) VALUE SPACE.
031500 77  WS-DEPTATSX-STATUS       PIC X(02) VALUE SPACE.
031600 77  WS-DEPTATRP-STATUS       PIC X(02) VALUE SPACE.
031700 PROCEDURE DIVISION.
031800*****************************************************************
031900*  0000-MAINLINE                                                 *
032000*  LOADS THE CARDS, APPLIES THEM TO THE OLD MASTER, OPENS A NEW  *
032100*  QUARTER WHEN THE PARM CARD ASKS FOR ONE, LISTS ANY CARD THAT  *
032200*  NAMED NO ITEM, AND WRITES THE STATUS REPORT.                  *
032300*****************************************************************
032400 0000-MAINLINE.
032500     PERFORM 1000-INITIALIZE
032600         THRU 1000-INITIALIZE-EXIT.
032700     PERFORM 1200-LOAD-CARDS
032800         THRU 1200-LOAD-CARDS-EXIT.
032900     PERFORM 2000-APPLY-RESPONSE-PASS
033000         THRU 2000-APPLY-RESPONSE-PASS-EXIT.
033100     IF WS-OPENING-CYCLE AND WS-OPEN-NOT-REFUSED
033200         PERFORM 3000-ISSUE-NEW-CYCLE
033300             THRU 3000-ISSUE-NEW-CYCLE-EXIT
033400     END-IF.
033500     PERFORM 4000-LIST-UNUSED-CARDS
033600         THRU 4000-LIST-UNUSED-CARDS-EXIT.
033700     PERFORM 5000-WRITE-STATUS-REPORT
033800         THRU 5000-WRITE-STATUS-REPORT-EXIT.
033900     PERFORM 8000-TERMINATE
034000         THRU 8000-TERMINATE-EXIT.
034100     STOP RUN.
034200*****************************************************************
034300*  1000-INITIALIZE                                               *
034400*  STAMPS THE RUN DATE, READS THE OPTIONAL PARM CARD, OPENS THE  *
034500*  OUTPUT FILES, AND WRITES THE REPORT HEADINGS.  THE EXTRACT    *
034600*  IS OPENED EVERY NIGHT SO ITS DD IS ALWAYS CATALOGED, EMPTY    *
034700*  ON A NIGHT THAT OPENS NO CYCLE.                               *
034800*****************************************************************
034900 1000-INITIALIZE.
035000     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
035100     MOVE WS-TODAY TO WS-DATE-X.
035200     COMPUTE WS-TODAY-INT =
035300         FUNCTION INTEGER-OF-DATE(WS-DATE-9).
035400     PERFORM 1100-READ-PARM
035500         THRU 1100-READ-PARM-EXIT.
035600     COMPUTE WS-DUE-INT = WS-TODAY-INT + WS-RESPONSE-DAYS.
035700     COMPUTE WS-DATE-9 =
035800         FUNCTION DATE-OF-INTEGER(WS-DUE-INT).
035900     MOVE WS-DATE-X TO WS-DUE-DATE.
036000     OPEN OUTPUT DEPTATOT.
036100     IF WS-DEPTATOT-STATUS NOT = '00'
036200         DISPLAY 'DEPTATST - OPEN FAILED FOR DEPTATOT, STATUS = '
036300             WS-DEPTATOT-STATUS
036400         MOVE 16 TO RETURN-CODE
036500         GO TO 9999-ABEND
036600     END-IF.
036700     OPEN OUTPUT DEPTATEX.
036800     IF WS-DEPTATEX-STATUS NOT = '00'
036900         DISPLAY 'DEPTATST - OPEN FAILED FOR DEPTATEX, STATUS = '
037000             WS-DEPTATEX-STATUS
037100         MOVE 16 TO RETURN-CODE
037200         GO TO 9999-ABEND
037300     END-IF.
037400     OPEN OUTPUT DEPTATSX.
037500     IF WS-DEPTATSX-STATUS NOT = '00'
037600         DISPLAY 'DEPTATST - OPEN FAILED FOR DEPTATSX, STATUS = '
037700             WS-DEPTATSX-STATUS
037800         MOVE 16 TO RETURN-CODE
037900         GO TO 9999-ABEND
038000     END-IF.
038100     OPEN OUTPUT DEPTATRP.
038200     IF WS-DEPTATRP-STATUS NOT = '00'
038300         DISPLAY 'DEPTATST - OPEN FAILED FOR DEPTATRP, STATUS = '
038400             WS-DEPTATRP-STATUS
038500         MOVE 16 TO RETURN-CODE
038600         GO TO 9999-ABEND
038700     END-IF.
038800     PERFORM 1150-WRITE-HEADINGS
038900         THRU 1150-WRITE-HEADINGS-EXIT.
039000 1000-INITIALIZE-EXIT.
039100     EXIT.
039200*****************************************************************
039300*  1100-READ-PARM                                                *
039400*  A BLANK QUARTER OPENS NOTHING.  A QUARTER THAT IS NOT YYYYQN  *
039500*  OR A NON-NUMERIC DAY COUNT IS A BAD CARD AND STOPS THE RUN    *
039600*  BEFORE ANYTHING IS ISSUED.                                    *
039700*****************************************************************
039800 1100-READ-PARM.
039900     OPEN INPUT DEPTATPM.
040000     IF WS-DEPTATPM-STATUS = '35'
040100         GO TO 1100-READ-PARM-EXIT
040200     END-IF.
040300     IF WS-DEPTATPM-STATUS NOT = '00'
040400         DISPLAY 'DEPTATST - OPEN FAILED FOR DEPTATPM, STATUS = '
040500             WS-DEPTATPM-STATUS
040600         MOVE 16 TO RETURN-CODE
040700         GO TO 9999-ABEND
040800     END-IF.
040900     READ DEPTATPM
041000         AT END
041100             MOVE SPACE TO DEPT-ATTEST-PARM-REC
041200     END-READ.
041300     CLOSE DEPTATPM.
041400     IF AP-RESPONSE-DAYS NOT = SPACE
041500         IF AP-RESPONSE-DAYS IS NOT NUMERIC
041600                 OR AP-RESPONSE-DAYS-N = ZERO
041700             DISPLAY 'DEPTATST - INVALID RESPONSE DAYS '
041800                 AP-RESPONSE-DAYS
041900             MOVE 16 TO RETURN-CODE
042000             GO TO 9999-ABEND
042100         END-IF
042200         MOVE AP-RESPONSE-DAYS-N TO WS-RESPONSE-DAYS
042300     END-IF.
042400     IF AP-OPEN-QUARTER = SPACE
042500         GO TO 1100-READ-PARM-EXIT
042600     END-IF.
042700     MOVE AP-OPEN-QUARTER TO WS-OPEN-QUARTER.
042800     IF WS-OPEN-YEAR IS NOT NUMERIC
042900             OR WS-OPEN-Q NOT = 'Q'
043000             OR NOT WS-OPEN-QTR-VALID
043100         DISPLAY 'DEPTATST - INVALID QUARTER ' AP-OPEN-QUARTER
043200         MOVE 16 TO RETURN-CODE
043300         GO TO 9999-ABEND
043400     END-IF.
043500     SET WS-OPENING-CYCLE TO TRUE.
043600 1100-READ-PARM-EXIT.
043700     EXIT.
043800*****************************************************************
043900*  1150-WRITE-HEADINGS                                           *
044000*****************************************************************
044100 1150-WRITE-HEADINGS.
044200     MOVE SPACE TO DEPT-ATTEST-RPT-REC.
044300     MOVE 'DIV'                TO TS-DIVISION.
044400     MOVE 'QTR'                TO TS-QUARTER.
044500     MOVE 'MGRNO'              TO TS-MGRNO.
044600     MOVE 'MANAGER'            TO TS-MGR-NAME.
044700     MOVE 'DNO'                TO TS-DEPTNO.
044800     MOVE 'STATUS'             TO TS-STATUS-TEXT.
044900     MOVE 'DUE'                TO TS-DUE-DATE.
045000     MOVE 'ANSWERED'           TO TS-RESPONSE-DATE.
045100     MOVE 'COMMENT'            TO TS-COMMENT.
045200     WRITE DEPT-ATTEST-RPT-REC.
045300     MOVE SPACE TO DEPT-ATTEST-RPT-REC.
045400     WRITE DEPT-ATTEST-RPT-REC.
045500     MOVE 'ACTIVITY THIS RUN'  TO TS-MGR-NAME.
045600     WRITE DEPT-ATTEST-RPT-REC.
045700 1150-WRITE-HEADINGS-EXIT.
045800     EXIT.
045900*****************************************************************
046000*  1200-LOAD-CARDS                                               *
046100*  A CARD WITH NO QUARTER OR MGRNO, A RESPONSE OTHER THAN C OR   *
046200*  D, OR A DISPUTE THAT DOES NOT SAY WHAT IS WRONG CANNOT BE     *
046300*  APPLIED, SO IT IS LISTED AS REJECTED HERE AND NOT LOADED.     *
046400*****************************************************************
046500 1200-LOAD-CARDS.
046600     OPEN INPUT DEPTATRS.
046700     IF WS-DEPTATRS-STATUS = '35'
046800         GO TO 1200-LOAD-CARDS-EXIT
046900     END-IF.
047000     IF WS-DEPTATRS-STATUS NOT = '00'
047100         DISPLAY 'DEPTATST - OPEN FAILED FOR DEPTATRS, STATUS = '
047200             WS-DEPTATRS-STATUS
047300         MOVE 16 TO RETURN-CODE
047400         GO TO 9999-ABEND
047500     END-IF.
047600     SET WS-NOT-EOF-FILE TO TRUE.
047700     PERFORM 1210-READ-CARD
047800         THRU 1210-READ-CARD-EXIT.
047900     PERFORM 1300-LOAD-ONE-CARD
048000         THRU 1300-LOAD-ONE-CARD-EXIT
048100         UNTIL WS-EOF-FILE.
048200     CLOSE DEPTATRS.
048300 1200-LOAD-CARDS-EXIT.
048400     EXIT.
048500*****************************************************************
048600*  1210-READ-CARD                                                *
048700*****************************************************************
048800 1210-READ-CARD.
048900     READ DEPTATRS
049000         AT END
049100             SET WS-EOF-FILE TO TRUE
049200         NOT AT END
049300             ADD 1 TO WS-CARDS-READ
049400     END-READ.
049500     IF NOT WS-EOF-FILE AND WS-DEPTATRS-STATUS NOT = '00'
049600         DISPLAY 'DEPTATST - ERROR READING DEPTATRS, STATUS = '
049700             WS-DEPTATRS-STATUS
049800         MOVE 16 TO RETURN-CODE
049900         GO TO 9999-ABEND
050000     END-IF.
050100 1210-READ-CARD-EXIT.
050200     EXIT.
050300*****************************************************************
050400*  1300-LOAD-ONE-CARD                                            *
050500*****************************************************************
050600 1300-LOAD-ONE-CARD.
050700     MOVE SPACE TO WS-CARD-REJECT-TEXT.
050800     EVALUATE TRUE
050900         WHEN AS-QUARTER = SPACE OR AS-MGRNO = SPACE
051000             MOVE 'QUARTER AND MGRNO ARE REQUIRED'
051100                                     TO WS-CARD-REJECT-TEXT
051200         WHEN NOT AS-RESPONSE-CONFIRM
051300                 AND NOT AS-RESPONSE-DISPUTE
051400             MOVE 'RESPONSE MUST BE C OR D'
051500                                     TO WS-CARD-REJECT-TEXT
051600         WHEN AS-RESPONSE-DISPUTE AND AS-COMMENT = SPACE
051700             MOVE 'A DISPUTE MUST SAY WHAT IS WRONG'
051800                                     TO WS-CARD-REJECT-TEXT
051900     END-EVALUATE.
052000     IF WS-CARD-REJECT-TEXT = SPACE
052100         PERFORM 1310-ADD-CARD
052200             THRU 1310-ADD-CARD-EXIT
052300     ELSE
052400         MOVE SPACE                  TO DEPT-ATTEST-RPT-REC
052500         MOVE AS-QUARTER             TO TS-QUARTER
052600         MOVE AS-MGRNO               TO TS-MGRNO
052700         MOVE AS-DEPTNO              TO TS-DEPTNO
052800         PERFORM 2950-LIST-CARD-REJECT
052900             THRU 2950-LIST-CARD-REJECT-EXIT
053000     END-IF.
053100     PERFORM 1210-READ-CARD
053200         THRU 1210-READ-CARD-EXIT.
053300 1300-LOAD-ONE-CARD-EXIT.
053400     EXIT.
053500*****************************************************************
053600*  1310-ADD-CARD                                                 *
053700*  A DROPPED CARD WOULD LEAVE ITS ITEM SILENTLY UNANSWERED, SO A *
053800*  FULL TABLE ABENDS RATHER THAN DROPS.                          *
053900*****************************************************************
054000 1310-ADD-CARD.
054100     IF WS-CARD-COUNT >= 2000
054200         DISPLAY 'DEPTATST - CARD TABLE FULL AT 2000 CARDS'
054300         MOVE 16 TO RETURN-CODE
054400         GO TO 9999-ABEND
054500     END-IF.
054600     ADD 1 TO WS-CARD-COUNT.
054700     MOVE AS-QUARTER  TO WS-CARD-QUARTER(WS-CARD-COUNT).
054800     MOVE AS-MGRNO    TO WS-CARD-MGRNO(WS-CARD-COUNT).
054900     MOVE AS-DEPTNO   TO WS-CARD-DEPTNO(WS-CARD-COUNT).
055000     MOVE AS-RESPONSE TO WS-CARD-RESPONSE(WS-CARD-COUNT).
055100     MOVE AS-COMMENT  TO WS-CARD-COMMENT(WS-CARD-COUNT).
055200     MOVE 'N'         TO WS-CARD-USED-SW(WS-CARD-COUNT).
055300 1310-ADD-CARD-EXIT.
055400     EXIT.
055500*****************************************************************
055600*  2000-APPLY-RESPONSE-PASS                                      *
055700*  PASSES THE OLD ATTESTATION MASTER ONCE, APPLYING TONIGHT'S    *
055800*  CARDS TO EACH ITEM.  ON A NIGHT THAT OPENS A NEW QUARTER,     *
055900*  ITEMS OF EARLIER QUARTERS THAT ARE NOT DISPUTED ARE DONE WITH *
056000*  AND DROPPED (THE UNANSWERED ONES LISTED AS LAPSED); AN ITEM   *
056100*  ALREADY ON FILE FOR THE QUARTER BEING OPENED, OR A LATER ONE, *
056200*  MEANS THE CARD IS A RERUN OR A MISTAKE AND THE OPEN IS        *
056300*  REFUSED.                                                      *
056400*****************************************************************
056500 2000-APPLY-RESPONSE-PASS.
056600     OPEN INPUT DEPTATIN.
056700     IF WS-DEPTATIN-STATUS = '35'
056800         GO TO 2000-APPLY-RESPONSE-PASS-EXIT
056900     END-IF.
057000     IF WS-DEPTATIN-STATUS NOT = '00'
057100         DISPLAY 'DEPTATST - OPEN FAILED FOR DEPTATIN, STATUS = '
057200             WS-DEPTATIN-STATUS
057300         MOVE 16 TO RETURN-CODE
057400         GO TO 9999-ABEND
057500     END-IF.
057600     SET WS-NOT-EOF-FILE TO TRUE.
057700     PERFORM 2100-READ-OLD-MASTER
057800         THRU 2100-READ-OLD-MASTER-EXIT.
057900     PERFORM 2200-JUDGE-ONE-ITEM
058000         THRU 2200-JUDGE-ONE-ITEM-EXIT
058100         UNTIL WS-EOF-FILE.
058200     CLOSE DEPTATIN.
058300     IF WS-OPEN-REFUSED
058400         MOVE SPACE            TO DEPT-ATTEST-REC
058500         MOVE WS-OPEN-QUARTER  TO AT-QUARTER
058600         MOVE 'NOT OPENED'     TO WS-ACTIVITY-TEXT
058700         MOVE 'QUARTER ALREADY OPEN, OR A LATER ONE IS'
058800                               TO WS-ACTIVITY-COMMENT
058900         PERFORM 2800-LIST-ACTIVITY-LINE
059000             THRU 2800-LIST-ACTIVITY-LINE-EXIT
059100     END-IF.
059200 2000-APPLY-RESPONSE-PASS-EXIT.
059300     EXIT.
059400*****************************************************************
059500*  2100-READ-OLD-MASTER                                          *
059600*****************************************************************
059700 2100-READ-OLD-MASTER.
059800     READ DEPTATIN
059900         AT END
060000             SET WS-EOF-FILE TO TRUE
060100         NOT AT END
060200             ADD 1 TO WS-OLD-ITEMS-READ
060300     END-READ.
060400     IF NOT WS-EOF-FILE AND WS-DEPTATIN-STATUS NOT = '00'
060500         DISPLAY 'DEPTATST - ERROR READING DEPTATIN, STATUS = '
060600             WS-DEPTATIN-STATUS
060700         MOVE 16 TO RETURN-CODE
060800         GO TO 9999-ABEND
060900     END-IF.
061000 2100-READ-OLD-MASTER-EXIT.
061100     EXIT.
061200*****************************************************************
061300*  2200-JUDGE-ONE-ITEM                                           *
061400*****************************************************************
061500 2200-JUDGE-ONE-ITEM.
061600     MOVE DEPT-ATT-IN-REC TO DEPT-ATTEST-REC.
061700     PERFORM 2300-TRY-ONE-CARD
061800         THRU 2300-TRY-ONE-CARD-EXIT
061900         VARYING CT-IDX FROM 1 BY 1
062000         UNTIL CT-IDX > WS-CARD-COUNT.
062100     IF WS-OPENING-CYCLE
062200         IF AT-QUARTER NOT < WS-OPEN-QUARTER
062300             SET WS-OPEN-REFUSED TO TRUE
062400         ELSE
062500             IF AT-STATUS-PENDING
062600                 MOVE 'LAPSED'     TO WS-ACTIVITY-TEXT
062700                 MOVE 'NOT ANSWERED BEFORE NEXT QUARTER OPENED'
062800                                   TO WS-ACTIVITY-COMMENT
062900                 PERFORM 2800-LIST-ACTIVITY-LINE
063000                     THRU 2800-LIST-ACTIVITY-LINE-EXIT
063100                 ADD 1 TO WS-ITEMS-LAPSED
063200                 GO TO 2200-READ-NEXT
063300             END-IF
063400             IF AT-STATUS-CONFIRMED
063500                 GO TO 2200-READ-NEXT
063600             END-IF
063700         END-IF
063800     END-IF.
063900     PERFORM 2900-FILE-ITEM
064000         THRU 2900-FILE-ITEM-EXIT.
064100 2200-READ-NEXT.
064200     PERFORM 2100-READ-OLD-MASTER
064300         THRU 2100-READ-OLD-MASTER-EXIT.
064400 2200-JUDGE-ONE-ITEM-EXIT.
064500     EXIT.
064600*****************************************************************
064700*  2300-TRY-ONE-CARD                                             *
064800*  A CARD ANSWERS THE ITEM WHEN QUARTER AND MGRNO MATCH AND ITS  *
064900*  DEPTNO IS THE ITEM'S OR BLANK.  THE ANSWER REPLACES WHATEVER  *
065000*  THE ITEM HELD, SO A CONFIRMATION CLEARS AN EARLIER DISPUTE.   *
065100*****************************************************************
065200 2300-TRY-ONE-CARD.
065300     IF WS-CARD-QUARTER(CT-IDX) NOT = AT-QUARTER
065400             OR WS-CARD-MGRNO(CT-IDX) NOT = AT-MGRNO
065500         GO TO 2300-TRY-ONE-CARD-EXIT
065600     END-IF.
065700     IF WS-CARD-DEPTNO(CT-IDX) NOT = SPACE
065800             AND WS-CARD-DEPTNO(CT-IDX) NOT = AT-DEPTNO
065900         GO TO 2300-TRY-ONE-CARD-EXIT
066000     END-IF.
066100     MOVE WS-CARD-RESPONSE(CT-IDX) TO AT-STATUS-CODE.
066200     MOVE WS-CARD-COMMENT(CT-IDX)  TO AT-COMMENT.
066300     MOVE WS-TODAY                 TO AT-RESPONSE-DATE.
066400     SET WS-CARD-USED(CT-IDX) TO TRUE.
066500     ADD 1 TO WS-ITEMS-ANSWERED.
066600 2300-TRY-ONE-CARD-EXIT.
066700     EXIT.
066800*****************************************************************
066900*  2800-LIST-ACTIVITY-LINE                                       *
067000*  ONE LINE IN THE ACTIVITY SECTION FOR THE ITEM IN THE WORK     *
067100*  RECORD; CALLER HAS SET THE STATUS TEXT AND COMMENT.           *
067200*****************************************************************
067300 2800-LIST-ACTIVITY-LINE.
067400     MOVE SPACE               TO DEPT-ATTEST-RPT-REC.
067500     MOVE AT-DIVISION         TO TS-DIVISION.
067600     MOVE AT-QUARTER          TO TS-QUARTER.
067700     MOVE AT-MGRNO            TO TS-MGRNO.
067800     MOVE AT-MGR-NAME         TO TS-MGR-NAME.
067900     MOVE AT-DEPTNO           TO TS-DEPTNO.
068000     MOVE WS-ACTIVITY-TEXT    TO TS-STATUS-TEXT.
068100     MOVE AT-DUE-DATE         TO TS-DUE-DATE.
068200     MOVE AT-RESPONSE-DATE    TO TS-RESPONSE-DATE.
068300     MOVE WS-ACTIVITY-COMMENT TO TS-COMMENT.
068400     WRITE DEPT-ATTEST-RPT-REC.
068500 2800-LIST-ACTIVITY-LINE-EXIT.
068600     EXIT.
068700*****************************************************************
068800*  2900-FILE-ITEM                                                *
068900*  WRITES THE ITEM IN THE WORK RECORD TO THE NEW MASTER, KEEPS   *
069000*  IT FOR THE STATUS REPORT, AND, WHILE IT STANDS DISPUTED,      *
069100*  REPORTS IT TO THE EXCEPTION MASTER -- DEPTNO IN THE DEPTNO    *
069200*  COLUMN, THE MGRNO AS THE REFERENCE, AND THE QUARTER AND THE   *
069300*  MANAGER'S COMMENT AS THE TEXT.  IT GOES ON BEING REPORTED     *
069400*  EVERY NIGHT UNTIL A CONFIRMATION CLEARS IT, SO THE EXCEPTION  *
069500*  MASTER AGES IT AND RESOLVES IT LIKE ANY OTHER.                *
069600*****************************************************************
069700 2900-FILE-ITEM.
069800     IF WS-RPT-COUNT >= 20000
069900         DISPLAY 'DEPTATST - REPORT TABLE FULL AT 20000 ITEMS'
070000         MOVE 16 TO RETURN-CODE
070100         GO TO 9999-ABEND
070200     END-IF.
070300     MOVE DEPT-ATTEST-REC TO DEPT-ATT-OUT-REC.
070400     WRITE DEPT-ATT-OUT-REC.
070500     IF WS-DEPTATOT-STATUS NOT = '00'
070600         DISPLAY 'DEPTATST - WRITE FAILED FOR DEPTATOT, STATUS = '
070700             WS-DEPTATOT-STATUS
070800         MOVE 16 TO RETURN-CODE
070900         GO TO 9999-ABEND
071000     END-IF.
071100     ADD 1 TO WS-ITEMS-FILED.
071200     ADD 1 TO WS-RPT-COUNT.
071300     MOVE AT-DIVISION     TO WS-RPT-DIVISION(WS-RPT-COUNT).
071400     MOVE DEPT-ATTEST-REC TO WS-RPT-ITEM(WS-RPT-COUNT).
071500     IF AT-STATUS-DISPUTED
071600         MOVE SPACE        TO DEPT-EXCEPTION-REC
071700         MOVE AT-DEPTNO    TO EX-DEPTNO
071800         MOVE AT-MGRNO     TO EX-REF-VALUE
071900         MOVE 'DISPUTED'   TO EX-EXCEPTION-TYPE
072000         STRING AT-QUARTER  DELIMITED BY SIZE
072100                ' '         DELIMITED BY SIZE
072200                AT-COMMENT  DELIMITED BY SIZE
072300             INTO EX-EXCEPTION-TEXT
072400         END-STRING
072500         WRITE DEPT-EXCEPTION-REC
072600         ADD 1 TO WS-DISPUTES-WRITTEN
072700     END-IF.
072800 2900-FILE-ITEM-EXIT.
072900     EXIT.
073000*****************************************************************
073100*  2950-LIST-CARD-REJECT                                         *
073200*  CALLER HAS MOVED THE CARD'S KEY FIELDS TO THE PRINT LINE AND  *
073300*  THE REASON TO WS-CARD-REJECT-TEXT.                            *
073400*****************************************************************
073500 2950-LIST-CARD-REJECT.
073600     MOVE 'CARD REJ'          TO TS-STATUS-TEXT.
073700     MOVE WS-CARD-REJECT-TEXT TO TS-COMMENT.
073800     WRITE DEPT-ATTEST-RPT-REC.
073900     ADD 1 TO WS-CARDS-REJECTED.
074000 2950-LIST-CARD-REJECT-EXIT.
074100     EXIT.
074200*****************************************************************
074300*  3000-ISSUE-NEW-CYCLE                                          *
074400*  LOADS DEPT1 TWICE -- ORDER BY DEPTNO FOR THE LOOKUPS, AND     *
074500*  THE MANAGED DEPARTMENTS ORDER BY MGRNO FOR THE ISSUE ORDER -- *
074600*  PASSES EMPMAST ONCE FOR THE MANAGERS' NAMES AND EACH          *
074700*  DEPARTMENT'S PEOPLE, THEN FILES ONE PENDING ITEM PER MANAGED  *
074800*  DEPARTMENT AND WRITES THE CERTIFICATION EXTRACT.              *
074900*****************************************************************
075000 3000-ISSUE-NEW-CYCLE.
075100     MOVE ZERO TO DT-ENTRY-COUNT.
075200     EXEC SQL
075300         DECLARE DEPTATS1 CURSOR FOR
075400             SELECT DEPTNO, DEPTNAME, MGRNO, ADMRDEPT, LOCATION,
075500                    COSTCTR, BUDGCODE
075600               FROM DEPT1
075700              ORDER BY DEPTNO
075800     END-EXEC.
075900     EXEC SQL
076000         OPEN DEPTATS1
076100     END-EXEC.
076200     PERFORM 3100-FETCH-DEPT1-ROW
076300         THRU 3100-FETCH-DEPT1-ROW-EXIT
076400         UNTIL SQLCODE = +100.
076500     EXEC SQL
076600         CLOSE DEPTATS1
076700     END-EXEC.
076800     EXEC SQL
076900         DECLARE DEPTATS2 CURSOR FOR
077000             SELECT MGRNO, DEPTNO
077100               FROM DEPT1
077200              WHERE MGRNO IS NOT NULL
077300                AND MGRNO <> ' '
077400              ORDER BY MGRNO, DEPTNO
077500     END-EXEC.
077600     EXEC SQL
077700         OPEN DEPTATS2
077800     END-EXEC.
077900     MOVE SPACE TO WS-PREV-MGRNO.
078000     PERFORM 3150-FETCH-MANAGED-ROW
078100         THRU 3150-FETCH-MANAGED-ROW-EXIT
078200         UNTIL SQLCODE = +100.
078300     EXEC SQL
078400         CLOSE DEPTATS2
078500     END-EXEC.
078600     PERFORM 3200-LIST-UNMANAGED-DEPT
078700         THRU 3200-LIST-UNMANAGED-DEPT-EXIT
078800         VARYING DT-IDX2 FROM 1 BY 1
078900         UNTIL DT-IDX2 > DT-ENTRY-COUNT.
079000     OPEN INPUT EMPMAST.
079100     IF WS-EMPMAST-STATUS NOT = '00'
079200         DISPLAY 'DEPTATST - OPEN FAILED FOR EMPMAST, STATUS = '
079300             WS-EMPMAST-STATUS
079400         MOVE 16 TO RETURN-CODE
079500         GO TO 9999-ABEND
079600     END-IF.
079700     SET WS-NOT-EOF-FILE TO TRUE.
079800     PERFORM 3300-READ-EMPMAST
079900         THRU 3300-READ-EMPMAST-EXIT.
080000     PERFORM 3400-TAKE-ONE-EMPLOYEE
080100         THRU 3400-TAKE-ONE-EMPLOYEE-EXIT
080200         UNTIL WS-EOF-FILE.
080300     CLOSE EMPMAST.
080400     MOVE SPACE TO WS-PREV-MGRNO.
080500     PERFORM 3500-ISSUE-ONE-ITEM
080600         THRU 3500-ISSUE-ONE-ITEM-EXIT
080700         VARYING IS-IDX FROM 1 BY 1
080800         UNTIL IS-IDX > WS-ISSUE-COUNT.
080900     MOVE SPACE            TO DEPT-ATTEST-REC.
081000     MOVE WS-OPEN-QUARTER  TO AT-QUARTER.
081100     MOVE WS-DUE-DATE      TO AT-DUE-DATE.
081200     MOVE 'OPENED'         TO WS-ACTIVITY-TEXT.
081300     MOVE 'CERTIFICATION EXTRACTS ISSUED'
081400                           TO WS-ACTIVITY-COMMENT.
081500     PERFORM 2800-LIST-ACTIVITY-LINE
081600         THRU 2800-LIST-ACTIVITY-LINE-EXIT.
081700 3000-ISSUE-NEW-CYCLE-EXIT.
081800     EXIT.
081900*****************************************************************
082000*  3100-FETCH-DEPT1-ROW                                          *
082100*****************************************************************
082200 3100-FETCH-DEPT1-ROW.
082300     ADD 1 TO DT-ENTRY-COUNT.
082400     EXEC SQL
082500         FETCH DEPTATS1
082600             INTO :DT-DEPTNO(DT-ENTRY-COUNT),
082700                  :DT-DEPTNAME(DT-ENTRY-COUNT),
082800                  :DT-MGRNO(DT-ENTRY-COUNT)
082900                      :DT-MGRNO-NULL(DT-ENTRY-COUNT),
083000                  :DT-ADMRDEPT(DT-ENTRY-COUNT),
083100                  :DT-LOCATION(DT-ENTRY-COUNT),
083200                  :DT-COSTCTR(DT-ENTRY-COUNT),
083300                  :DT-BUDGCODE(DT-ENTRY-COUNT)
083400     END-EXEC.
083500     IF SQLCODE < ZERO
083600         DISPLAY 'DEPTATST - SQL ERROR ON FETCH, SQLCODE = '
083700             SQLCODE
083800         MOVE 16 TO RETURN-CODE
083900         GO TO 9999-ABEND
084000     END-IF.
084100     IF SQLCODE = +100
084200         SUBTRACT 1 FROM DT-ENTRY-COUNT
084300     ELSE
084400         IF DT-MGRNO-NULL(DT-ENTRY-COUNT) = -1
084500             MOVE SPACE TO DT-MGRNO(DT-ENTRY-COUNT)
084600         END-IF
084700         SET DE-IDX TO DT-ENTRY-COUNT
084800         MOVE ZERO TO WS-DE-FIRST(DE-IDX)
084900         MOVE ZERO TO WS-DE-LAST(DE-IDX)
085000         MOVE ZERO TO WS-DE-HEADCOUNT(DE-IDX)
085100     END-IF.
085200 3100-FETCH-DEPT1-ROW-EXIT.
085300     EXIT.
085400*****************************************************************
085500*  3150-FETCH-MANAGED-ROW                                        *
085600*  EACH NEW MGRNO STARTS A MANAGER-TABLE ENTRY; THE NAME IS      *
085700*  FILLED IN FROM EMPMAST LATER, AND STAYS FLAGGED WHEN THE      *
085800*  MGRNO IS NOT ON EMPMAST AT ALL.                               *
085900*****************************************************************
086000 3150-FETCH-MANAGED-ROW.
086100     EXEC SQL
086200         FETCH DEPTATS2
086300             INTO :DEPT-MGRNO,
086400                  :DEPT-DEPTNO
086500     END-EXEC.
086600     IF SQLCODE < ZERO
086700         DISPLAY 'DEPTATST - SQL ERROR ON FETCH, SQLCODE = '
086800             SQLCODE
086900         MOVE 16 TO RETURN-CODE
087000         GO TO 9999-ABEND
087100     END-IF.
087200     IF SQLCODE = +100
087300         GO TO 3150-FETCH-MANAGED-ROW-EXIT
087400     END-IF.
087500     IF WS-ISSUE-COUNT >= 9999
087600         DISPLAY 'DEPTATST - ISSUE TABLE FULL AT 9999 ITEMS'
087700         MOVE 16 TO RETURN-CODE
087800         GO TO 9999-ABEND
087900     END-IF.
088000     ADD 1 TO WS-ISSUE-COUNT.
088100     MOVE DEPT-MGRNO  TO WS-ISSUE-MGRNO(WS-ISSUE-COUNT).
088200     MOVE DEPT-DEPTNO TO WS-ISSUE-DEPTNO(WS-ISSUE-COUNT).
088300     IF DEPT-MGRNO NOT = WS-PREV-MGRNO
088400         ADD 1 TO WS-MGR-COUNT
088500         MOVE DEPT-MGRNO TO WS-MGR-MGRNO(WS-MGR-COUNT)
088600         MOVE '*** NOT ON EMPMAST ***'
088700                         TO WS-MGR-NAME(WS-MGR-COUNT)
088800         MOVE ZERO       TO WS-MGR-DEPT-COUNT(WS-MGR-COUNT)
088900         MOVE DEPT-MGRNO TO WS-PREV-MGRNO
089000     END-IF.
089100     ADD 1 TO WS-MGR-DEPT-COUNT(WS-MGR-COUNT).
089200 3150-FETCH-MANAGED-ROW-EXIT.
089300     EXIT.
089400*****************************************************************
089500*  3200-LIST-UNMANAGED-DEPT                                      *
089600*  A DEPARTMENT WITH NO MGRNO HAS NOBODY TO CERTIFY IT.  IT IS   *
089700*  LISTED SO AUDIT KNOWS IT WAS LEFT OUT OF THE CYCLE.           *
089800*****************************************************************
089900 3200-LIST-UNMANAGED-DEPT.
090000     IF DT-MGRNO(DT-IDX2) NOT = SPACE
090100         GO TO 3200-LIST-UNMANAGED-DEPT-EXIT
090200     END-IF.
090300     MOVE SPACE             TO DEPT-ATTEST-REC.
090400     MOVE WS-OPEN-QUARTER   TO AT-QUARTER.
090500     MOVE DT-DEPTNO(DT-IDX2) TO AT-DEPTNO.
090600     PERFORM 3600-FIND-DIVISION
090700         THRU 3600-FIND-DIVISION-EXIT.
090800     MOVE 'NO MANAGER'      TO WS-ACTIVITY-TEXT.
090900     MOVE 'NO MGRNO ON DEPT1 - NOT ISSUED'
091000                            TO WS-ACTIVITY-COMMENT.
091100     PERFORM 2800-LIST-ACTIVITY-LINE
091200         THRU 2800-LIST-ACTIVITY-LINE-EXIT.
091300     ADD 1 TO WS-UNMANAGED-COUNT.
091400 3200-LIST-UNMANAGED-DEPT-EXIT.
091500     EXIT.
091600*****************************************************************
091700*  3300-READ-EMPMAST                                             *
091800*****************************************************************
091900 3300-READ-EMPMAST.
092000     READ EMPMAST
092100         AT END
092200             SET WS-EOF-FILE TO TRUE
092300         NOT AT END
092400             ADD 1 TO WS-EMPS-READ
092500     END-READ.
092600     IF NOT WS-EOF-FILE AND WS-EMPMAST-STATUS NOT = '00'
092700         DISPLAY 'DEPTATST - ERROR READING EMPMAST, STATUS = '
092800             WS-EMPMAST-STATUS
092900         MOVE 16 TO RETURN-CODE
093000         GO TO 9999-ABEND
093100     END-IF.
093200 3300-READ-EMPMAST-EXIT.
093300     EXIT.
093400*****************************************************************
093500*  3400-TAKE-ONE-EMPLOYEE                                        *
093600*  A MANAGER'S NAME IS TAKEN WHATEVER THE EMPLOYEE'S STATUS --   *
093700*  A TERMINATED MANAGER IS THE MGRNO CROSS-REFERENCE'S PROBLEM,  *
093800*  NOT THIS RUN'S.  ONLY ACTIVE EMPLOYEES ARE LISTED UNDER THEIR *
093900*  WORKDEPT, THE SAME HEADCOUNT RULE THE HEADCOUNT REPORT USES.  *
094000*****************************************************************
094100 3400-TAKE-ONE-EMPLOYEE.
094200     IF WS-MGR-COUNT > ZERO
094300         SEARCH ALL WS-MGR-ENTRY
094400             AT END
094500                 CONTINUE
094600             WHEN WS-MGR-MGRNO(MG-IDX) = EM-EMPNO
094700                 MOVE SPACE TO WS-MGR-NAME(MG-IDX)
094800                 STRING EM-FIRSTNME DELIMITED BY '  '
094900                        ' '         DELIMITED BY SIZE
095000                        EM-LASTNAME DELIMITED BY '  '
095100                     INTO WS-MGR-NAME(MG-IDX)
095200                 END-STRING
095300         END-SEARCH
095400     END-IF.
095500     IF NOT EM-STATUS-ACTIVE
095600         GO TO 3400-READ-NEXT
095700     END-IF.
095800     MOVE EM-WORKDEPT TO WS-CHASE-DEPTNO.
095900     PERFORM 6000-FIND-DEPT-ROW
096000         THRU 6000-FIND-DEPT-ROW-EXIT.
096100     IF WS-DEPT-NOT-FOUND
096200         GO TO 3400-READ-NEXT
096300     END-IF.
096400     IF WS-EL-COUNT >= WS-EL-MAX-ENTRIES
096500         DISPLAY 'DEPTATST - EMPLOYEE LIST FULL AT '
096600             WS-EL-MAX-ENTRIES ' ENTRIES'
096700         MOVE 16 TO RETURN-CODE
096800         GO TO 9999-ABEND
096900     END-IF.
097000     ADD 1 TO WS-EL-COUNT.
097100     SET EL-IDX TO WS-EL-COUNT.
097200     MOVE EM-EMPNO    TO WS-EL-EMPNO(EL-IDX).
097300     MOVE EM-LASTNAME TO WS-EL-LASTNAME(EL-IDX).
097400     MOVE EM-FIRSTNME TO WS-EL-FIRSTNME(EL-IDX).
097500     MOVE ZERO        TO WS-EL-NEXT(EL-IDX).
097600     SET DE-IDX TO WS-FOUND-IDX.
097700     IF WS-DE-FIRST(DE-IDX) = ZERO
097800         MOVE WS-EL-COUNT TO WS-DE-FIRST(DE-IDX)
097900     ELSE
098000         MOVE WS-DE-LAST(DE-IDX) TO WS-EMP-PTR
098100         MOVE WS-EL-COUNT TO WS-EL-NEXT(WS-EMP-PTR)
098200     END-IF.
098300     MOVE WS-EL-COUNT TO WS-DE-LAST(DE-IDX).
098400     ADD 1 TO WS-DE-HEADCOUNT(DE-IDX).
098500 3400-READ-NEXT.
098600     PERFORM 3300-READ-EMPMAST
098700         THRU 3300-READ-EMPMAST-EXIT.
098800 3400-TAKE-ONE-EMPLOYEE-EXIT.
098900     EXIT.
099000*****************************************************************
099100*  3500-ISSUE-ONE-ITEM                                           *
099200*  FILES THE PENDING ITEM FOR ONE MANAGED DEPARTMENT AND WRITES  *
099300*  ITS PART OF THE EXTRACT, STARTING A NEW MANAGER GROUP WHEN    *
099400*  THE MGRNO CHANGES.                                            *
099500*****************************************************************
099600 3500-ISSUE-ONE-ITEM.
099700     MOVE WS-ISSUE-DEPTNO(IS-IDX) TO WS-CHASE-DEPTNO.
099800     PERFORM 6000-FIND-DEPT-ROW
099900         THRU 6000-FIND-DEPT-ROW-EXIT.
100000     IF WS-DEPT-NOT-FOUND
100100         GO TO 3500-ISSUE-ONE-ITEM-EXIT
100200     END-IF.
100300     MOVE WS-FOUND-IDX TO WS-ITEM-IDX.
100400     PERFORM 6200-FIND-MANAGER
100500         THRU 6200-FIND-MANAGER-EXIT.
100600     MOVE SPACE                   TO DEPT-ATTEST-REC.
100700     MOVE WS-OPEN-QUARTER         TO AT-QUARTER.
100800     MOVE WS-ISSUE-MGRNO(IS-IDX)  TO AT-MGRNO.
100900     MOVE WS-ISSUE-DEPTNO(IS-IDX) TO AT-DEPTNO.
101000     MOVE WS-MGR-NAME(MG-IDX)     TO AT-MGR-NAME.
101100     MOVE WS-TODAY                TO AT-ISSUED-DATE.
101200     MOVE WS-DUE-DATE             TO AT-DUE-DATE.
101300     SET AT-STATUS-PENDING TO TRUE.
101400     PERFORM 3600-FIND-DIVISION
101500         THRU 3600-FIND-DIVISION-EXIT.
101600     PERFORM 2900-FILE-ITEM
101700         THRU 2900-FILE-ITEM-EXIT.
101800     ADD 1 TO WS-ITEMS-ISSUED.
101900     IF AT-MGRNO NOT = WS-PREV-MGRNO
102000         MOVE SPACE               TO DEPT-ATTEST-EXTR-REC
102100         MOVE AT-QUARTER          TO AE-QUARTER
102200         MOVE AT-MGRNO            TO AE-MGRNO
102300         SET AE-TYPE-MANAGER TO TRUE
102400         MOVE AT-MGR-NAME         TO AE-MGR-NAME
102500         MOVE AT-DUE-DATE         TO AE-DUE-DATE
102600         MOVE WS-MGR-DEPT-COUNT(MG-IDX) TO AE-DEPT-COUNT
102700         PERFORM 3590-WRITE-EXTRACT
102800             THRU 3590-WRITE-EXTRACT-EXIT
102900         MOVE AT-MGRNO            TO WS-PREV-MGRNO
103000     END-IF.
103100     SET DT-IDX TO WS-ITEM-IDX.
103200     SET DE-IDX TO WS-ITEM-IDX.
103300     MOVE SPACE                   TO DEPT-ATTEST-EXTR-REC.
103400     MOVE AT-QUARTER              TO AE-QUARTER.
103500     MOVE AT-MGRNO                TO AE-MGRNO.
103600     SET AE-TYPE-DEPARTMENT TO TRUE.
103700     MOVE AT-DEPTNO               TO AE-DEPTNO.
103800     MOVE DT-DEPTNAME(DT-IDX)     TO AE-DEPTNAME.
103900     MOVE DT-ADMRDEPT(DT-IDX)     TO AE-ADMRDEPT.
104000     MOVE DT-LOCATION(DT-IDX)     TO AE-LOCATION.
104100     MOVE DT-COSTCTR(DT-IDX)      TO AE-COSTCTR.
104200     MOVE DT-BUDGCODE(DT-IDX)     TO AE-BUDGCODE.
104300     MOVE WS-DE-HEADCOUNT(DE-IDX) TO AE-HEADCOUNT.
104400     PERFORM 3590-WRITE-EXTRACT
104500         THRU 3590-WRITE-EXTRACT-EXIT.
104600     PERFORM 3520-WRITE-CHILD-LINE
104700         THRU 3520-WRITE-CHILD-LINE-EXIT
104800         VARYING DT-IDX2 FROM 1 BY 1
104900         UNTIL DT-IDX2 > DT-ENTRY-COUNT.
105000     MOVE WS-DE-FIRST(DE-IDX) TO WS-EMP-PTR.
105100     PERFORM 3530-WRITE-EMPLOYEE-LINE
105200         THRU 3530-WRITE-EMPLOYEE-LINE-EXIT
105300         UNTIL WS-EMP-PTR = ZERO.
105400 3500-ISSUE-ONE-ITEM-EXIT.
105500     EXIT.
105600*****************************************************************
105700*  3520-WRITE-CHILD-LINE                                         *
105800*  ONE C RECORD FOR EACH DEPARTMENT THIS ONE ADMINISTERS.  A     *
105900*  DEPARTMENT THAT NAMES ITSELF AS ADMRDEPT IS A TOP OF CHAIN,   *
106000*  NOT ITS OWN CHILD.                                            *
106100*****************************************************************
106200 3520-WRITE-CHILD-LINE.
106300     IF DT-ADMRDEPT(DT-IDX2) NOT = AT-DEPTNO
106400             OR DT-DEPTNO(DT-IDX2) = AT-DEPTNO
106500         GO TO 3520-WRITE-CHILD-LINE-EXIT
106600     END-IF.
106700     MOVE SPACE                   TO DEPT-ATTEST-EXTR-REC.
106800     MOVE AT-QUARTER              TO AE-QUARTER.
106900     MOVE AT-MGRNO                TO AE-MGRNO.
107000     SET AE-TYPE-CHILD TO TRUE.
107100     MOVE AT-DEPTNO               TO AE-DEPTNO.
107200     MOVE DT-DEPTNO(DT-IDX2)      TO AE-CHILD-DEPTNO.
107300     MOVE DT-DEPTNAME(DT-IDX2)    TO AE-CHILD-DEPTNAME.
107400     MOVE DT-MGRNO(DT-IDX2)       TO AE-CHILD-MGRNO.
107500     PERFORM 3590-WRITE-EXTRACT
107600         THRU 3590-WRITE-EXTRACT-EXIT.
107700 3520-WRITE-CHILD-LINE-EXIT.
107800     EXIT.
107900*****************************************************************
108000*  3530-WRITE-EMPLOYEE-LINE                                      *
108100*  ONE E RECORD FOR THE EMPLOYEE AT WS-EMP-PTR, THEN ON DOWN     *
108200*  THE DEPARTMENT'S CHAIN.                                       *
108300*****************************************************************
108400 3530-WRITE-EMPLOYEE-LINE.
108500     SET EL-IDX TO WS-EMP-PTR.
108600     MOVE SPACE                   TO DEPT-ATTEST-EXTR-REC.
108700     MOVE AT-QUARTER              TO AE-QUARTER.
108800     MOVE AT-MGRNO                TO AE-MGRNO.
108900     SET AE-TYPE-EMPLOYEE TO TRUE.
109000     MOVE AT-DEPTNO               TO AE-DEPTNO.
109100     MOVE WS-EL-EMPNO(EL-IDX)     TO AE-EMPNO.
109200     MOVE WS-EL-LASTNAME(EL-IDX)  TO AE-EMP-LASTNAME.
109300     MOVE WS-EL-FIRSTNME(EL-IDX)  TO AE-EMP-FIRSTNME.
109400     PERFORM 3590-WRITE-EXTRACT
109500         THRU 3590-WRITE-EXTRACT-EXIT.
109600     MOVE WS-EL-NEXT(EL-IDX) TO WS-EMP-PTR.
109700 3530-WRITE-EMPLOYEE-LINE-EXIT.
109800     EXIT.
109900*****************************************************************
110000*  3590-WRITE-EXTRACT                                            *
110100*****************************************************************
110200 3590-WRITE-EXTRACT.
110300     WRITE DEPT-ATTEST-EXTR-REC.
110400     IF WS-DEPTATEX-STATUS NOT = '00'
110500         DISPLAY 'DEPTATST - WRITE FAILED FOR DEPTATEX, STATUS = '
110600             WS-DEPTATEX-STATUS
110700         MOVE 16 TO RETURN-CODE
110800         GO TO 9999-ABEND
110900     END-IF.
111000     ADD 1 TO WS-EXTRACT-WRITTEN.
111100 3590-WRITE-EXTRACT-EXIT.
111200     EXIT.
111300*****************************************************************
111400*  3600-FIND-DIVISION                                            *
111500*  CLIMBS THE ADMRDEPT CHAIN FROM AT-DEPTNO TO ITS TOP AND       *
111600*  LEAVES THE TOP DEPARTMENT IN AT-DIVISION.                     *
111700*****************************************************************
111800 3600-FIND-DIVISION.
111900     MOVE AT-DEPTNO TO WS-DIVISION-DEPTNO.
112000     MOVE 1         TO VT-ENTRY-COUNT.
112100     MOVE AT-DEPTNO TO VT-DEPTNO(1).
112200     SET WS-CHAIN-CONTINUE TO TRUE.
112300     PERFORM 3610-CLIMB-ONE-LEVEL
112400         THRU 3610-CLIMB-ONE-LEVEL-EXIT
112500         UNTIL WS-CHAIN-STOP.
112600     MOVE WS-DIVISION-DEPTNO TO AT-DIVISION.
112700 3600-FIND-DIVISION-EXIT.
112800     EXIT.
112900*****************************************************************
113000*  3610-CLIMB-ONE-LEVEL                                          *
113100*****************************************************************
113200 3610-CLIMB-ONE-LEVEL.
113300     MOVE WS-DIVISION-DEPTNO TO WS-CHASE-DEPTNO.
113400     PERFORM 6000-FIND-DEPT-ROW
113500         THRU 6000-FIND-DEPT-ROW-EXIT.
113600     IF WS-DEPT-NOT-FOUND
113700         SET WS-CHAIN-STOP TO TRUE
113800         GO TO 3610-CLIMB-ONE-LEVEL-EXIT
113900     END-IF.
114000     IF DT-ADMRDEPT(WS-FOUND-IDX) = SPACE
114100             OR DT-ADMRDEPT(WS-FOUND-IDX) = WS-DIVISION-DEPTNO
114200         SET WS-CHAIN-STOP TO TRUE
114300         GO TO 3610-CLIMB-ONE-LEVEL-EXIT
114400     END-IF.
114500     MOVE DT-ADMRDEPT(WS-FOUND-IDX) TO WS-CHASE-DEPTNO.
114600     PERFORM 6000-FIND-DEPT-ROW
114700         THRU 6000-FIND-DEPT-ROW-EXIT.
114800     IF WS-DEPT-NOT-FOUND
114900         SET WS-CHAIN-STOP TO TRUE
115000         GO TO 3610-CLIMB-ONE-LEVEL-EXIT
115100     END-IF.
115200     PERFORM 6100-CHECK-VISITED
115300         THRU 6100-CHECK-VISITED-EXIT.
115400     IF WS-ALREADY-VISITED
115500         SET WS-CHAIN-STOP TO TRUE
115600         GO TO 3610-CLIMB-ONE-LEVEL-EXIT
115700     END-IF.
115800     ADD 1 TO VT-ENTRY-COUNT.
115900     MOVE WS-CHASE-DEPTNO TO VT-DEPTNO(VT-ENTRY-COUNT).
116000     MOVE WS-CHASE-DEPTNO TO WS-DIVISION-DEPTNO.
116100 3610-CLIMB-ONE-LEVEL-EXIT.
116200     EXIT.
116300*****************************************************************
116400*  4000-LIST-UNUSED-CARDS                                        *
116500*****************************************************************
116600 4000-LIST-UNUSED-CARDS.
116700     PERFORM 4100-CHECK-ONE-CARD
116800         THRU 4100-CHECK-ONE-CARD-EXIT
116900         VARYING CT-IDX FROM 1 BY 1
117000         UNTIL CT-IDX > WS-CARD-COUNT.
117100 4000-LIST-UNUSED-CARDS-EXIT.
117200     EXIT.
117300 4100-CHECK-ONE-CARD.
117400     IF WS-CARD-NOT-USED(CT-IDX)
117500         MOVE SPACE                   TO DEPT-ATTEST-RPT-REC
117600         MOVE WS-CARD-QUARTER(CT-IDX) TO TS-QUARTER
117700         MOVE WS-CARD-MGRNO(CT-IDX)   TO TS-MGRNO
117800         MOVE WS-CARD-DEPTNO(CT-IDX)  TO TS-DEPTNO
117900         MOVE 'NAMES NO ATTESTATION ITEM'
118000                                      TO WS-CARD-REJECT-TEXT
118100         PERFORM 2950-LIST-CARD-REJECT
118200             THRU 2950-LIST-CARD-REJECT-EXIT
118300     END-IF.
118400 4100-CHECK-ONE-CARD-EXIT.
118500     EXIT.
118600*****************************************************************
118700*  5000-WRITE-STATUS-REPORT                                      *
118800*  GATHERS THE DIVISIONS THE FILED ITEMS FALL IN, THEN LISTS     *
118900*  EACH DIVISION'S ITEMS WITH A TOTALS LINE, AND ENDS WITH THE   *
119000*  TOTALS FOR ALL DIVISIONS.                                     *
119100*****************************************************************
119200 5000-WRITE-STATUS-REPORT.
119300     PERFORM 5100-COLLECT-ONE-DIVISION
119400         THRU 5100-COLLECT-ONE-DIVISION-EXIT
119500         VARYING RT-IDX FROM 1 BY 1
119600         UNTIL RT-IDX > WS-RPT-COUNT.
119700     MOVE SPACE TO DEPT-ATTEST-RPT-REC.
119800     WRITE DEPT-ATTEST-RPT-REC.
119900     MOVE 'STATUS BY DIVISION' TO TS-MGR-NAME.
120000     WRITE DEPT-ATTEST-RPT-REC.
120100     PERFORM 5200-REPORT-ONE-DIVISION
120200         THRU 5200-REPORT-ONE-DIVISION-EXIT
120300         VARYING DV-IDX FROM 1 BY 1
120400         UNTIL DV-IDX > WS-DIV-COUNT.
120500     MOVE WS-ALL-CERTIFIED TO WS-DIV-CERTIFIED.
120600     MOVE WS-ALL-DISPUTED  TO WS-DIV-DISPUTED.
120700     MOVE WS-ALL-OVERDUE   TO WS-DIV-OVERDUE.
120800     MOVE WS-ALL-PENDING   TO WS-DIV-PENDING.
120900     MOVE SPACE TO DEPT-ATTEST-RPT-REC.
121000     WRITE DEPT-ATTEST-RPT-REC.
121100     MOVE 'ALL DIVISIONS' TO TS-MGR-NAME.
121200     PERFORM 5300-WRITE-TOTALS-LINE
121300         THRU 5300-WRITE-TOTALS-LINE-EXIT.
121400 5000-WRITE-STATUS-REPORT-EXIT.
121500     EXIT.
121600*****************************************************************
121700*  5100-COLLECT-ONE-DIVISION                                     *
121800*  ADDS THE ITEM'S DIVISION TO THE DIVISION TABLE IF IT IS NOT   *
121900*  THERE ALREADY, KEEPING THE TABLE IN ASCENDING ORDER.          *
122000*****************************************************************
122100 5100-COLLECT-ONE-DIVISION.
122200     SET DV-IDX TO 1.
122300     PERFORM 5110-STEP-PAST-LOWER
122400         THRU 5110-STEP-PAST-LOWER-EXIT
122500         UNTIL DV-IDX > WS-DIV-COUNT
122600            OR WS-DIV-DEPTNO(DV-IDX)
122650                   NOT < WS-RPT-DIVISION(RT-IDX).
122700     IF DV-IDX NOT > WS-DIV-COUNT
122800         IF WS-DIV-DEPTNO(DV-IDX) = WS-RPT-DIVISION(RT-IDX)
122900             GO TO 5100-COLLECT-ONE-DIVISION-EXIT
123000         END-IF
123100     END-IF.
123200     IF WS-DIV-COUNT >= 9999
123300         DISPLAY 'DEPTATST - DIVISION TABLE FULL AT 9999'
123400         MOVE 16 TO RETURN-CODE
123500         GO TO 9999-ABEND
123600     END-IF.
123700     ADD 1 TO WS-DIV-COUNT.
123800     PERFORM 5120-SHIFT-ONE-UP
123900         THRU 5120-SHIFT-ONE-UP-EXIT
124000         VARYING DV-IDX2 FROM WS-DIV-COUNT BY -1
124100         UNTIL DV-IDX2 NOT > DV-IDX.
124200     MOVE WS-RPT-DIVISION(RT-IDX) TO WS-DIV-DEPTNO(DV-IDX).
124300 5100-COLLECT-ONE-DIVISION-EXIT.
124400     EXIT.
124500 5110-STEP-PAST-LOWER.
124600     SET DV-IDX UP BY 1.
124700 5110-STEP-PAST-LOWER-EXIT.
124800     EXIT.
124900 5120-SHIFT-ONE-UP.
125000     MOVE WS-DIV-DEPTNO(DV-IDX2 - 1) TO WS-DIV-DEPTNO(DV-IDX2).
125100 5120-SHIFT-ONE-UP-EXIT.
125200     EXIT.
125300*****************************************************************
125400*  5200-REPORT-ONE-DIVISION                                      *
125500*****************************************************************
125600 5200-REPORT-ONE-DIVISION.
125700     MOVE ZERO TO WS-DIV-CERTIFIED.
125800     MOVE ZERO TO WS-DIV-DISPUTED.
125900     MOVE ZERO TO WS-DIV-OVERDUE.
126000     MOVE ZERO TO WS-DIV-PENDING.
126100     MOVE SPACE TO DEPT-ATTEST-RPT-REC.
126200     WRITE DEPT-ATTEST-RPT-REC.
126300     PERFORM 5210-REPORT-ONE-ITEM
126400         THRU 5210-REPORT-ONE-ITEM-EXIT
126500         VARYING RT-IDX FROM 1 BY 1
126600         UNTIL RT-IDX > WS-RPT-COUNT.
126700     MOVE SPACE TO DEPT-ATTEST-RPT-REC.
126800     MOVE WS-DIV-DEPTNO(DV-IDX) TO TS-DIVISION.
126900     MOVE 'DIVISION TOTALS'     TO TS-MGR-NAME.
127000     PERFORM 5300-WRITE-TOTALS-LINE
127100         THRU 5300-WRITE-TOTALS-LINE-EXIT.
127200     ADD WS-DIV-CERTIFIED TO WS-ALL-CERTIFIED.
127300     ADD WS-DIV-DISPUTED  TO WS-ALL-DISPUTED.
127400     ADD WS-DIV-OVERDUE   TO WS-ALL-OVERDUE.
127500     ADD WS-DIV-PENDING   TO WS-ALL-PENDING.
127600 5200-REPORT-ONE-DIVISION-EXIT.
127700     EXIT.
127800*****************************************************************
127900*  5210-REPORT-ONE-ITEM                                          *
128000*  A PENDING ITEM PAST ITS DUE DATE IS OVERDUE.                  *
128100*****************************************************************
128200 5210-REPORT-ONE-ITEM.
128300     IF WS-RPT-DIVISION(RT-IDX) NOT = WS-DIV-DEPTNO(DV-IDX)
128400         GO TO 5210-REPORT-ONE-ITEM-EXIT
128500     END-IF.
128600     MOVE WS-RPT-ITEM(RT-IDX) TO DEPT-ATTEST-REC.
128700     EVALUATE TRUE
128800         WHEN AT-STATUS-CONFIRMED
128900             MOVE 'CERTIFIED' TO WS-ACTIVITY-TEXT
129000             ADD 1 TO WS-DIV-CERTIFIED
129100         WHEN AT-STATUS-DISPUTED
129200             MOVE 'DISPUTED'  TO WS-ACTIVITY-TEXT
129300             ADD 1 TO WS-DIV-DISPUTED
129400         WHEN WS-TODAY > AT-DUE-DATE
129500             MOVE 'OVERDUE'   TO WS-ACTIVITY-TEXT
129600             ADD 1 TO WS-DIV-OVERDUE
129700         WHEN OTHER
129800             MOVE 'PENDING'   TO WS-ACTIVITY-TEXT
129900             ADD 1 TO WS-DIV-PENDING
130000     END-EVALUATE.
130100     MOVE AT-COMMENT TO WS-ACTIVITY-COMMENT.
130200     PERFORM 2800-LIST-ACTIVITY-LINE
130300         THRU 2800-LIST-ACTIVITY-LINE-EXIT.
130400 5210-REPORT-ONE-ITEM-EXIT.
130500     EXIT.
130600*****************************************************************
130700*  5300-WRITE-TOTALS-LINE                                        *
130800*  CALLER HAS SET THE LABEL (AND DIVISION) ON THE PRINT LINE;    *
130900*  A COLUMN-HEADING LINE FOR THE FOUR COUNTS GOES FIRST.         *
131000*****************************************************************
131100 5300-WRITE-TOTALS-LINE.
131200     MOVE DEPT-ATTEST-RPT-REC TO WS-HOLD-RPT-LINE.
131300     MOVE SPACE TO DEPT-ATTEST-RPT-REC.
131400     MOVE ' CERT    DISP    OVRD    PEND' TO TS-COMMENT.
131500     WRITE DEPT-ATTEST-RPT-REC.
131600     MOVE WS-HOLD-RPT-LINE TO DEPT-ATTEST-RPT-REC.
131700     MOVE WS-DIV-CERTIFIED TO TS-CERTIFIED-COUNT.
131800     MOVE WS-DIV-DISPUTED  TO TS-DISPUTED-COUNT.
131900     MOVE WS-DIV-OVERDUE   TO TS-OVERDUE-COUNT.
132000     MOVE WS-DIV-PENDING   TO TS-PENDING-COUNT.
132100     WRITE DEPT-ATTEST-RPT-REC.
132200 5300-WRITE-TOTALS-LINE-EXIT.
132300     EXIT.
132400*****************************************************************
132500*  6000-FIND-DEPT-ROW                                            *
132600*  LOOKS UP WS-CHASE-DEPTNO IN THE DEPT-TABLE BY DEPTNO.  THE    *
132700*  TABLE WAS LOADED ORDER BY DEPTNO, SO THE LOOKUP IS A BINARY   *
132800*  SEARCH -- IT RUNS ONCE PER EMPLOYEE RECORD.                   *
132900*****************************************************************
133000 6000-FIND-DEPT-ROW.
133100     SET WS-DEPT-NOT-FOUND TO TRUE.
133200     IF DT-ENTRY-COUNT > ZERO
133300         SEARCH ALL DT-ENTRY
133400             AT END
133500                 CONTINUE
133600             WHEN DT-DEPTNO(DT-IDX) = WS-CHASE-DEPTNO
133700                 SET WS-DEPT-FOUND TO TRUE
133800                 SET WS-FOUND-IDX TO DT-IDX
133900         END-SEARCH
134000     END-IF.
134100 6000-FIND-DEPT-ROW-EXIT.
134200     EXIT.
134300*****************************************************************
134400*  6100-CHECK-VISITED                                            *
134500*  LOOKS UP WS-CHASE-DEPTNO IN THE VISITED LIST FOR THIS CHAIN.  *
134600*****************************************************************
134700 6100-CHECK-VISITED.
134800     SET WS-NOT-ALREADY-VISITED TO TRUE.
134900     PERFORM 6110-CHECK-ONE-VISITED
135000         THRU 6110-CHECK-ONE-VISITED-EXIT
135100         VARYING VT-IDX FROM 1 BY 1
135200         UNTIL VT-IDX > VT-ENTRY-COUNT
135300            OR WS-ALREADY-VISITED.
135400 6100-CHECK-VISITED-EXIT.
135500     EXIT.
135600 6110-CHECK-ONE-VISITED.
135700     IF VT-DEPTNO(VT-IDX) = WS-CHASE-DEPTNO
135800         SET WS-ALREADY-VISITED TO TRUE
135900     END-IF.
136000 6110-CHECK-ONE-VISITED-EXIT.
136100     EXIT.
136200*****************************************************************
136300*  6200-FIND-MANAGER                                             *
136400*  POSITIONS MG-IDX ON THE ISSUE ENTRY'S MANAGER.  EVERY ISSUE   *
136500*  ENTRY'S MGRNO WAS ADDED TO THE TABLE AS IT WAS FETCHED.       *
136600*****************************************************************
136700 6200-FIND-MANAGER.
136800     SET WS-MGR-NOT-FOUND TO TRUE.
136900     SEARCH ALL WS-MGR-ENTRY
137000         AT END
137100             CONTINUE
137200         WHEN WS-MGR-MGRNO(MG-IDX) = WS-ISSUE-MGRNO(IS-IDX)
137300             SET WS-MGR-FOUND TO TRUE
137400     END-SEARCH.
137500 6200-FIND-MANAGER-EXIT.
137600     EXIT.
137700*****************************************************************
137800*  8000-TERMINATE                                                *
137900*  A REJECTED CARD OR A REFUSED OPEN ENDS THE RUN WITH RETURN    *
138000*  CODE 4 SO SOMEBODY READS THE ACTIVITY SECTION.                *
138100*****************************************************************
138200 8000-TERMINATE.
138300     CLOSE DEPTATOT.
138400     CLOSE DEPTATEX.
138500     CLOSE DEPTATSX.
138600     CLOSE DEPTATRP.
138700     DISPLAY 'DEPTATST - MANAGER ATTESTATION RUN COMPLETE'.
138800     DISPLAY 'RESPONSE CARDS READ   = ' WS-CARDS-READ.
138900     DISPLAY 'CARDS REJECTED        = ' WS-CARDS-REJECTED.
139000     DISPLAY 'OLD ITEMS READ        = ' WS-OLD-ITEMS-READ.
139100     DISPLAY 'ITEMS ANSWERED        = ' WS-ITEMS-ANSWERED.
139200     DISPLAY 'ITEMS LAPSED          = ' WS-ITEMS-LAPSED.
139300     DISPLAY 'ITEMS ISSUED          = ' WS-ITEMS-ISSUED.
139400     DISPLAY 'MANAGERS ISSUED       = ' WS-MGR-COUNT.
139500     DISPLAY 'DEPTS WITH NO MANAGER = ' WS-UNMANAGED-COUNT.
139600     DISPLAY 'EXTRACT RECORDS       = ' WS-EXTRACT-WRITTEN.
139700     DISPLAY 'ITEMS ON MASTER       = ' WS-ITEMS-FILED.
139800     DISPLAY 'DISPUTES OUTSTANDING  = ' WS-DISPUTES-WRITTEN.
139900     IF WS-CARDS-REJECTED > ZERO OR WS-OPEN-REFUSED
140000         MOVE 4 TO RETURN-CODE
140100     END-IF.
140200 8000-TERMINATE-EXIT.
140300     EXIT.
140400*****************************************************************
140500*  9999-ABEND                                                    *
140600*  REACHED ONLY ON A FILE-STATUS OR SQL ERROR DETECTED ABOVE.    *
140700*  THE NEW MASTER IS INCOMPLETE AND MUST NOT BE ROLLED INTO      *
140800*  DEPTATIN; RERUNNING FROM THE SAME OLD MASTER AND CARDS IS     *
140900*  SAFE.                                                         *
141000*****************************************************************
141100 9999-ABEND.
141200     CLOSE DEPTATIN.
141300     CLOSE DEPTATOT.
141400     CLOSE DEPTATRS.
141500     CLOSE EMPMAST.
141600     CLOSE DEPTATEX.
141700     CLOSE DEPTATSX.
141800     CLOSE DEPTATRP.
141900     DISPLAY 'DEPTATST - ABENDING - RETURN-CODE = ' RETURN-CODE.
142000     STOP RUN.
