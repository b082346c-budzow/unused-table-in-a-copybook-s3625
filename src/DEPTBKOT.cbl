000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.      DEPTBKOT.
000300 AUTHOR.          R HOLLOWAY.
000400 INSTALLATION.    DEPARTMENTAL SYSTEMS - DATA ADMINISTRATION.
000500 DATE-WRITTEN.    10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY                                        *
000900*-----------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                                 *
001100*-----------------------------------------------------------*
001200* 10/15/2026  RH   ORIGINAL.  BACKS OUT ONE POSTING STREAM'S     *
001300*                  WORK FOR ONE NIGHT FROM DEPT_HIST.  FOR EVERY *
001400*                  DEPARTMENT THE NAMED STREAM ADDED, CHANGED,   *
001500*                  OR CLOSED ON THE NAMED DATE IT BUILDS THE     *
001600*                  DEPTMNT TRANSACTION THAT PUTS THE DEPARTMENT  *
001700*                  BACK THE WAY DEPT_HIST SAYS IT STOOD COMING   *
001800*                  INTO THAT DATE: A CHANGE BACK TO THE OLD      *
001900*                  VALUES, A RE-ADD OF A DEPARTMENT THE RUN      *
002000*                  CLOSED, OR A CLOSE OF ONE THE RUN ADDED.  THE *
002100*                  TRANSACTIONS ARE NOT POSTED HERE -- THEY GO   *
002200*                  IN AS DEPTMNTX ON THE NEXT DEPTMNT RUN, SO    *
002300*                  THE AUDIT TRAIL, DEPT_HIST, RUN-CONTROL       *
002400*                  BALANCING, AND THE TWO-PERSON APPROVAL RULE   *
002500*                  ALL APPLY TO THE REVERSAL EXACTLY AS TO ANY   *
002600*                  OTHER CHANGE.  A DEPARTMENT ANOTHER RUN HAS   *
002700*                  TOUCHED SINCE IS HELD AND LISTED, NOT         *
002800*                  REVERSED.                                     *
002900*****************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.     IBM-370.
003300 OBJECT-COMPUTER.     IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT DEPTBKPM ASSIGN TO "DEPTBKPM"
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS WS-DEPTBKPM-STATUS.
003900     SELECT DEPTBKTX ASSIGN TO "DEPTBKTX"
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-DEPTBKTX-STATUS.
004200     SELECT DEPTBKLS ASSIGN TO "DEPTBKLS"
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-DEPTBKLS-STATUS.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  DEPTBKPM
004800     RECORDING MODE IS F
004900     LABEL RECORDS ARE STANDARD.
005000 COPY DEPT-BACKOUT-PARM-REC.
005100 FD  DEPTBKTX
005200     RECORDING MODE IS F
005300     LABEL RECORDS ARE STANDARD.
005400 COPY DEPT-MAINT-TRAN-REC.
005500 FD  DEPTBKLS
005600     RECORDING MODE IS F
005700     LABEL RECORDS ARE STANDARD.
005800 COPY DEPT-BACKOUT-RPT-REC.
005900 WORKING-STORAGE SECTION.
006000 COPY SQLCA-MINI.
006100     EXEC SQL
006200         DECLARE DEPT_HIST TABLE
006300           (DEPTNO      CHAR(3)           NOT NULL,
006400            DEPTNAME    VARCHAR(36)       NOT NULL,
006500            MGRNO       CHAR(6)                   ,
006600            ADMRDEPT    CHAR(3)           NOT NULL,
006700            LOCATION    CHAR(16)          NOT NULL,
006800            COSTCTR     CHAR(6)           NOT NULL,
006900            BUDGCODE    CHAR(4)           NOT NULL,
007000            EFF_DATE    CHAR(8)           NOT NULL,
007100            END_DATE    CHAR(8)           NOT NULL,
007200            CHANGE_TYPE CHAR(1)           NOT NULL,
007300            SOURCE_PGM  CHAR(8)           NOT NULL)
007400     END-EXEC.
007500 COPY DEPT-HIST-ROW.
007600*****************************************************************
007700*  RUN PARAMETERS AS TAKEN FROM THE PARM CARD                   *
007800*****************************************************************
007900 77  WS-RUN-DATE              PIC X(08) VALUE SPACE.
008000 77  WS-SOURCE-PGM            PIC X(08) VALUE SPACE.
008100 77  WS-USERID                PIC X(08) VALUE SPACE.
008200 77  WS-TODAY                 PIC X(08) VALUE SPACE.
008300*****************************************************************
008400*  PER-DEPARTMENT FINDINGS.  WS-LATER-COUNT IS EVERY DEPT_HIST   *
008500*  ROW FOR THE DEPARTMENT THAT SOME OTHER STREAM, OR A LATER     *
008600*  NIGHT, PUT THERE; ANY AT ALL MEANS THE BACKED-OUT VALUES ARE  *
008700*  NO LONGER WHAT DEPT1 HOLDS AND A BLIND REVERSAL WOULD UNDO    *
008800*  SOMEBODY ELSE'S WORK.                                         *
008900*****************************************************************
009000 77  WS-BK-DEPTNO             PIC X(03) VALUE SPACE.
009100 77  WS-LATER-COUNT           PIC S9(09) COMP VALUE ZERO.
009200 77  WS-CURRENT-COUNT         PIC S9(09) COMP VALUE ZERO.
009300 77  WS-PRE-RUN-SW            PIC X(01) VALUE 'N'.
009400     88  WS-PRE-RUN-FOUND         VALUE 'Y'.
009500     88  WS-PRE-RUN-NOT-FOUND     VALUE 'N'.
009600*****************************************************************
009700*  BACKOUT COUNTERS                                             *
009800*****************************************************************
009900 77  WS-DEPTS-FOUND           PIC 9(09) COMP VALUE ZERO.
010000 77  WS-CHANGES-BUILT         PIC 9(09) COMP VALUE ZERO.
010100 77  WS-READDS-BUILT          PIC 9(09) COMP VALUE ZERO.
010200 77  WS-CLOSES-BUILT          PIC 9(09) COMP VALUE ZERO.
010300 77  WS-DEPTS-HELD            PIC 9(09) COMP VALUE ZERO.
010400 77  WS-DEPTS-NO-NET          PIC 9(09) COMP VALUE ZERO.
010500 77  WS-DEPTBKPM-STATUS       PIC X(02) VALUE SPACE.
010600 77  WS-DEPTBKTX-STATUS       PIC X(02) VALUE SPACE.
010700 77  WS-DEPTBKLS-STATUS       PIC X(02) VALUE SPACE.
010800 PROCEDURE DIVISION.
010900*****************************************************************
011000*  0000-MAINLINE                                                *
011100*  READS THE PARM CARD, THEN JUDGES EVERY DEPARTMENT THE NAMED   *
011200*  STREAM TOUCHED ON THE NAMED NIGHT.                            *
011300*****************************************************************
011400 0000-MAINLINE.
011500     PERFORM 1000-INITIALIZE
011600         THRU 1000-INITIALIZE-EXIT.
011700     PERFORM 2000-BACK-OUT-RUN
011800         THRU 2000-BACK-OUT-RUN-EXIT.
011900     PERFORM 8000-TERMINATE
012000         THRU 8000-TERMINATE-EXIT.
012100     STOP RUN.
012200*****************************************************************
012300*  1000-INITIALIZE                                              *
012400*  READS AND EDITS THE PARM CARD AND OPENS THE OUTPUT FILES.     *
012500*  THE RUN DATE MUST BE A PAST OR CURRENT NIGHT.                 *
012600*****************************************************************
012700 1000-INITIALIZE.
012800     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
012900     OPEN INPUT DEPTBKPM.
013000     IF WS-DEPTBKPM-STATUS NOT = '00'
013100         DISPLAY 'DEPTBKOT - OPEN FAILED FOR DEPTBKPM, STATUS = '
013200             WS-DEPTBKPM-STATUS
013300         MOVE 16 TO RETURN-CODE
013400         GO TO 9999-ABEND
013500     END-IF.
013600     READ DEPTBKPM
013700         AT END
013800             DISPLAY 'DEPTBKOT - PARM CARD FILE IS EMPTY'
013900             MOVE 16 TO RETURN-CODE
014000             GO TO 9999-ABEND
014100     END-READ.
014200     MOVE BP-RUN-DATE   TO WS-RUN-DATE.
014300     MOVE BP-SOURCE-PGM TO WS-SOURCE-PGM.
014400     MOVE BP-USERID     TO WS-USERID.
014500     IF NOT BP-SOURCE-VALID
014600         DISPLAY 'DEPTBKOT - INVALID SOURCE PROGRAM '
014700             WS-SOURCE-PGM
014800         MOVE 16 TO RETURN-CODE
014900         GO TO 9999-ABEND
015000     END-IF.
015100     CLOSE DEPTBKPM.
015200     IF WS-RUN-DATE IS NOT NUMERIC
015300             OR WS-RUN-DATE > WS-TODAY
015400         DISPLAY 'DEPTBKOT - INVALID RUN DATE ON PARM CARD'
015500         MOVE 16 TO RETURN-CODE
015600         GO TO 9999-ABEND
015700     END-IF.
015800     IF WS-USERID = SPACES
015900         DISPLAY 'DEPTBKOT - USERID MISSING FROM PARM CARD'
016000         MOVE 16 TO RETURN-CODE
016100         GO TO 9999-ABEND
016200     END-IF.
016300     OPEN OUTPUT DEPTBKTX.
016400     IF WS-DEPTBKTX-STATUS NOT = '00'
016500         DISPLAY 'DEPTBKOT - OPEN FAILED FOR DEPTBKTX, STATUS = '
016600             WS-DEPTBKTX-STATUS
016700         MOVE 16 TO RETURN-CODE
016800         GO TO 9999-ABEND
016900     END-IF.
017000     OPEN OUTPUT DEPTBKLS.
017100     IF WS-DEPTBKLS-STATUS NOT = '00'
017200         DISPLAY 'DEPTBKOT - OPEN FAILED FOR DEPTBKLS, STATUS = '
017300             WS-DEPTBKLS-STATUS
017400         MOVE 16 TO RETURN-CODE
017500         GO TO 9999-ABEND
017600     END-IF.
017700     PERFORM 1100-WRITE-HEADINGS
017800         THRU 1100-WRITE-HEADINGS-EXIT.
017900 1000-INITIALIZE-EXIT.
018000     EXIT.
018100*****************************************************************
018200*  1100-WRITE-HEADINGS                                          *
018300*****************************************************************
018400 1100-WRITE-HEADINGS.
018500     MOVE SPACE TO DEPT-BACKOUT-RPT-REC.
018600     MOVE 'BACKOUT OF'         TO BL-DEPTNAME.
018700     MOVE WS-SOURCE-PGM        TO BL-DEPTNAME(12:8).
018800     MOVE 'RUN OF'             TO BL-DEPTNAME(21:6).
018900     MOVE WS-RUN-DATE          TO BL-DEPTNAME(28:8).
019000     MOVE 'REQUESTED BY'       TO BL-LOCATION.
019100     MOVE WS-USERID            TO BL-REASON.
019200     WRITE DEPT-BACKOUT-RPT-REC.
019300     MOVE SPACE TO DEPT-BACKOUT-RPT-REC.
019400     WRITE DEPT-BACKOUT-RPT-REC.
019500     MOVE 'DNO'                TO BL-DEPTNO.
019600     MOVE 'ACTION'             TO BL-ACTION.
019700     MOVE 'DEPARTMENT NAME'    TO BL-DEPTNAME.
019800     MOVE 'MGRNO'              TO BL-MGRNO.
019900     MOVE 'ADM'                TO BL-ADMRDEPT.
020000     MOVE 'LOCATION'           TO BL-LOCATION.
020100     MOVE 'COSTCT'             TO BL-COSTCTR.
020200     MOVE 'BUDG'               TO BL-BUDGCODE.
020300     MOVE 'REASON'             TO BL-REASON.
020400     WRITE DEPT-BACKOUT-RPT-REC.
020500     MOVE SPACE TO DEPT-BACKOUT-RPT-REC.
020600     WRITE DEPT-BACKOUT-RPT-REC.
020700 1100-WRITE-HEADINGS-EXIT.
020800     EXIT.
020900*****************************************************************
021000*  2000-BACK-OUT-RUN                                            *
021100*  ONE ROW PER DEPARTMENT THE NAMED STREAM TOUCHED THAT NIGHT:   *
021200*  AN ADD OR CHANGE LEAVES A ROW IT INSERTED, EFFECTIVE THAT     *
021300*  DATE; A CLOSE LEAVES THE ROW IT END-DATED, MARKED 'D' WITH    *
021400*  THE CLOSER'S NAME.                                            *
021500*****************************************************************
021600 2000-BACK-OUT-RUN.
021700     EXEC SQL
021800         DECLARE DEPTBKC1 CURSOR FOR
021900             SELECT DISTINCT DEPTNO
022000               FROM DEPT_HIST
022100              WHERE SOURCE_PGM = :WS-SOURCE-PGM
022200                AND ((EFF_DATE = :WS-RUN-DATE
022300                      AND CHANGE_TYPE IN ('A', 'C'))
022400                 OR  (END_DATE = :WS-RUN-DATE
022500                      AND CHANGE_TYPE = 'D'))
022600              ORDER BY DEPTNO
022700     END-EXEC.
022800     EXEC SQL
022900         OPEN DEPTBKC1
023000     END-EXEC.
023100     IF SQLCODE NOT = ZERO
023200         DISPLAY 'DEPTBKOT - SQL ERROR ON OPEN, SQLCODE = '
023300             SQLCODE
023400         MOVE 16 TO RETURN-CODE
023500         GO TO 9999-ABEND
023600     END-IF.
023700     PERFORM 2100-BACK-OUT-ONE-DEPT
023800         THRU 2100-BACK-OUT-ONE-DEPT-EXIT
023900         UNTIL SQLCODE = +100.
024000     EXEC SQL
024100         CLOSE DEPTBKC1
024200     END-EXEC.
024300 2000-BACK-OUT-RUN-EXIT.
024400     EXIT.
024500*****************************************************************
024600*  2100-BACK-OUT-ONE-DEPT                                       *
024700*  THE PRE-RUN ROW AND THE CURRENT-ROW COUNT TOGETHER SAY WHAT   *
024800*  THE RUN DID:                                                  *
024900*    PRE-RUN ROW, CURRENT ROW     - CHANGED: CHANGE IT BACK      *
025000*    PRE-RUN ROW, NO CURRENT ROW  - CLOSED:  RE-ADD IT           *
025100*    NO PRE-RUN ROW, CURRENT ROW  - ADDED:   CLOSE IT            *
025200*    NEITHER                      - ADDED AND CLOSED THE SAME    *
025300*                                   NIGHT: NOTHING TO UNDO       *
025400*  THE LATER-ACTIVITY CHECK COMES FIRST AND OVERRIDES ALL FOUR.  *
025500*  THE CURRENT-ROW COUNT IS DELIBERATELY THE LAST STATEMENT      *
025600*  BEFORE THE LOOP TEST IN 2000: A COUNT ALWAYS LEAVES SQLCODE   *
025700*  ZERO, SO A +100 FROM THE PRE-RUN SELECT CANNOT END THE LOOP.  *
025800*****************************************************************
025900 2100-BACK-OUT-ONE-DEPT.
026000     EXEC SQL
026100         FETCH DEPTBKC1
026200             INTO :WS-BK-DEPTNO
026300     END-EXEC.
026400     IF SQLCODE < ZERO
026500         DISPLAY 'DEPTBKOT - SQL ERROR ON FETCH, SQLCODE = '
026600             SQLCODE
026700         MOVE 16 TO RETURN-CODE
026800         GO TO 9999-ABEND
026900     END-IF.
027000     IF SQLCODE = +100
027100         GO TO 2100-BACK-OUT-ONE-DEPT-EXIT
027200     END-IF.
027300     ADD 1 TO WS-DEPTS-FOUND.
027400     PERFORM 2200-COUNT-LATER-ACTIVITY
027500         THRU 2200-COUNT-LATER-ACTIVITY-EXIT.
027600     PERFORM 2300-FETCH-PRE-RUN-ROW
027700         THRU 2300-FETCH-PRE-RUN-ROW-EXIT.
027800     PERFORM 2400-COUNT-CURRENT-ROW
027900         THRU 2400-COUNT-CURRENT-ROW-EXIT.
028000     MOVE SPACE                TO DEPT-BACKOUT-RPT-REC.
028100     MOVE WS-BK-DEPTNO         TO BL-DEPTNO.
028200     IF WS-PRE-RUN-FOUND
028300         MOVE DH-DEPTNAME-TEXT TO BL-DEPTNAME
028400         MOVE DH-MGRNO         TO BL-MGRNO
028500         MOVE DH-ADMRDEPT      TO BL-ADMRDEPT
028600         MOVE DH-LOCATION      TO BL-LOCATION
028700         MOVE DH-COSTCTR       TO BL-COSTCTR
028800         MOVE DH-BUDGCODE      TO BL-BUDGCODE
028900     END-IF.
029000     EVALUATE TRUE
029100         WHEN WS-LATER-COUNT > ZERO
029200             MOVE 'HELD'       TO BL-ACTION
029300             MOVE 'CHANGED SINCE BY ANOTHER RUN - REVIEW'
029400                               TO BL-REASON
029500             ADD 1 TO WS-DEPTS-HELD
029600         WHEN WS-PRE-RUN-FOUND AND WS-CURRENT-COUNT > ZERO
029700             MOVE 'CHANGE'     TO BL-ACTION
029800             MOVE 'RESTORES VALUES FROM BEFORE THE RUN'
029900                               TO BL-REASON
030000             PERFORM 2500-BUILD-CHANGE
030100                 THRU 2500-BUILD-CHANGE-EXIT
030200         WHEN WS-PRE-RUN-FOUND
030300             MOVE 'RE-ADD'     TO BL-ACTION
030400             MOVE 'RUN CLOSED IT - RE-ADDED AS IT STOOD'
030500                               TO BL-REASON
030600             PERFORM 2600-BUILD-READD
030700                 THRU 2600-BUILD-READD-EXIT
030800         WHEN WS-CURRENT-COUNT > ZERO
030900             MOVE 'CLOSE'      TO BL-ACTION
031000             MOVE 'RUN ADDED IT - CLOSED AGAIN'
031100                               TO BL-REASON
031200             PERFORM 2700-BUILD-CLOSE
031300                 THRU 2700-BUILD-CLOSE-EXIT
031400         WHEN OTHER
031500             MOVE 'NO-NET'     TO BL-ACTION
031600             MOVE 'ADDED AND CLOSED THE SAME NIGHT'
031700                               TO BL-REASON
031800             ADD 1 TO WS-DEPTS-NO-NET
031900     END-EVALUATE.
032000     WRITE DEPT-BACKOUT-RPT-REC.
032100 2100-BACK-OUT-ONE-DEPT-EXIT.
032200     EXIT.
032300*****************************************************************
032400*  2200-COUNT-LATER-ACTIVITY                                    *
032500*  ANY ROW TAKING EFFECT AFTER THE RUN DATE, ANY ROW ANOTHER     *
032600*  STREAM INSERTED THAT SAME NIGHT, AND ANY CLOSE BY ANOTHER     *
032700*  STREAM ON OR AFTER THE RUN DATE (OR BY ANYONE AFTER IT).      *
032800*****************************************************************
032900 2200-COUNT-LATER-ACTIVITY.
033000     EXEC SQL
033100         SELECT COUNT(*)
033200           INTO :WS-LATER-COUNT
033300           FROM DEPT_HIST
033400          WHERE DEPTNO = :WS-BK-DEPTNO
033500            AND (EFF_DATE > :WS-RUN-DATE
033600             OR  (EFF_DATE = :WS-RUN-DATE
033700                  AND SOURCE_PGM <> :WS-SOURCE-PGM)
033800             OR  (CHANGE_TYPE = 'D'
033900                  AND END_DATE > :WS-RUN-DATE)
034000             OR  (CHANGE_TYPE = 'D'
034100                  AND END_DATE = :WS-RUN-DATE
034200                  AND SOURCE_PGM <> :WS-SOURCE-PGM))
034300     END-EXEC.
034400     IF SQLCODE NOT = ZERO
034500         DISPLAY 'DEPTBKOT - SQL ERROR ON LATER-ACTIVITY '
034600             'CHECK, SQLCODE = ' SQLCODE
034700         MOVE 16 TO RETURN-CODE
034800         GO TO 9999-ABEND
034900     END-IF.
035000 2200-COUNT-LATER-ACTIVITY-EXIT.
035100     EXIT.
035200*****************************************************************
035300*  2300-FETCH-PRE-RUN-ROW                                       *
035400*  THE ROW THAT WAS CURRENT COMING INTO THE RUN DATE --          *
035500*  EFFECTIVE BEFORE IT AND NOT END-DATED UNTIL IT OR LATER.      *
035600*****************************************************************
035700 2300-FETCH-PRE-RUN-ROW.
035800     SET WS-PRE-RUN-NOT-FOUND TO TRUE.
035900     MOVE SPACE TO DH-DEPTNAME-TEXT.
036000     EXEC SQL
036100         SELECT DEPTNAME, MGRNO, ADMRDEPT, LOCATION,
036200                COSTCTR, BUDGCODE
036300           INTO :DH-DEPTNAME,
036400                :DH-MGRNO :DH-MGRNO-NULL,
036500                :DH-ADMRDEPT, :DH-LOCATION,
036600                :DH-COSTCTR, :DH-BUDGCODE
036700           FROM DEPT_HIST
036800          WHERE DEPTNO = :WS-BK-DEPTNO
036900            AND EFF_DATE < :WS-RUN-DATE
037000            AND END_DATE >= :WS-RUN-DATE
037100     END-EXEC.
037200     IF SQLCODE = +100
037300         GO TO 2300-FETCH-PRE-RUN-ROW-EXIT
037400     END-IF.
037500     IF SQLCODE NOT = ZERO
037600         DISPLAY 'DEPTBKOT - SQL ERROR ON PRE-RUN ROW, '
037700             'SQLCODE = ' SQLCODE
037800         MOVE 16 TO RETURN-CODE
037900         GO TO 9999-ABEND
038000     END-IF.
038100     IF DH-MGRNO-NULL = -1
038200         MOVE SPACE TO DH-MGRNO
038300     END-IF.
038400     SET WS-PRE-RUN-FOUND TO TRUE.
038500 2300-FETCH-PRE-RUN-ROW-EXIT.
038600     EXIT.
038700*****************************************************************
038800*  2400-COUNT-CURRENT-ROW                                       *
038900*****************************************************************
039000 2400-COUNT-CURRENT-ROW.
039100     EXEC SQL
039200         SELECT COUNT(*)
039300           INTO :WS-CURRENT-COUNT
039400           FROM DEPT_HIST
039500          WHERE DEPTNO = :WS-BK-DEPTNO
039600            AND END_DATE = '99991231'
039700     END-EXEC.
039800     IF SQLCODE NOT = ZERO
039900         DISPLAY 'DEPTBKOT - SQL ERROR ON CURRENT-ROW CHECK, '
040000             'SQLCODE = ' SQLCODE
040100         MOVE 16 TO RETURN-CODE
040200         GO TO 9999-ABEND
040300     END-IF.
040400 2400-COUNT-CURRENT-ROW-EXIT.
040500     EXIT.
040600*****************************************************************
040700*  2500-BUILD-CHANGE                                            *
040800*  EVERY FIELD IS KEYED, SO DEPTMNT CHANGES (AND AUDITS) JUST    *
040900*  THE ONES THE RUN ACTUALLY MOVED.  A MANAGER SLOT THAT WAS     *
041000*  VACANT BEFORE THE RUN GOES BACK AS *NONE*, SINCE A BLANK      *
041100*  MGRNO ON A CHANGE MEANS NO CHANGE.                            *
041200*****************************************************************
041300 2500-BUILD-CHANGE.
041400     MOVE SPACE                TO DEPT-MAINT-TRAN-REC.
041500     SET MT-TRAN-CHANGE        TO TRUE.
041600     PERFORM 2800-FILL-TRANSACTION
041700         THRU 2800-FILL-TRANSACTION-EXIT.
041800     IF DH-MGRNO = SPACES
041900         SET MT-MGRNO-VACATE   TO TRUE
042000     END-IF.
042100     PERFORM 2900-WRITE-TRANSACTION
042200         THRU 2900-WRITE-TRANSACTION-EXIT.
042300     ADD 1 TO WS-CHANGES-BUILT.
042400 2500-BUILD-CHANGE-EXIT.
042500     EXIT.
042600*****************************************************************
042700*  2600-BUILD-READD                                             *
042710*  THE RE-ADD IS MARKED AS A BACKOUT SO DEPTMNT ACCEPTS A DEPTNO *
042720*  THE NUMBER REGISTRY STILL SHOWS ACTIVE, OR HAS ALREADY        *
042730*  RETIRED, FROM THE VERY CLOSE BEING REVERSED.                  *
042800*****************************************************************
042900 2600-BUILD-READD.
043000     MOVE SPACE                TO DEPT-MAINT-TRAN-REC.
043100     SET MT-TRAN-ADD           TO TRUE.
043150     SET MT-SOURCE-BACKOUT     TO TRUE.
043200     PERFORM 2800-FILL-TRANSACTION
043300         THRU 2800-FILL-TRANSACTION-EXIT.
043400     PERFORM 2900-WRITE-TRANSACTION
043500         THRU 2900-WRITE-TRANSACTION-EXIT.
043600     ADD 1 TO WS-READDS-BUILT.
043700 2600-BUILD-READD-EXIT.
043800     EXIT.
043900*****************************************************************
044000*  2700-BUILD-CLOSE                                             *
044100*****************************************************************
044200 2700-BUILD-CLOSE.
044300     MOVE SPACE                TO DEPT-MAINT-TRAN-REC.
044400     SET MT-TRAN-CLOSE         TO TRUE.
044500     MOVE WS-BK-DEPTNO         TO MT-DEPTNO.
044600     MOVE WS-USERID            TO MT-USERID.
044700     PERFORM 2900-WRITE-TRANSACTION
044800         THRU 2900-WRITE-TRANSACTION-EXIT.
044900     ADD 1 TO WS-CLOSES-BUILT.
045000 2700-BUILD-CLOSE-EXIT.
045100     EXIT.
045200*****************************************************************
045300*  2800-FILL-TRANSACTION                                        *
045400*  COPIES THE PRE-RUN ROW INTO THE TRANSACTION.                  *
045500*****************************************************************
045600 2800-FILL-TRANSACTION.
045700     MOVE WS-BK-DEPTNO         TO MT-DEPTNO.
045800     MOVE DH-DEPTNAME-TEXT     TO MT-DEPTNAME.
045900     MOVE DH-MGRNO             TO MT-MGRNO.
046000     MOVE DH-ADMRDEPT          TO MT-ADMRDEPT.
046100     MOVE DH-LOCATION          TO MT-LOCATION.
046200     MOVE DH-COSTCTR           TO MT-COSTCTR.
046300     MOVE DH-BUDGCODE          TO MT-BUDGCODE.
046400     MOVE WS-USERID            TO MT-USERID.
046500 2800-FILL-TRANSACTION-EXIT.
046600     EXIT.
046700*****************************************************************
046800*  2900-WRITE-TRANSACTION                                       *
046900*****************************************************************
047000 2900-WRITE-TRANSACTION.
047100     WRITE DEPT-MAINT-TRAN-REC.
047200     IF WS-DEPTBKTX-STATUS NOT = '00'
047300         DISPLAY 'DEPTBKOT - WRITE FAILED FOR DEPTBKTX, STATUS = '
047400             WS-DEPTBKTX-STATUS
047500         MOVE 16 TO RETURN-CODE
047600         GO TO 9999-ABEND
047700     END-IF.
047800 2900-WRITE-TRANSACTION-EXIT.
047900     EXIT.
048000*****************************************************************
048100*  8000-TERMINATE                                               *
048200*  A HELD DEPARTMENT NEEDS SOMEONE TO DECIDE WHAT IT SHOULD      *
048300*  LOOK LIKE NOW, SO THE STEP ENDS WITH RETURN CODE 4 TO MAKE    *
048400*  SURE THE LISTING IS READ.                                     *
048500*****************************************************************
048600 8000-TERMINATE.
048700     CLOSE DEPTBKTX.
048800     CLOSE DEPTBKLS.
048900     DISPLAY 'DEPTBKOT - BACKOUT RUN COMPLETE'.
049000     DISPLAY 'SOURCE PROGRAM        = ' WS-SOURCE-PGM.
049100     DISPLAY 'RUN DATE              = ' WS-RUN-DATE.
049200     DISPLAY 'DEPARTMENTS TOUCHED   = ' WS-DEPTS-FOUND.
049300     DISPLAY 'CHANGES BUILT         = ' WS-CHANGES-BUILT.
049400     DISPLAY 'RE-ADDS BUILT         = ' WS-READDS-BUILT.
049500     DISPLAY 'CLOSES BUILT          = ' WS-CLOSES-BUILT.
049600     DISPLAY 'HELD FOR REVIEW       = ' WS-DEPTS-HELD.
049700     DISPLAY 'NO NET CHANGE         = ' WS-DEPTS-NO-NET.
049800     IF WS-DEPTS-HELD > ZERO
049900         MOVE 4 TO RETURN-CODE
050000     END-IF.
050100 8000-TERMINATE-EXIT.
050200     EXIT.
050300*****************************************************************
050400*  9999-ABEND                                                   *
050500*  REACHED ONLY ON A PARM, FILE-STATUS, OR SQL ERROR DETECTED    *
050600*  ABOVE.  A PARTIAL DEPTBKTX MUST NOT BE FED TO DEPTMNT.        *
050700*****************************************************************
050800 9999-ABEND.
050900     CLOSE DEPTBKPM.
051000     CLOSE DEPTBKTX.
051100     CLOSE DEPTBKLS.
051200     DISPLAY 'DEPTBKOT - ABENDING - RETURN-CODE = ' RETURN-CODE.
051300     STOP RUN.
