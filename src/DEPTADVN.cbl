000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.      DEPTADVN.
000300 AUTHOR.          R HOLLOWAY.
000400 INSTALLATION.    DEPARTMENTAL SYSTEMS - DATA ADMINISTRATION.
000500 DATE-WRITTEN.    10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY                                        *
000900*-----------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                                 *
001100*-----------------------------------------------------------*
001200* 10/15/2026  RH   ORIGINAL.  NIGHTLY ADVANCE-NOTICE FEED OF     *
001300*                  SCHEDULED DEPARTMENT CHANGES FOR PAYROLL AND  *
001400*                  FACILITIES.  RUNS AFTER DEPTPNDG AND SENDS    *
001500*                  EVERY PENDING TRANSACTION EFFECTIVE WITHIN A  *
001600*                  LOOK-AHEAD WINDOW SET BY PARM CARD, WITH THE  *
001700*                  DEPARTMENT'S VALUES BEFORE AND AFTER IT       *
001800*                  FIRES.  TONIGHT'S PENDING MASTER IS MATCHED   *
001900*                  AGAINST LAST NIGHT'S NOTICE SO EACH ITEM IS   *
002000*                  MARKED NEW, AMENDED, OR UNCHANGED, AND ANY    *
002100*                  ITEM NOTICED BEFORE THAT HAS SINCE BEEN       *
002200*                  WITHDRAWN OR DEFERRED PAST THE WINDOW GOES    *
002300*                  OUT ONCE MORE MARKED WITHDRAWN.               *
002400*****************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.     IBM-370.
002800 OBJECT-COMPUTER.     IBM-370.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT DEPTADPM ASSIGN TO "DEPTADPM"
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS WS-DEPTADPM-STATUS.
003400     SELECT DEPTPDOT ASSIGN TO "DEPTPDOT"
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-DEPTPDOT-STATUS.
003700     SELECT DEPTADNP ASSIGN TO "DEPTADNP"
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-DEPTADNP-STATUS.
004000     SELECT DEPTADNF ASSIGN TO "DEPTADNF"
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-DEPTADNF-STATUS.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  DEPTADPM
004600     RECORDING MODE IS F
004700     LABEL RECORDS ARE STANDARD.
004800 COPY DEPT-ADVN-PARM-REC.
004900 FD  DEPTPDOT
005000     RECORDING MODE IS F
005100     LABEL RECORDS ARE STANDARD.
005200 COPY DEPT-PENDING-TRAN-REC
005300     REPLACING ==DEPT-PENDING-TRAN-REC== BY ==DEPT-PEND-IN-REC==
005400               ==PD-TRANCODE==      BY ==PI-TRANCODE==
005500               ==PD-TRAN-ADD==      BY ==PI-TRAN-ADD==
005600               ==PD-TRAN-CHANGE==   BY ==PI-TRAN-CHANGE==
005700               ==PD-TRAN-CLOSE==    BY ==PI-TRAN-CLOSE==
005800               ==PD-TRAN-REASSIGN== BY ==PI-TRAN-REASSIGN==
005900               ==PD-DEPTNO==        BY ==PI-DEPTNO==
006000               ==PD-DEPTNAME==      BY ==PI-DEPTNAME==
006100               ==PD-MGRNO==         BY ==PI-MGRNO==
006200               ==PD-ADMRDEPT==      BY ==PI-ADMRDEPT==
006300               ==PD-LOCATION==      BY ==PI-LOCATION==
006400               ==PD-USERID==        BY ==PI-USERID==
006500               ==PD-COSTCTR==       BY ==PI-COSTCTR==
006600               ==PD-BUDGCODE==      BY ==PI-BUDGCODE==
006700               ==PD-EFF-DATE==      BY ==PI-EFF-DATE==
006800               ==PD-ENTRY-DATE==    BY ==PI-ENTRY-DATE==
006900               ==PD-PACKAGE-ID==    BY ==PI-PACKAGE-ID==.
007000 FD  DEPTADNP
007100     RECORDING MODE IS F
007200     LABEL RECORDS ARE STANDARD.
007300 COPY DEPT-ADVANCE-NOTICE-REC
007400     REPLACING ==DEPT-ADVANCE-NOTICE-REC==
007500                                   BY ==DEPT-PRIOR-NOTICE-REC==
007600               ==AN-NOTICE-STATUS==     BY ==NP-NOTICE-STATUS==
007700               ==AN-STATUS-NEW==        BY ==NP-STATUS-NEW==
007800               ==AN-STATUS-AMENDED==    BY ==NP-STATUS-AMENDED==
007900               ==AN-STATUS-UNCHANGED==  BY ==NP-STATUS-UNCHANGED==
008000               ==AN-STATUS-WITHDRAWN==  BY ==NP-STATUS-WITHDRAWN==
008100               ==AN-TRANCODE==          BY ==NP-TRANCODE==
008200               ==AN-TRAN-ADD==          BY ==NP-TRAN-ADD==
008300               ==AN-TRAN-CHANGE==       BY ==NP-TRAN-CHANGE==
008400               ==AN-TRAN-CLOSE==        BY ==NP-TRAN-CLOSE==
008500               ==AN-TRAN-REASSIGN==     BY ==NP-TRAN-REASSIGN==
008600               ==AN-DEPTNO==            BY ==NP-DEPTNO==
008700               ==AN-EFF-DATE==          BY ==NP-EFF-DATE==
008800               ==AN-PACKAGE-ID==        BY ==NP-PACKAGE-ID==
008900               ==AN-BEFORE-VALUES==     BY ==NP-BEFORE-VALUES==
009000               ==AN-BEFORE-DEPTNAME==   BY ==NP-BEFORE-DEPTNAME==
009100               ==AN-BEFORE-MGRNO==      BY ==NP-BEFORE-MGRNO==
009200               ==AN-BEFORE-ADMRDEPT==   BY ==NP-BEFORE-ADMRDEPT==
009300               ==AN-BEFORE-LOCATION==   BY ==NP-BEFORE-LOCATION==
009400               ==AN-BEFORE-COSTCTR==    BY ==NP-BEFORE-COSTCTR==
009500               ==AN-BEFORE-BUDGCODE==   BY ==NP-BEFORE-BUDGCODE==
009600               ==AN-AFTER-VALUES==      BY ==NP-AFTER-VALUES==
009700               ==AN-AFTER-DEPTNAME==    BY ==NP-AFTER-DEPTNAME==
009800               ==AN-AFTER-MGRNO==       BY ==NP-AFTER-MGRNO==
009900               ==AN-AFTER-ADMRDEPT==    BY ==NP-AFTER-ADMRDEPT==
010000               ==AN-AFTER-LOCATION==    BY ==NP-AFTER-LOCATION==
010100               ==AN-AFTER-COSTCTR==     BY ==NP-AFTER-COSTCTR==
010200               ==AN-AFTER-BUDGCODE==    BY ==NP-AFTER-BUDGCODE==
010300               ==AN-NOTICE-DATE==       BY ==NP-NOTICE-DATE==
010400               ==AN-PRIOR-EFF-DATE==    BY ==NP-PRIOR-EFF-DATE==.
010500 FD  DEPTADNF
010600     RECORDING MODE IS F
010700     LABEL RECORDS ARE STANDARD.
010800 COPY DEPT-ADVANCE-NOTICE-REC.
010900 WORKING-STORAGE SECTION.
011000 COPY SQLCA-MINI.
011100 COPY DEPT-ROW.
011200*****************************************************************
011300*  SHARED WORK RECORD.  EACH PENDING TRANSACTION IS MOVED HERE   *
011400*  FROM ITS TABLE ENTRY BEFORE IT IS MATCHED OR NOTICED.         *
011500*****************************************************************
011600 COPY DEPT-PENDING-TRAN-REC.
011700*****************************************************************
011800*  RUN PARAMETERS AND DATES.  THE WINDOW RUNS FROM TOMORROW      *
011900*  THROUGH WS-WINDOW-END INCLUSIVE -- ANYTHING EFFECTIVE TODAY   *
012000*  OR EARLIER HAS ALREADY BEEN RELEASED BY DEPTPNDG.             *
012100*****************************************************************
012200 77  WS-LOOKAHEAD-DAYS        PIC 9(03) VALUE 30.
012300 77  WS-TODAY                 PIC X(08) VALUE SPACE.
012400 77  WS-WINDOW-END            PIC X(08) VALUE SPACE.
012500 77  WS-TODAY-INT             PIC 9(08) COMP VALUE ZERO.
012600 77  WS-END-INT               PIC 9(08) COMP VALUE ZERO.
012700 01  WS-DATE-WORK.
012800     05  WS-DATE-X            PIC X(08).
012900     05  WS-DATE-9 REDEFINES WS-DATE-X
013000                              PIC 9(08).
013100*****************************************************************
013200*  NOTICE COUNTERS                                               *
013300*****************************************************************
013400 77  WS-PENDING-READ          PIC 9(09) COMP VALUE ZERO.
013500 77  WS-PRIOR-READ            PIC 9(09) COMP VALUE ZERO.
013600 77  WS-IN-WINDOW             PIC 9(09) COMP VALUE ZERO.
013700 77  WS-NEW-COUNT             PIC 9(09) COMP VALUE ZERO.
013800 77  WS-AMENDED-COUNT         PIC 9(09) COMP VALUE ZERO.
013900 77  WS-UNCHANGED-COUNT       PIC 9(09) COMP VALUE ZERO.
014000 77  WS-WITHDRAWN-COUNT       PIC 9(09) COMP VALUE ZERO.
014100 77  WS-DEFERRED-COUNT        PIC 9(09) COMP VALUE ZERO.
014200 77  WS-FIRED-COUNT           PIC 9(09) COMP VALUE ZERO.
014300 77  WS-NOTICES-WRITTEN       PIC 9(09) COMP VALUE ZERO.
014400 77  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
014500     88  WS-EOF-FILE              VALUE 'Y'.
014600     88  WS-NOT-EOF-FILE          VALUE 'N'.
014700*****************************************************************
014800*  TONIGHT'S PENDING MASTER AND LAST NIGHT'S NOTICE, HELD SO THE *
014900*  TWO CAN BE MATCHED.  A PENDING ITEM MATCHES A PRIOR NOTICE ON *
015000*  DEPTNO, TRANCODE, AND EFFECTIVE DATE; FAILING THAT, ON DEPTNO *
015100*  AND TRANCODE ALONE, WHICH IS AN ITEM WHOSE DATE WAS MOVED.    *
015200*  WS-PEND-PRIOR-IDX POINTS AT THE MATCHING PRIOR NOTICE, ZERO   *
015300*  FOR NONE.  A PRIOR NOTICE LEFT UNMATCHED HAS EITHER FIRED OR  *
015400*  BEEN WITHDRAWN.                                               *
015500*****************************************************************
015600 77  WS-FOUND-IDX             PIC 9(05) COMP VALUE ZERO.
015700 77  WS-PRIOR-SWITCH          PIC X(01) VALUE 'N'.
015800     88  WS-PRIOR-FOUND           VALUE 'Y'.
015900     88  WS-PRIOR-NOT-FOUND       VALUE 'N'.
016000 01  WS-PEND-TABLE.
016100     05  WS-PEND-COUNT           PIC 9(05) COMP VALUE ZERO.
016200     05  WS-PEND-ENTRY
016300             OCCURS 1 TO 5000 TIMES
016400             DEPENDING ON WS-PEND-COUNT
016500             INDEXED BY PN-IDX.
016600         10  WS-PEND-ITEM        PIC X(110).
016700         10  WS-PEND-PRIOR-IDX   PIC 9(05) COMP.
016800 01  WS-PRIOR-TABLE.
016900     05  WS-PRIOR-COUNT          PIC 9(05) COMP VALUE ZERO.
017000     05  WS-PRIOR-ENTRY
017100             OCCURS 1 TO 5000 TIMES
017200             DEPENDING ON WS-PRIOR-COUNT
017300             INDEXED BY PR-IDX.
017400         10  WS-PRIOR-TRANCODE   PIC X(01).
017500         10  WS-PRIOR-DEPTNO     PIC X(03).
017600         10  WS-PRIOR-EFF-DATE   PIC X(08).
017700         10  WS-PRIOR-PACKAGE-ID PIC X(06).
017800         10  WS-PRIOR-BEFORE-VALUES
017900                                 PIC X(71).
018000         10  WS-PRIOR-AFTER-VALUES
018100                                 PIC X(71).
018200         10  WS-PRIOR-MATCHED    PIC X(01).
018300*****************************************************************
018400*  FILE-STATUS FIELDS.  STATUS '35' ON DEPTADPM, DEPTPDOT, OR    *
018500*  DEPTADNP IS NOT AN ERROR -- NO CARD MEANS THE DEFAULT WINDOW, *
018600*  NO PENDING MASTER MEANS NOTHING IS PENDING, AND NO PRIOR      *
018700*  NOTICE MEANS THIS IS THE FIRST RUN AND EVERYTHING IS NEW.     *
018800*****************************************************************
018900 77  WS-DEPTADPM-STATUS       PIC X(02) VALUE SPACE.
019000 77  WS-DEPTPDOT-STATUS       PIC X(02) VALUE SPACE.
019100 77  WS-DEPTADNP-STATUS       PIC X(02) VALUE SPACE.
019200 77  WS-DEPTADNF-STATUS       PIC X(02) VALUE SPACE.
019300 PROCEDURE DIVISION.
019400*****************************************************************
019500*  0000-MAINLINE                                                 *
019600*  LOADS TONIGHT'S PENDING MASTER AND LAST NIGHT'S NOTICE,       *
019700*  MATCHES THEM, AND WRITES TONIGHT'S NOTICE: FIRST EVERY ITEM   *
019800*  STILL PENDING, IN PENDING-MASTER ORDER, THEN THE WITHDRAWALS. *
019900*****************************************************************
020000 0000-MAINLINE.
020100     PERFORM 1000-INITIALIZE
020200         THRU 1000-INITIALIZE-EXIT.
020300     PERFORM 2000-LOAD-PENDING
020400         THRU 2000-LOAD-PENDING-EXIT.
020500     PERFORM 3000-LOAD-PRIOR-NOTICE
020600         THRU 3000-LOAD-PRIOR-NOTICE-EXIT.
020700     PERFORM 4000-MATCH-ITEMS
020800         THRU 4000-MATCH-ITEMS-EXIT.
020900     PERFORM 5100-NOTICE-ONE-PENDING
021000         THRU 5100-NOTICE-ONE-PENDING-EXIT
021100         VARYING PN-IDX FROM 1 BY 1
021200         UNTIL PN-IDX > WS-PEND-COUNT.
021300     PERFORM 6100-CHECK-ONE-PRIOR
021400         THRU 6100-CHECK-ONE-PRIOR-EXIT
021500         VARYING PR-IDX FROM 1 BY 1
021600         UNTIL PR-IDX > WS-PRIOR-COUNT.
021700     PERFORM 8000-TERMINATE
021800         THRU 8000-TERMINATE-EXIT.
021900     STOP RUN.
022000*****************************************************************
022100*  1000-INITIALIZE                                               *
022200*  READS THE OPTIONAL WINDOW CARD, WORKS OUT THE LAST DATE IN    *
022300*  THE WINDOW, AND OPENS THE NOTICE FILE.                        *
022400*****************************************************************
022500 1000-INITIALIZE.
022600     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
022700     OPEN INPUT DEPTADPM.
022800     IF WS-DEPTADPM-STATUS = '00'
022900         READ DEPTADPM
023000             AT END
023100                 CONTINUE
023200             NOT AT END
023300                 IF AV-LOOKAHEAD-DAYS IS NOT NUMERIC
023400                         OR AV-LOOKAHEAD-DAYS-N = ZERO
023500                     DISPLAY 'DEPTADVN - INVALID LOOK-AHEAD DAYS '
023600                         AV-LOOKAHEAD-DAYS
023700                     MOVE 16 TO RETURN-CODE
023800                     GO TO 9999-ABEND
023900                 END-IF
024000                 MOVE AV-LOOKAHEAD-DAYS-N TO WS-LOOKAHEAD-DAYS
024100         END-READ
024200         CLOSE DEPTADPM
024300     ELSE
024400         IF WS-DEPTADPM-STATUS NOT = '35'
024500             DISPLAY 'DEPTADVN - OPEN FAILED FOR DEPTADPM, '
024600                 'STATUS = ' WS-DEPTADPM-STATUS
024700             MOVE 16 TO RETURN-CODE
024800             GO TO 9999-ABEND
024900         END-IF
025000     END-IF.
025100     MOVE WS-TODAY TO WS-DATE-X.
025200     COMPUTE WS-TODAY-INT =
025300         FUNCTION INTEGER-OF-DATE(WS-DATE-9).
025400     COMPUTE WS-END-INT = WS-TODAY-INT + WS-LOOKAHEAD-DAYS.
025500     COMPUTE WS-DATE-9 =
025600         FUNCTION DATE-OF-INTEGER(WS-END-INT).
025700     MOVE WS-DATE-X TO WS-WINDOW-END.
025800     OPEN OUTPUT DEPTADNF.
025900     IF WS-DEPTADNF-STATUS NOT = '00'
026000         DISPLAY 'DEPTADVN - OPEN FAILED FOR DEPTADNF, STATUS = '
026100             WS-DEPTADNF-STATUS
026200         MOVE 16 TO RETURN-CODE
026300         GO TO 9999-ABEND
026400     END-IF.
026500 1000-INITIALIZE-EXIT.
026600     EXIT.
026700*****************************************************************
026800*  2000-LOAD-PENDING                                             *
026900*  HOLDS EVERY TRANSACTION ON TONIGHT'S PENDING MASTER -- INSIDE *
027000*  THE WINDOW OR NOT, SINCE AN ITEM DEFERRED PAST THE WINDOW     *
027100*  STILL HAS TO BE MATCHED TO ITS EARLIER NOTICE.                *
027200*****************************************************************
027300 2000-LOAD-PENDING.
027400     OPEN INPUT DEPTPDOT.
027500     IF WS-DEPTPDOT-STATUS = '35'
027600         GO TO 2000-LOAD-PENDING-EXIT
027700     END-IF.
027800     IF WS-DEPTPDOT-STATUS NOT = '00'
027900         DISPLAY 'DEPTADVN - OPEN FAILED FOR DEPTPDOT, STATUS = '
028000             WS-DEPTPDOT-STATUS
028100         MOVE 16 TO RETURN-CODE
028200         GO TO 9999-ABEND
028300     END-IF.
028400     SET WS-NOT-EOF-FILE TO TRUE.
028500     PERFORM 2100-READ-PENDING
028600         THRU 2100-READ-PENDING-EXIT.
028700     PERFORM 2200-STORE-PENDING
028800         THRU 2200-STORE-PENDING-EXIT
028900         UNTIL WS-EOF-FILE.
029000     CLOSE DEPTPDOT.
029100 2000-LOAD-PENDING-EXIT.
029200     EXIT.
029300*****************************************************************
029400*  2100-READ-PENDING                                             *
029500*****************************************************************
029600 2100-READ-PENDING.
029700     READ DEPTPDOT
029800         AT END
029900             SET WS-EOF-FILE TO TRUE
030000         NOT AT END
030100             ADD 1 TO WS-PENDING-READ
030200     END-READ.
030300     IF NOT WS-EOF-FILE AND WS-DEPTPDOT-STATUS NOT = '00'
030400         DISPLAY 'DEPTADVN - ERROR READING DEPTPDOT, STATUS = '
030500             WS-DEPTPDOT-STATUS
030600         MOVE 16 TO RETURN-CODE
030700         GO TO 9999-ABEND
030800     END-IF.
030900 2100-READ-PENDING-EXIT.
031000     EXIT.
031100*****************************************************************
031200*  2200-STORE-PENDING                                            *
031300*****************************************************************
031400 2200-STORE-PENDING.
031500     IF WS-PEND-COUNT >= 5000
031600         DISPLAY 'DEPTADVN - PENDING TABLE FULL AT 5000'
031700         MOVE 16 TO RETURN-CODE
031800         GO TO 9999-ABEND
031900     END-IF.
032000     ADD 1 TO WS-PEND-COUNT.
032100     MOVE DEPT-PEND-IN-REC TO WS-PEND-ITEM(WS-PEND-COUNT).
032200     MOVE ZERO TO WS-PEND-PRIOR-IDX(WS-PEND-COUNT).
032300     PERFORM 2100-READ-PENDING
032400         THRU 2100-READ-PENDING-EXIT.
032500 2200-STORE-PENDING-EXIT.
032600     EXIT.
032700*****************************************************************
032800*  3000-LOAD-PRIOR-NOTICE                                        *
032900*  HOLDS LAST NIGHT'S NOTICE.  ITS WITHDRAWN LINES ARE SKIPPED --*
033000*  THE RECEIVING SYSTEMS HAVE ALREADY BEEN TOLD, AND A WITHDRAWN *
033100*  ITEM THAT COMES BACK IS NEW AGAIN.                            *
033200*****************************************************************
033300 3000-LOAD-PRIOR-NOTICE.
033400     OPEN INPUT DEPTADNP.
033500     IF WS-DEPTADNP-STATUS = '35'
033600         GO TO 3000-LOAD-PRIOR-NOTICE-EXIT
033700     END-IF.
033800     IF WS-DEPTADNP-STATUS NOT = '00'
033900         DISPLAY 'DEPTADVN - OPEN FAILED FOR DEPTADNP, STATUS = '
034000             WS-DEPTADNP-STATUS
034100         MOVE 16 TO RETURN-CODE
034200         GO TO 9999-ABEND
034300     END-IF.
034400     SET WS-NOT-EOF-FILE TO TRUE.
034500     PERFORM 3100-READ-PRIOR
034600         THRU 3100-READ-PRIOR-EXIT.
034700     PERFORM 3200-STORE-PRIOR
034800         THRU 3200-STORE-PRIOR-EXIT
034900         UNTIL WS-EOF-FILE.
035000     CLOSE DEPTADNP.
035100 3000-LOAD-PRIOR-NOTICE-EXIT.
035200     EXIT.
035300*****************************************************************
035400*  3100-READ-PRIOR                                               *
035500*****************************************************************
035600 3100-READ-PRIOR.
035700     READ DEPTADNP
035800         AT END
035900             SET WS-EOF-FILE TO TRUE
036000         NOT AT END
036100             ADD 1 TO WS-PRIOR-READ
036200     END-READ.
036300     IF NOT WS-EOF-FILE AND WS-DEPTADNP-STATUS NOT = '00'
036400         DISPLAY 'DEPTADVN - ERROR READING DEPTADNP, STATUS = '
036500             WS-DEPTADNP-STATUS
036600         MOVE 16 TO RETURN-CODE
036700         GO TO 9999-ABEND
036800     END-IF.
036900 3100-READ-PRIOR-EXIT.
037000     EXIT.
037100*****************************************************************
037200*  3200-STORE-PRIOR                                              *
037300*****************************************************************
037400 3200-STORE-PRIOR.
037500     IF NP-STATUS-WITHDRAWN
037600         GO TO 3200-STORE-PRIOR-NEXT
037700     END-IF.
037800     IF WS-PRIOR-COUNT >= 5000
037900         DISPLAY 'DEPTADVN - PRIOR NOTICE TABLE FULL AT 5000'
038000         MOVE 16 TO RETURN-CODE
038100         GO TO 9999-ABEND
038200     END-IF.
038300     ADD 1 TO WS-PRIOR-COUNT.
038400     MOVE NP-TRANCODE      TO WS-PRIOR-TRANCODE(WS-PRIOR-COUNT).
038500     MOVE NP-DEPTNO        TO WS-PRIOR-DEPTNO(WS-PRIOR-COUNT).
038600     MOVE NP-EFF-DATE      TO WS-PRIOR-EFF-DATE(WS-PRIOR-COUNT).
038700     MOVE NP-PACKAGE-ID    TO WS-PRIOR-PACKAGE-ID(WS-PRIOR-COUNT).
038800     MOVE NP-BEFORE-VALUES
038900         TO WS-PRIOR-BEFORE-VALUES(WS-PRIOR-COUNT).
039000     MOVE NP-AFTER-VALUES
039100         TO WS-PRIOR-AFTER-VALUES(WS-PRIOR-COUNT).
039200     MOVE 'N'              TO WS-PRIOR-MATCHED(WS-PRIOR-COUNT).
039300 3200-STORE-PRIOR-NEXT.
039400     PERFORM 3100-READ-PRIOR
039500         THRU 3100-READ-PRIOR-EXIT.
039600 3200-STORE-PRIOR-EXIT.
039700     EXIT.
039800*****************************************************************
039900*  4000-MATCH-ITEMS                                              *
040000*  TWO PASSES.  THE FIRST PAIRS EVERY ITEM WHOSE EFFECTIVE DATE  *
040100*  IS UNCHANGED; ONLY THEN DOES THE SECOND PAIR WHAT IS LEFT ON  *
040200*  DEPTNO AND TRANCODE, SO A DEPARTMENT WITH TWO CHANGES PENDING *
040300*  ON DIFFERENT DATES IS NEVER CROSS-MATCHED.                    *
040400*****************************************************************
040500 4000-MATCH-ITEMS.
040600     PERFORM 4100-MATCH-SAME-DATE
040700         THRU 4100-MATCH-SAME-DATE-EXIT
040800         VARYING PN-IDX FROM 1 BY 1
040900         UNTIL PN-IDX > WS-PEND-COUNT.
041000     PERFORM 4300-MATCH-MOVED-DATE
041100         THRU 4300-MATCH-MOVED-DATE-EXIT
041200         VARYING PN-IDX FROM 1 BY 1
041300         UNTIL PN-IDX > WS-PEND-COUNT.
041400 4000-MATCH-ITEMS-EXIT.
041500     EXIT.
041600*****************************************************************
041700*  4100-MATCH-SAME-DATE                                          *
041800*****************************************************************
041900 4100-MATCH-SAME-DATE.
042000     MOVE WS-PEND-ITEM(PN-IDX) TO DEPT-PENDING-TRAN-REC.
042100     SET WS-PRIOR-NOT-FOUND TO TRUE.
042200     PERFORM 4110-CHECK-SAME-DATE
042300         THRU 4110-CHECK-SAME-DATE-EXIT
042400         VARYING PR-IDX FROM 1 BY 1
042500         UNTIL PR-IDX > WS-PRIOR-COUNT
042600            OR WS-PRIOR-FOUND.
042700     IF WS-PRIOR-FOUND
042800         MOVE WS-FOUND-IDX TO WS-PEND-PRIOR-IDX(PN-IDX)
042900         MOVE 'Y'          TO WS-PRIOR-MATCHED(WS-FOUND-IDX)
043000     END-IF.
043100 4100-MATCH-SAME-DATE-EXIT.
043200     EXIT.
043300*****************************************************************
043400*  4110-CHECK-SAME-DATE                                          *
043500*****************************************************************
043600 4110-CHECK-SAME-DATE.
043700     IF WS-PRIOR-MATCHED(PR-IDX) = 'N'
043800             AND WS-PRIOR-DEPTNO(PR-IDX)   = PD-DEPTNO
043900             AND WS-PRIOR-TRANCODE(PR-IDX) = PD-TRANCODE
044000             AND WS-PRIOR-EFF-DATE(PR-IDX) = PD-EFF-DATE
044100         SET WS-PRIOR-FOUND TO TRUE
044200         SET WS-FOUND-IDX TO PR-IDX
044300     END-IF.
044400 4110-CHECK-SAME-DATE-EXIT.
044500     EXIT.
044600*****************************************************************
044700*  4300-MATCH-MOVED-DATE                                         *
044800*  A PRIOR NOTICE DATED TODAY OR EARLIER HAS FIRED, SO IT CANNOT *
044900*  BE THE EARLIER NOTICE OF AN ITEM STILL PENDING.               *
045000*****************************************************************
045100 4300-MATCH-MOVED-DATE.
045200     IF WS-PEND-PRIOR-IDX(PN-IDX) NOT = ZERO
045300         GO TO 4300-MATCH-MOVED-DATE-EXIT
045400     END-IF.
045500     MOVE WS-PEND-ITEM(PN-IDX) TO DEPT-PENDING-TRAN-REC.
045600     SET WS-PRIOR-NOT-FOUND TO TRUE.
045700     PERFORM 4310-CHECK-MOVED-DATE
045800         THRU 4310-CHECK-MOVED-DATE-EXIT
045900         VARYING PR-IDX FROM 1 BY 1
046000         UNTIL PR-IDX > WS-PRIOR-COUNT
046100            OR WS-PRIOR-FOUND.
046200     IF WS-PRIOR-FOUND
046300         MOVE WS-FOUND-IDX TO WS-PEND-PRIOR-IDX(PN-IDX)
046400         MOVE 'Y'          TO WS-PRIOR-MATCHED(WS-FOUND-IDX)
046500     END-IF.
046600 4300-MATCH-MOVED-DATE-EXIT.
046700     EXIT.
046800*****************************************************************
046900*  4310-CHECK-MOVED-DATE                                         *
047000*****************************************************************
047100 4310-CHECK-MOVED-DATE.
047200     IF WS-PRIOR-MATCHED(PR-IDX) = 'N'
047300             AND WS-PRIOR-DEPTNO(PR-IDX)   = PD-DEPTNO
047400             AND WS-PRIOR-TRANCODE(PR-IDX) = PD-TRANCODE
047500             AND WS-PRIOR-EFF-DATE(PR-IDX) > WS-TODAY
047600         SET WS-PRIOR-FOUND TO TRUE
047700         SET WS-FOUND-IDX TO PR-IDX
047800     END-IF.
047900 4310-CHECK-MOVED-DATE-EXIT.
048000     EXIT.
048100*****************************************************************
048200*  5100-NOTICE-ONE-PENDING                                       *
048300*  AN ITEM INSIDE THE WINDOW GOES OUT NEW, AMENDED, OR           *
048400*  UNCHANGED.  AN ITEM OUTSIDE IT IS NOT SENT -- UNLESS IT WAS   *
048500*  NOTICED BEFORE, IN WHICH CASE IT HAS BEEN DEFERRED AND THE    *
048600*  EARLIER NOTICE IS WITHDRAWN.  IT WILL GO OUT NEW AGAIN WHEN   *
048700*  IT COMES BACK INTO THE WINDOW.                                *
048800*****************************************************************
048900 5100-NOTICE-ONE-PENDING.
049000     MOVE WS-PEND-ITEM(PN-IDX) TO DEPT-PENDING-TRAN-REC.
049100     MOVE WS-PEND-PRIOR-IDX(PN-IDX) TO WS-FOUND-IDX.
049200     IF PD-EFF-DATE > WS-WINDOW-END
049300         IF WS-FOUND-IDX NOT = ZERO
049400             ADD 1 TO WS-DEFERRED-COUNT
049500             PERFORM 5500-WRITE-WITHDRAWAL
049600                 THRU 5500-WRITE-WITHDRAWAL-EXIT
049700         END-IF
049800         GO TO 5100-NOTICE-ONE-PENDING-EXIT
049900     END-IF.
050000     ADD 1 TO WS-IN-WINDOW.
050100     PERFORM 5200-BUILD-NOTICE
050200         THRU 5200-BUILD-NOTICE-EXIT.
050300     IF WS-FOUND-IDX = ZERO
050400         SET AN-STATUS-NEW TO TRUE
050500         ADD 1 TO WS-NEW-COUNT
050600     ELSE
050700         IF AN-EFF-DATE NOT = WS-PRIOR-EFF-DATE(WS-FOUND-IDX)
050800                 OR AN-PACKAGE-ID
050900                     NOT = WS-PRIOR-PACKAGE-ID(WS-FOUND-IDX)
051000                 OR AN-AFTER-VALUES
051100                     NOT = WS-PRIOR-AFTER-VALUES(WS-FOUND-IDX)
051200             SET AN-STATUS-AMENDED TO TRUE
051300             MOVE WS-PRIOR-EFF-DATE(WS-FOUND-IDX)
051400                 TO AN-PRIOR-EFF-DATE
051500             ADD 1 TO WS-AMENDED-COUNT
051600         ELSE
051700             SET AN-STATUS-UNCHANGED TO TRUE
051800             ADD 1 TO WS-UNCHANGED-COUNT
051900         END-IF
052000     END-IF.
052100     WRITE DEPT-ADVANCE-NOTICE-REC.
052200     ADD 1 TO WS-NOTICES-WRITTEN.
052300 5100-NOTICE-ONE-PENDING-EXIT.
052400     EXIT.
052500*****************************************************************
052600*  5200-BUILD-NOTICE                                             *
052700*  FILLS THE NOTICE FROM DEPT-PENDING-TRAN-REC.  THE AFTER       *
052800*  VALUES ARE WHAT THE DEPARTMENT WILL HOLD ONCE DEPTMNT POSTS   *
052900*  THE TRANSACTION: ON A CHANGE A BLANK FIELD MEANS NO CHANGE,   *
053000*  SO IT CARRIES THE BEFORE VALUE, AND *NONE* VACATES THE        *
053100*  MANAGER.  THE BEFORE VALUES ARE DEPT1 AS IT STANDS TONIGHT.   *
053200*****************************************************************
053300 5200-BUILD-NOTICE.
053400     MOVE SPACE          TO DEPT-ADVANCE-NOTICE-REC.
053500     MOVE PD-TRANCODE    TO AN-TRANCODE.
053600     MOVE PD-DEPTNO      TO AN-DEPTNO.
053700     MOVE PD-EFF-DATE    TO AN-EFF-DATE.
053800     MOVE PD-PACKAGE-ID  TO AN-PACKAGE-ID.
053900     MOVE WS-TODAY       TO AN-NOTICE-DATE.
054000     EVALUATE TRUE
054100         WHEN PD-TRAN-ADD
054200             MOVE PD-DEPTNAME    TO AN-AFTER-DEPTNAME
054300             MOVE PD-MGRNO       TO AN-AFTER-MGRNO
054400             MOVE PD-ADMRDEPT    TO AN-AFTER-ADMRDEPT
054500             MOVE PD-LOCATION    TO AN-AFTER-LOCATION
054600             MOVE PD-COSTCTR     TO AN-AFTER-COSTCTR
054700             MOVE PD-BUDGCODE    TO AN-AFTER-BUDGCODE
054800         WHEN PD-TRAN-CHANGE
054900             PERFORM 5300-GET-BEFORE-VALUES
055000                 THRU 5300-GET-BEFORE-VALUES-EXIT
055100             MOVE AN-BEFORE-VALUES TO AN-AFTER-VALUES
055200             IF PD-DEPTNAME NOT = SPACES
055300                 MOVE PD-DEPTNAME TO AN-AFTER-DEPTNAME
055400             END-IF
055500             IF PD-MGRNO NOT = SPACES
055600                 MOVE PD-MGRNO    TO AN-AFTER-MGRNO
055700             END-IF
055800             IF PD-ADMRDEPT NOT = SPACES
055900                 MOVE PD-ADMRDEPT TO AN-AFTER-ADMRDEPT
056000             END-IF
056100             IF PD-LOCATION NOT = SPACES
056200                 MOVE PD-LOCATION TO AN-AFTER-LOCATION
056300             END-IF
056400             IF PD-COSTCTR NOT = SPACES
056500                 MOVE PD-COSTCTR  TO AN-AFTER-COSTCTR
056600             END-IF
056700             IF PD-BUDGCODE NOT = SPACES
056800                 MOVE PD-BUDGCODE TO AN-AFTER-BUDGCODE
056900             END-IF
057000         WHEN PD-TRAN-CLOSE
057100             PERFORM 5300-GET-BEFORE-VALUES
057200                 THRU 5300-GET-BEFORE-VALUES-EXIT
057300         WHEN PD-TRAN-REASSIGN
057400             MOVE PD-DEPTNO      TO AN-BEFORE-ADMRDEPT
057500             MOVE PD-ADMRDEPT    TO AN-AFTER-ADMRDEPT
057600     END-EVALUATE.
057700     IF AN-AFTER-MGRNO = '*NONE*'
057800         MOVE SPACE TO AN-AFTER-MGRNO
057900     END-IF.
058000 5200-BUILD-NOTICE-EXIT.
058100     EXIT.
058200*****************************************************************
058300*  5300-GET-BEFORE-VALUES                                        *
058400*  A DEPARTMENT NOT ON DEPT1 TONIGHT (ONE A PENDING ADD WILL     *
058500*  OPEN FIRST) LEAVES THE BEFORE VALUES BLANK.                   *
058600*****************************************************************
058700 5300-GET-BEFORE-VALUES.
058800     MOVE SPACE     TO DEPT-ROW.
058900     MOVE PD-DEPTNO TO DEPT-DEPTNO.
059000     EXEC SQL
059100         SELECT DEPTNAME, MGRNO, ADMRDEPT, LOCATION,
059200                COSTCTR, BUDGCODE
059300           INTO :DEPT-DEPTNAME,
059400                :DEPT-MGRNO :DEPT-MGRNO-NULL,
059500                :DEPT-ADMRDEPT, :DEPT-LOCATION,
059600                :DEPT-COSTCTR, :DEPT-BUDGCODE
059700           FROM DEPT1
059800          WHERE DEPTNO = :DEPT-DEPTNO
059900     END-EXEC.
060000     IF SQLCODE = +100
060100         GO TO 5300-GET-BEFORE-VALUES-EXIT
060200     END-IF.
060300     IF SQLCODE NOT = ZERO
060400         DISPLAY 'DEPTADVN - SQL ERROR READING DEPT1, SQLCODE = '
060500             SQLCODE
060600         MOVE 16 TO RETURN-CODE
060700         GO TO 9999-ABEND
060800     END-IF.
060900     MOVE DEPT-DEPTNAME-TEXT TO AN-BEFORE-DEPTNAME.
061000     IF DEPT-MGRNO-NULL NOT = -1
061100         MOVE DEPT-MGRNO     TO AN-BEFORE-MGRNO
061200     END-IF.
061300     MOVE DEPT-ADMRDEPT      TO AN-BEFORE-ADMRDEPT.
061400     MOVE DEPT-LOCATION      TO AN-BEFORE-LOCATION.
061500     MOVE DEPT-COSTCTR       TO AN-BEFORE-COSTCTR.
061600     MOVE DEPT-BUDGCODE      TO AN-BEFORE-BUDGCODE.
061700 5300-GET-BEFORE-VALUES-EXIT.
061800     EXIT.
061900*****************************************************************
062000*  5500-WRITE-WITHDRAWAL                                         *
062100*  SENDS THE PRIOR NOTICE AT WS-FOUND-IDX BACK OUT MARKED        *
062200*  WITHDRAWN, WITH THE VALUES THE RECEIVERS WERE GIVEN, SO THEY  *
062300*  CAN FIND AND UNSTAGE WHAT THEY LOADED FROM IT.                *
062400*****************************************************************
062500 5500-WRITE-WITHDRAWAL.
062600     MOVE SPACE TO DEPT-ADVANCE-NOTICE-REC.
062700     SET AN-STATUS-WITHDRAWN TO TRUE.
062800     MOVE WS-PRIOR-TRANCODE(WS-FOUND-IDX)   TO AN-TRANCODE.
062900     MOVE WS-PRIOR-DEPTNO(WS-FOUND-IDX)     TO AN-DEPTNO.
063000     MOVE WS-PRIOR-EFF-DATE(WS-FOUND-IDX)   TO AN-EFF-DATE.
063100     MOVE WS-PRIOR-PACKAGE-ID(WS-FOUND-IDX) TO AN-PACKAGE-ID.
063200     MOVE WS-PRIOR-BEFORE-VALUES(WS-FOUND-IDX)
063300         TO AN-BEFORE-VALUES.
063400     MOVE WS-PRIOR-AFTER-VALUES(WS-FOUND-IDX)
063500         TO AN-AFTER-VALUES.
063600     MOVE WS-TODAY                          TO AN-NOTICE-DATE.
063700     MOVE WS-PRIOR-EFF-DATE(WS-FOUND-IDX)   TO AN-PRIOR-EFF-DATE.
063800     WRITE DEPT-ADVANCE-NOTICE-REC.
063900     ADD 1 TO WS-WITHDRAWN-COUNT.
064000     ADD 1 TO WS-NOTICES-WRITTEN.
064100 5500-WRITE-WITHDRAWAL-EXIT.
064200     EXIT.
064300*****************************************************************
064400*  6100-CHECK-ONE-PRIOR                                          *
064500*  A PRIOR NOTICE NO PENDING ITEM CLAIMED EITHER FIRED TONIGHT   *
064600*  OR EARLIER -- DEPTEXTR CARRIES IT FROM HERE -- OR WAS TAKEN   *
064700*  OFF THE PENDING MASTER BEFORE ITS DATE AND IS WITHDRAWN.      *
064800*****************************************************************
064900 6100-CHECK-ONE-PRIOR.
065000     IF WS-PRIOR-MATCHED(PR-IDX) = 'Y'
065100         GO TO 6100-CHECK-ONE-PRIOR-EXIT
065200     END-IF.
065300     IF WS-PRIOR-EFF-DATE(PR-IDX) > WS-TODAY
065400         SET WS-FOUND-IDX TO PR-IDX
065500         PERFORM 5500-WRITE-WITHDRAWAL
065600             THRU 5500-WRITE-WITHDRAWAL-EXIT
065700     ELSE
065800         ADD 1 TO WS-FIRED-COUNT
065900     END-IF.
066000 6100-CHECK-ONE-PRIOR-EXIT.
066100     EXIT.
066200*****************************************************************
066300*  8000-TERMINATE                                                *
066400*****************************************************************
066500 8000-TERMINATE.
066600     CLOSE DEPTADNF.
066700     DISPLAY 'DEPTADVN - ADVANCE-NOTICE FEED COMPLETE'.
066800     DISPLAY 'LOOK-AHEAD DAYS       = ' WS-LOOKAHEAD-DAYS.
066900     DISPLAY 'WINDOW ENDS           = ' WS-WINDOW-END.
067000     DISPLAY 'PENDING ITEMS READ    = ' WS-PENDING-READ.
067100     DISPLAY 'PRIOR NOTICES READ    = ' WS-PRIOR-READ.
067200     DISPLAY 'ITEMS IN WINDOW       = ' WS-IN-WINDOW.
067300     DISPLAY 'NEW                   = ' WS-NEW-COUNT.
067400     DISPLAY 'AMENDED               = ' WS-AMENDED-COUNT.
067500     DISPLAY 'UNCHANGED             = ' WS-UNCHANGED-COUNT.
067600     DISPLAY 'WITHDRAWN             = ' WS-WITHDRAWN-COUNT.
067700     DISPLAY '  DEFERRED PAST WINDOW= ' WS-DEFERRED-COUNT.
067800     DISPLAY 'FIRED SINCE LAST RUN  = ' WS-FIRED-COUNT.
067900     DISPLAY 'NOTICES WRITTEN       = ' WS-NOTICES-WRITTEN.
068000 8000-TERMINATE-EXIT.
068100     EXIT.
068200*****************************************************************
068300*  9999-ABEND                                                    *
068400*  REACHED ONLY ON AN ERROR DETECTED ABOVE.  CLOSES WHAT IS OPEN *
068500*  AND ENDS THE RUN.                                             *
068600*****************************************************************
068700 9999-ABEND.
068800     CLOSE DEPTADNF.
068900     DISPLAY 'DEPTADVN - RUN ABENDED, RETURN-CODE = ' RETURN-CODE.
069000     STOP RUN.
