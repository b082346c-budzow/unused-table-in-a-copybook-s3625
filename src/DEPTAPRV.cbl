000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.      DEPTAPRV.
000300 AUTHOR.          R HOLLOWAY.
000400 INSTALLATION.    DEPARTMENTAL SYSTEMS - DATA ADMINISTRATION.
000500 DATE-WRITTEN.    10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY                                        *
000900*-----------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                                 *
001100*-----------------------------------------------------------*
001200* 10/15/2026  RH   ORIGINAL.  TWO-PERSON APPROVAL RUN FOR THE    *
001300*                  DEPT1 MAINTENANCE STREAM.  DEPTMNT HOLDS      *
001400*                  EVERY CLOSE, REASSIGN, AND MANAGER CHANGE ON  *
001500*                  DEPTAPHD INSTEAD OF POSTING IT.  THIS RUN     *
001600*                  APPLIES TONIGHT'S APPROVAL CARDS TO THE       *
001700*                  PENDING-APPROVAL MASTER -- AN ITEM APPROVED   *
001800*                  BY A USERID OTHER THAN ITS KEYER IS RELEASED  *
001900*                  TO DEPTAPRL FOR DEPTMNT TO POST, A DECLINED   *
002000*                  OR LONG-UNANSWERED ITEM IS DROPPED WITH A     *
002100*                  NOTICE BACK TO THE KEYER -- THEN NUMBERS AND  *
002200*                  FILES WHATEVER DEPTMNT HELD SINCE THE LAST    *
002300*                  RUN.  THE LISTING SHOWS EVERY ITEM AND WHAT   *
002400*                  HAPPENED TO IT, AND IS WHAT THE APPROVERS     *
002500*                  WORK FROM.                                    *
002510* 10/15/2026  RH   REORGANIZATION PACKAGES.  THE MEMBERS OF A    *
002520*                  HELD PACKAGE ARE JUDGED TOGETHER: RELEASED    *
002530*                  ONLY WHEN EVERY MEMBER HAS BEEN APPROVED,     *
002540*                  ALL DROPPED WITH A NOTICE WHEN ANY ONE IS     *
002550*                  DECLINED OR EXPIRES, OTHERWISE ALL CARRIED -- *
002555*                  THOSE ALREADY APPROVED KEEP STATUS A AND      *
002560*                  THEIR APPROVER UNTIL THE REST ARE ANSWERED.   *
002600*****************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.     IBM-370.
003000 OBJECT-COMPUTER.     IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT DEPTAPCD ASSIGN TO "DEPTAPCD"
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS WS-DEPTAPCD-STATUS.
003600     SELECT DEPTAQIN ASSIGN TO "DEPTAQIN"
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS WS-DEPTAQIN-STATUS.
003900     SELECT DEPTAQOT ASSIGN TO "DEPTAQOT"
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-DEPTAQOT-STATUS.
004200     SELECT DEPTAPHD ASSIGN TO "DEPTAPHD"
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-DEPTAPHD-STATUS.
004500     SELECT DEPTAPRL ASSIGN TO "DEPTAPRL"
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-DEPTAPRL-STATUS.
004800     SELECT DEPTAPNT ASSIGN TO "DEPTAPNT"
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-DEPTAPNT-STATUS.
005100     SELECT DEPTAPLS ASSIGN TO "DEPTAPLS"
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-DEPTAPLS-STATUS.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  DEPTAPCD
005700     RECORDING MODE IS F
005800     LABEL RECORDS ARE STANDARD.
005900 COPY DEPT-APPROVAL-CARD-REC.
006000 FD  DEPTAQIN
006100     RECORDING MODE IS F
006200     LABEL RECORDS ARE STANDARD.
006300 COPY DEPT-APPROVAL-REC
006400     REPLACING ==DEPT-APPROVAL-REC==  BY ==DEPT-APQ-IN-REC==
006500               ==AQ-QUEUE-NO==        BY ==QI-QUEUE-NO==
006600               ==AQ-STATUS-CODE==     BY ==QI-STATUS-CODE==
006700               ==AQ-STATUS-PENDING==  BY ==QI-STATUS-PENDING==
006800               ==AQ-STATUS-APPROVED== BY ==QI-STATUS-APPROVED==
006900               ==AQ-STATUS-DECLINED== BY ==QI-STATUS-DECLINED==
007000               ==AQ-STATUS-EXPIRED==  BY ==QI-STATUS-EXPIRED==
007100               ==AQ-HELD-DATE==       BY ==QI-HELD-DATE==
007200               ==AQ-DISPOSED-BY==     BY ==QI-DISPOSED-BY==
007300               ==AQ-DISPOSED-DATE==   BY ==QI-DISPOSED-DATE==
007400               ==AQ-COMMENT==         BY ==QI-COMMENT==
007500               ==AQ-TRANSACTION==     BY ==QI-TRANSACTION==.
007600 FD  DEPTAQOT
007700     RECORDING MODE IS F
007800     LABEL RECORDS ARE STANDARD.
007900 COPY DEPT-APPROVAL-REC
008000     REPLACING ==DEPT-APPROVAL-REC==  BY ==DEPT-APQ-OUT-REC==
008100               ==AQ-QUEUE-NO==        BY ==QO-QUEUE-NO==
008200               ==AQ-STATUS-CODE==     BY ==QO-STATUS-CODE==
008300               ==AQ-STATUS-PENDING==  BY ==QO-STATUS-PENDING==
008400               ==AQ-STATUS-APPROVED== BY ==QO-STATUS-APPROVED==
008500               ==AQ-STATUS-DECLINED== BY ==QO-STATUS-DECLINED==
008600               ==AQ-STATUS-EXPIRED==  BY ==QO-STATUS-EXPIRED==
008700               ==AQ-HELD-DATE==       BY ==QO-HELD-DATE==
008800               ==AQ-DISPOSED-BY==     BY ==QO-DISPOSED-BY==
008900               ==AQ-DISPOSED-DATE==   BY ==QO-DISPOSED-DATE==
009000               ==AQ-COMMENT==         BY ==QO-COMMENT==
009100               ==AQ-TRANSACTION==     BY ==QO-TRANSACTION==.
009200 FD  DEPTAPHD
009300     RECORDING MODE IS F
009400     LABEL RECORDS ARE STANDARD.
009500 COPY DEPT-APPROVAL-REC
009600     REPLACING ==DEPT-APPROVAL-REC==  BY ==DEPT-APHD-REC==
009700               ==AQ-QUEUE-NO==        BY ==AH-QUEUE-NO==
009800               ==AQ-STATUS-CODE==     BY ==AH-STATUS-CODE==
009900               ==AQ-STATUS-PENDING==  BY ==AH-STATUS-PENDING==
010000               ==AQ-STATUS-APPROVED== BY ==AH-STATUS-APPROVED==
010100               ==AQ-STATUS-DECLINED== BY ==AH-STATUS-DECLINED==
010200               ==AQ-STATUS-EXPIRED==  BY ==AH-STATUS-EXPIRED==
010300               ==AQ-HELD-DATE==       BY ==AH-HELD-DATE==
010400               ==AQ-DISPOSED-BY==     BY ==AH-DISPOSED-BY==
010500               ==AQ-DISPOSED-DATE==   BY ==AH-DISPOSED-DATE==
010600               ==AQ-COMMENT==         BY ==AH-COMMENT==
010700               ==AQ-TRANSACTION==     BY ==AH-TRANSACTION==.
010800 FD  DEPTAPRL
010900     RECORDING MODE IS F
011000     LABEL RECORDS ARE STANDARD.
011100 COPY DEPT-APPROVAL-REC
011200     REPLACING ==DEPT-APPROVAL-REC==  BY ==DEPT-APRL-REC==
011300               ==AQ-QUEUE-NO==        BY ==AR-QUEUE-NO==
011400               ==AQ-STATUS-CODE==     BY ==AR-STATUS-CODE==
011500               ==AQ-STATUS-PENDING==  BY ==AR-STATUS-PENDING==
011600               ==AQ-STATUS-APPROVED== BY ==AR-STATUS-APPROVED==
011700               ==AQ-STATUS-DECLINED== BY ==AR-STATUS-DECLINED==
011800               ==AQ-STATUS-EXPIRED==  BY ==AR-STATUS-EXPIRED==
011900               ==AQ-HELD-DATE==       BY ==AR-HELD-DATE==
012000               ==AQ-DISPOSED-BY==     BY ==AR-DISPOSED-BY==
012100               ==AQ-DISPOSED-DATE==   BY ==AR-DISPOSED-DATE==
012200               ==AQ-COMMENT==         BY ==AR-COMMENT==
012300               ==AQ-TRANSACTION==     BY ==AR-TRANSACTION==.
012400 FD  DEPTAPNT
012500     RECORDING MODE IS F
012600     LABEL RECORDS ARE STANDARD.
012700 COPY DEPT-APPROVAL-NOTICE-REC.
012800 FD  DEPTAPLS
012900     RECORDING MODE IS F
013000     LABEL RECORDS ARE STANDARD.
013100 COPY DEPT-APPROVAL-RPT-REC.
013200 WORKING-STORAGE SECTION.
013300*****************************************************************
013400*  SHARED WORK RECORDS.  EACH QUEUE ITEM, OLD OR NEW, IS MOVED   *
013500*  HERE BEFORE IT IS JUDGED, AND ITS HELD TRANSACTION IS         *
013600*  UNPACKED INTO THE MAINTENANCE LAYOUT SO THE KEYER, DEPTNO,    *
013700*  AND TRANCODE CAN BE READ OFF IT.                              *
013800*****************************************************************
013900 COPY DEPT-APPROVAL-REC.
014000 COPY DEPT-MAINT-TRAN-REC.
014100*****************************************************************
014200*  TONIGHT'S APPROVAL CARDS.  LOADED WHOLE SO EACH QUEUE ITEM    *
014300*  CAN FIND ITS CARDS WHEREVER THEY FALL IN THE DECK; A CARD     *
014400*  LEFT UNUSED AT THE END NAMED NO PENDING ITEM.                 *
014500*****************************************************************
014600 01  WS-CARD-TABLE.
014700     05  WS-CARD-COUNT           PIC 9(05) COMP VALUE ZERO.
014800     05  WS-CARD-ENTRY
014900             OCCURS 1 TO 2000 TIMES
015000             DEPENDING ON WS-CARD-COUNT
015100             INDEXED BY CT-IDX.
015200         10  WS-CARD-QUEUE-NO    PIC 9(12).
015300         10  WS-CARD-DEPTNO      PIC X(03).
015400         10  WS-CARD-ACTION      PIC X(01).
015500             88  WS-CARD-APPROVE     VALUE 'A'.
015600             88  WS-CARD-DECLINE     VALUE 'D'.
015700         10  WS-CARD-USERID      PIC X(08).
015800         10  WS-CARD-COMMENT     PIC X(40).
015900         10  WS-CARD-USED-SW     PIC X(01).
016000             88  WS-CARD-USED        VALUE 'Y'.
016100             88  WS-CARD-NOT-USED    VALUE 'N'.
016200*****************************************************************
016300*  EXPIRY AND QUEUE NUMBERING.  AN ITEM NOBODY HAS ANSWERED     *
016400*  AFTER WS-EXPIRY-LIMIT CALENDAR DAYS IS DROPPED AND ITS KEYER  *
016500*  TOLD, SO A STALE CLOSE OR MANAGER CHANGE CANNOT BE APPROVED   *
016600*  WEEKS AFTER THE FACT.  NEW QUEUE NUMBERS CONTINUE FROM THE    *
016700*  HIGHEST NUMBER ALREADY ISSUED TODAY, SO A RERUN THE SAME      *
016800*  NIGHT NEVER REISSUES ONE.                                     *
016900*****************************************************************
017000 77  WS-EXPIRY-LIMIT          PIC 9(03) COMP VALUE 10.
017100 77  WS-TODAY                 PIC X(08) VALUE SPACE.
017200 77  WS-TODAY-INT             PIC 9(08) COMP VALUE ZERO.
017300 77  WS-HELD-INT              PIC 9(08) COMP VALUE ZERO.
017400 77  WS-DAYS-HELD             PIC 9(05) COMP VALUE ZERO.
017500 77  WS-LAST-QUEUE-NO         PIC 9(12) VALUE ZERO.
017600 01  WS-QUEUE-NO-WORK.
017700     05  WS-QUEUE-NO-9        PIC 9(12).
017800     05  WS-QUEUE-NO-PARTS REDEFINES WS-QUEUE-NO-9.
017900         10  WS-QUEUE-DATE    PIC X(08).
018000         10  WS-QUEUE-SEQ     PIC 9(04).
018100 01  WS-DATE-WORK.
018200     05  WS-DATE-X            PIC X(08).
018300     05  WS-DATE-9 REDEFINES WS-DATE-X
018400                              PIC 9(08).
018500*****************************************************************
018600*  APPROVAL-RUN COUNTERS AND SWITCHES                           *
018700*****************************************************************
018800 77  WS-CARDS-READ            PIC 9(09) COMP VALUE ZERO.
018900 77  WS-CARDS-REJECTED        PIC 9(09) COMP VALUE ZERO.
019000 77  WS-OLD-QUEUE-READ        PIC 9(09) COMP VALUE ZERO.
019100 77  WS-HELD-READ             PIC 9(09) COMP VALUE ZERO.
019200 77  WS-APPROVED-COUNT        PIC 9(09) COMP VALUE ZERO.
019300 77  WS-DECLINED-COUNT        PIC 9(09) COMP VALUE ZERO.
019400 77  WS-EXPIRED-COUNT         PIC 9(09) COMP VALUE ZERO.
019500 77  WS-PENDING-COUNT         PIC 9(09) COMP VALUE ZERO.
019600 77  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
019700     88  WS-EOF-FILE              VALUE 'Y'.
019800     88  WS-NOT-EOF-FILE          VALUE 'N'.
019900 77  WS-DISPOSED-SWITCH       PIC X(01) VALUE 'N'.
020000     88  WS-ITEM-DISPOSED         VALUE 'Y'.
020100     88  WS-ITEM-NOT-DISPOSED     VALUE 'N'.
020200 77  WS-CARD-REJECT-TEXT      PIC X(40) VALUE SPACE.
020202*****************************************************************
020204*  PACKAGE BUFFER.  THE MEMBERS OF A REORGANIZATION PACKAGE ARE  *
020206*  HELD TOGETHER AND SO ARE NUMBERED TOGETHER, AND THEY FOLLOW   *
020208*  ONE ANOTHER ON THE MASTER.  EACH MEMBER IS JUDGED AS IT IS    *
020210*  READ AND PARKED HERE WITH ITS VERDICT; WHEN THE PACKAGE ID    *
020212*  CHANGES THE PACKAGE AS A WHOLE IS RELEASED, DROPPED, OR       *
020214*  CARRIED.                                                      *
020216*****************************************************************
020218 77  WS-PKG-ID                PIC X(06) VALUE SPACE.
020220 77  WS-PKG-FAILED-COUNT      PIC 9(05) COMP VALUE ZERO.
020222 77  WS-PKG-WAITING-COUNT     PIC 9(05) COMP VALUE ZERO.
020224 77  WS-PKG-DROP-COMMENT      PIC X(40) VALUE SPACE.
020226 77  WS-PKGS-RELEASED         PIC 9(09) COMP VALUE ZERO.
020228 77  WS-PKGS-DROPPED          PIC 9(09) COMP VALUE ZERO.
020230 01  WS-PKG-TABLE.
020232     05  WS-PKG-MEMBER-COUNT     PIC 9(05) COMP VALUE ZERO.
020234     05  WS-PKG-MEMBER
020236             OCCURS 1 TO 200 TIMES
020238             DEPENDING ON WS-PKG-MEMBER-COUNT
020240             INDEXED BY KT-IDX.
020242         10  WS-PKG-ITEM         PIC X(170).
020244         10  WS-PKG-DAYS-HELD    PIC 9(05) COMP.
020300*****************************************************************
020400*  FILE-STATUS FIELDS.  STATUS '35' ON DEPTAPCD, DEPTAQIN, OR    *
020500*  DEPTAPHD IS NOT AN ERROR -- NO CARDS TONIGHT, NOTHING EVER    *
020600*  QUEUED, OR NOTHING HELD SINCE THE LAST RUN.                   *
020700*****************************************************************
020800 77  WS-DEPTAPCD-STATUS       PIC X(02) VALUE SPACE.
020900 77  WS-DEPTAQIN-STATUS       PIC X(02) VALUE SPACE.
021000 77  WS-DEPTAQOT-STATUS       PIC X(02) VALUE SPACE.
021100 77  WS-DEPTAPHD-STATUS       PIC X(02) VALUE SPACE.
021200 77  WS-DEPTAPRL-STATUS       PIC X(02) VALUE SPACE.
021300 77  WS-DEPTAPNT-STATUS       PIC X(02) VALUE SPACE.
021400 77  WS-DEPTAPLS-STATUS       PIC X(02) VALUE SPACE.
021500 PROCEDURE DIVISION.
021600*****************************************************************
021700*  0000-MAINLINE                                                *
021800*  LOADS THE CARDS, JUDGES THE OLD QUEUE AGAINST THEM, QUEUES    *
021900*  WHAT DEPTMNT HELD SINCE THE LAST RUN, AND LISTS ANY CARD      *
022000*  THAT NAMED NO PENDING ITEM.                                   *
022100*****************************************************************
022200 0000-MAINLINE.
022300     PERFORM 1000-INITIALIZE
022400         THRU 1000-INITIALIZE-EXIT.
022500     PERFORM 1200-LOAD-CARDS
022600         THRU 1200-LOAD-CARDS-EXIT.
022700     PERFORM 2000-JUDGE-QUEUE-PASS
022800         THRU 2000-JUDGE-QUEUE-PASS-EXIT.
022900     PERFORM 3000-QUEUE-HELD-PASS
023000         THRU 3000-QUEUE-HELD-PASS-EXIT.
023100     PERFORM 4000-LIST-UNUSED-CARDS
023200         THRU 4000-LIST-UNUSED-CARDS-EXIT.
023300     PERFORM 8000-TERMINATE
023400         THRU 8000-TERMINATE-EXIT.
023500     STOP RUN.
023600*****************************************************************
023700*  1000-INITIALIZE                                              *
023800*  STAMPS THE RUN DATE, OPENS THE OUTPUT FILES, AND WRITES THE   *
023900*  LISTING HEADINGS.                                             *
024000*****************************************************************
024100 1000-INITIALIZE.
024200     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
024300     MOVE WS-TODAY TO WS-DATE-X.
024400     COMPUTE WS-TODAY-INT =
024500         FUNCTION INTEGER-OF-DATE(WS-DATE-9).
024600     OPEN OUTPUT DEPTAQOT.
024700     IF WS-DEPTAQOT-STATUS NOT = '00'
024800         DISPLAY 'DEPTAPRV - OPEN FAILED FOR DEPTAQOT, STATUS = '
024900             WS-DEPTAQOT-STATUS
025000         MOVE 16 TO RETURN-CODE
025100         GO TO 9999-ABEND
025200     END-IF.
025300     OPEN OUTPUT DEPTAPRL.
025400     IF WS-DEPTAPRL-STATUS NOT = '00'
025500         DISPLAY 'DEPTAPRV - OPEN FAILED FOR DEPTAPRL, STATUS = '
025600             WS-DEPTAPRL-STATUS
025700         MOVE 16 TO RETURN-CODE
025800         GO TO 9999-ABEND
025900     END-IF.
026000     OPEN OUTPUT DEPTAPNT.
026100     IF WS-DEPTAPNT-STATUS NOT = '00'
026200         DISPLAY 'DEPTAPRV - OPEN FAILED FOR DEPTAPNT, STATUS = '
026300             WS-DEPTAPNT-STATUS
026400         MOVE 16 TO RETURN-CODE
026500         GO TO 9999-ABEND
026600     END-IF.
026700     OPEN OUTPUT DEPTAPLS.
026800     IF WS-DEPTAPLS-STATUS NOT = '00'
026900         DISPLAY 'DEPTAPRV - OPEN FAILED FOR DEPTAPLS, STATUS = '
027000             WS-DEPTAPLS-STATUS
027100         MOVE 16 TO RETURN-CODE
027200         GO TO 9999-ABEND
027300     END-IF.
027400     PERFORM 1100-WRITE-HEADINGS
027500         THRU 1100-WRITE-HEADINGS-EXIT.
027600 1000-INITIALIZE-EXIT.
027700     EXIT.
027800*****************************************************************
027900*  1100-WRITE-HEADINGS                                          *
028000*****************************************************************
028100 1100-WRITE-HEADINGS.
028200     MOVE SPACE TO DEPT-APPROVAL-RPT-REC.
028300     MOVE 'QUEUE NO'           TO AL-QUEUE-NO.
028400     MOVE 'STATUS'             TO AL-STATUS-TEXT.
028500     MOVE 'T'                  TO AL-TRANCODE.
028600     MOVE 'DNO'                TO AL-DEPTNO.
028700     MOVE 'KEYED BY'           TO AL-KEYER-ID.
028800     MOVE 'ACTN BY'            TO AL-DISPOSED-BY.
028900     MOVE 'HELD'               TO AL-HELD-DATE.
029000     MOVE 'COMMENT'            TO AL-COMMENT.
029100     WRITE DEPT-APPROVAL-RPT-REC.
029200     MOVE SPACE TO DEPT-APPROVAL-RPT-REC.
029300     WRITE DEPT-APPROVAL-RPT-REC.
029400 1100-WRITE-HEADINGS-EXIT.
029500     EXIT.
029600*****************************************************************
029700*  1200-LOAD-CARDS                                              *
029800*  A CARD WHOSE QUEUE NUMBER IS NOT NUMERIC CANNOT NAME ANY      *
029900*  ITEM, SO IT IS LISTED AS REJECTED HERE AND NOT LOADED.        *
030000*****************************************************************
030100 1200-LOAD-CARDS.
030200     OPEN INPUT DEPTAPCD.
030300     IF WS-DEPTAPCD-STATUS = '35'
030400         GO TO 1200-LOAD-CARDS-EXIT
030500     END-IF.
030600     IF WS-DEPTAPCD-STATUS NOT = '00'
030700         DISPLAY 'DEPTAPRV - OPEN FAILED FOR DEPTAPCD, STATUS = '
030800             WS-DEPTAPCD-STATUS
030900         MOVE 16 TO RETURN-CODE
031000         GO TO 9999-ABEND
031100     END-IF.
031200     SET WS-NOT-EOF-FILE TO TRUE.
031300     PERFORM 1210-READ-CARD
031400         THRU 1210-READ-CARD-EXIT.
031500     PERFORM 1300-LOAD-ONE-CARD
031600         THRU 1300-LOAD-ONE-CARD-EXIT
031700         UNTIL WS-EOF-FILE.
031800     CLOSE DEPTAPCD.
031900 1200-LOAD-CARDS-EXIT.
032000     EXIT.
032100*****************************************************************
032200*  1210-READ-CARD                                               *
032300*****************************************************************
032400 1210-READ-CARD.
032500     READ DEPTAPCD
032600         AT END
032700             SET WS-EOF-FILE TO TRUE
032800         NOT AT END
032900             ADD 1 TO WS-CARDS-READ
033000     END-READ.
033100     IF NOT WS-EOF-FILE AND WS-DEPTAPCD-STATUS NOT = '00'
033200         DISPLAY 'DEPTAPRV - ERROR READING DEPTAPCD, STATUS = '
033300             WS-DEPTAPCD-STATUS
033400         MOVE 16 TO RETURN-CODE
033500         GO TO 9999-ABEND
033600     END-IF.
033700 1210-READ-CARD-EXIT.
033800     EXIT.
033900*****************************************************************
034000*  1300-LOAD-ONE-CARD                                           *
034100*****************************************************************
034200 1300-LOAD-ONE-CARD.
034300     IF AC-QUEUE-NO IS NUMERIC
034400         PERFORM 1310-ADD-CARD
034500             THRU 1310-ADD-CARD-EXIT
034600     ELSE
034700         MOVE SPACE                  TO DEPT-APPROVAL-RPT-REC
034800         MOVE DEPT-APPROVAL-CARD-REC(1:12) TO AL-QUEUE-NO
034900         MOVE AC-DEPTNO              TO AL-DEPTNO
035000         MOVE AC-USERID              TO AL-DISPOSED-BY
035100         MOVE 'QUEUE NUMBER IS NOT NUMERIC'
035200                                     TO WS-CARD-REJECT-TEXT
035300         PERFORM 2900-LIST-CARD-REJECT
035400             THRU 2900-LIST-CARD-REJECT-EXIT
035500     END-IF.
035600     PERFORM 1210-READ-CARD
035700         THRU 1210-READ-CARD-EXIT.
035800 1300-LOAD-ONE-CARD-EXIT.
035900     EXIT.
036000*****************************************************************
036100*  1310-ADD-CARD                                                *
036200*  A DROPPED CARD WOULD LEAVE ITS ITEM SILENTLY PENDING, SO A    *
036300*  FULL TABLE ABENDS RATHER THAN DROPS.                          *
036400*****************************************************************
036500 1310-ADD-CARD.
036600     IF WS-CARD-COUNT >= 2000
036700         DISPLAY 'DEPTAPRV - CARD TABLE FULL AT 2000 CARDS'
036800         MOVE 16 TO RETURN-CODE
036900         GO TO 9999-ABEND
037000     END-IF.
037100     ADD 1 TO WS-CARD-COUNT.
037200     MOVE AC-QUEUE-NO TO WS-CARD-QUEUE-NO(WS-CARD-COUNT).
037300     MOVE AC-DEPTNO   TO WS-CARD-DEPTNO(WS-CARD-COUNT).
037400     MOVE AC-ACTION   TO WS-CARD-ACTION(WS-CARD-COUNT).
037500     MOVE AC-USERID   TO WS-CARD-USERID(WS-CARD-COUNT).
037600     MOVE AC-COMMENT  TO WS-CARD-COMMENT(WS-CARD-COUNT).
037700     MOVE 'N'         TO WS-CARD-USED-SW(WS-CARD-COUNT).
037800 1310-ADD-CARD-EXIT.
037900     EXIT.
038000*****************************************************************
038100*  2000-JUDGE-QUEUE-PASS                                        *
038200*  PASSES THE OLD PENDING-APPROVAL MASTER ONCE.  EACH ITEM IS    *
038300*  APPROVED, DECLINED, EXPIRED, OR CARRIED FORWARD; ONLY THE     *
038400*  CARRIED ITEMS GO ON TO THE NEW MASTER.                        *
038500*****************************************************************
038600 2000-JUDGE-QUEUE-PASS.
038700     OPEN INPUT DEPTAQIN.
038800     IF WS-DEPTAQIN-STATUS = '35'
038900         GO TO 2000-JUDGE-QUEUE-PASS-EXIT
039000     END-IF.
039100     IF WS-DEPTAQIN-STATUS NOT = '00'
039200         DISPLAY 'DEPTAPRV - OPEN FAILED FOR DEPTAQIN, STATUS = '
039300             WS-DEPTAQIN-STATUS
039400         MOVE 16 TO RETURN-CODE
039500         GO TO 9999-ABEND
039600     END-IF.
039700     SET WS-NOT-EOF-FILE TO TRUE.
039800     PERFORM 2100-READ-OLD-QUEUE
039900         THRU 2100-READ-OLD-QUEUE-EXIT.
040000     PERFORM 2200-JUDGE-ONE-ITEM
040100         THRU 2200-JUDGE-ONE-ITEM-EXIT
040200         UNTIL WS-EOF-FILE.
040210     IF WS-PKG-MEMBER-COUNT > ZERO
040220         PERFORM 2950-RESOLVE-PACKAGE
040230             THRU 2950-RESOLVE-PACKAGE-EXIT
040240     END-IF.
040300     CLOSE DEPTAQIN.
040400 2000-JUDGE-QUEUE-PASS-EXIT.
040500     EXIT.
040600*****************************************************************
040700*  2100-READ-OLD-QUEUE                                          *
040800*****************************************************************
040900 2100-READ-OLD-QUEUE.
041000     READ DEPTAQIN
041100         AT END
041200             SET WS-EOF-FILE TO TRUE
041300         NOT AT END
041400             ADD 1 TO WS-OLD-QUEUE-READ
041500     END-READ.
041600     IF NOT WS-EOF-FILE AND WS-DEPTAQIN-STATUS NOT = '00'
041700         DISPLAY 'DEPTAPRV - ERROR READING DEPTAQIN, STATUS = '
041800             WS-DEPTAQIN-STATUS
041900         MOVE 16 TO RETURN-CODE
042000         GO TO 9999-ABEND
042100     END-IF.
042200 2100-READ-OLD-QUEUE-EXIT.
042300     EXIT.
042400*****************************************************************
042500*  2200-JUDGE-ONE-ITEM                                          *
042600*  CARDS ARE TRIED IN DECK ORDER; THE FIRST GOOD ONE DISPOSES    *
042700*  OF THE ITEM.  A BAD CARD IS LISTED AND THE SEARCH GOES ON,    *
042800*  SO A CORRECTED CARD LATER IN THE SAME DECK STILL COUNTS.      *
042810*  A PACKAGE MEMBER IS ONLY JUDGED HERE; WHAT HAPPENS TO IT IS   *
042820*  DECIDED FOR THE WHOLE PACKAGE ONCE ITS LAST MEMBER IS READ.   *
042900*****************************************************************
043000 2200-JUDGE-ONE-ITEM.
043010     MOVE QI-TRANSACTION     TO DEPT-MAINT-TRAN-REC.
043020     IF WS-PKG-MEMBER-COUNT > ZERO
043030             AND MT-PACKAGE-ID NOT = WS-PKG-ID
043040         PERFORM 2950-RESOLVE-PACKAGE
043050             THRU 2950-RESOLVE-PACKAGE-EXIT
043060     END-IF.
043100     MOVE DEPT-APQ-IN-REC    TO DEPT-APPROVAL-REC.
043200     MOVE AQ-TRANSACTION     TO DEPT-MAINT-TRAN-REC.
043300     IF AQ-QUEUE-NO > WS-LAST-QUEUE-NO
043400         MOVE AQ-QUEUE-NO    TO WS-LAST-QUEUE-NO
043500     END-IF.
043600     MOVE AQ-HELD-DATE       TO WS-DATE-X.
043700     COMPUTE WS-HELD-INT =
043800         FUNCTION INTEGER-OF-DATE(WS-DATE-9).
043900     IF WS-HELD-INT < WS-TODAY-INT
044000         COMPUTE WS-DAYS-HELD = WS-TODAY-INT - WS-HELD-INT
044100     ELSE
044200         MOVE ZERO           TO WS-DAYS-HELD
044210     END-IF.
044220     IF MT-PACKAGE-ID NOT = SPACES
044230         PERFORM 2250-JUDGE-PACKAGE-MEMBER
044240             THRU 2250-JUDGE-PACKAGE-MEMBER-EXIT
044250         PERFORM 2100-READ-OLD-QUEUE
044260             THRU 2100-READ-OLD-QUEUE-EXIT
044270         GO TO 2200-JUDGE-ONE-ITEM-EXIT
044300     END-IF.
044400     SET WS-ITEM-NOT-DISPOSED TO TRUE.
044500     IF WS-CARD-COUNT > ZERO
044600         PERFORM 2300-TRY-ONE-CARD
044700             THRU 2300-TRY-ONE-CARD-EXIT
044800             VARYING CT-IDX FROM 1 BY 1
044900             UNTIL CT-IDX > WS-CARD-COUNT
045000                OR WS-ITEM-DISPOSED
045100     END-IF.
045200     IF WS-ITEM-NOT-DISPOSED
045300         IF WS-DAYS-HELD >= WS-EXPIRY-LIMIT
045400             PERFORM 2600-EXPIRE-ITEM
045500                 THRU 2600-EXPIRE-ITEM-EXIT
045600         ELSE
045700             MOVE 'PENDING'    TO AL-STATUS-TEXT
045800             PERFORM 2700-CARRY-ITEM
045900                 THRU 2700-CARRY-ITEM-EXIT
046000         END-IF
046100     END-IF.
046200     PERFORM 2100-READ-OLD-QUEUE
046300         THRU 2100-READ-OLD-QUEUE-EXIT.
046400 2200-JUDGE-ONE-ITEM-EXIT.
046402     EXIT.
046404*****************************************************************
046406*  2250-JUDGE-PACKAGE-MEMBER                                    *
046408*  A MEMBER APPROVED ON AN EARLIER NIGHT STAYS APPROVED AND IS   *
046410*  NOT LOOKED AT AGAIN.  ANY OTHER MEMBER IS TRIED AGAINST THE   *
046412*  CARDS AND THE EXPIRY LIMIT LIKE A LONE ITEM, BUT THE VERDICT  *
046414*  IS ONLY RECORDED IN ITS STATUS, AND THE ITEM IS PARKED.       *
046416*****************************************************************
046418 2250-JUDGE-PACKAGE-MEMBER.
046420     IF WS-PKG-MEMBER-COUNT >= 200
046422         DISPLAY 'DEPTAPRV - PACKAGE ' MT-PACKAGE-ID
046424             ' HAS MORE THAN 200 MEMBERS'
046426         MOVE 16 TO RETURN-CODE
046428         GO TO 9999-ABEND
046430     END-IF.
046432     IF NOT AQ-STATUS-APPROVED
046434         SET WS-ITEM-NOT-DISPOSED TO TRUE
046436         IF WS-CARD-COUNT > ZERO
046438             PERFORM 2300-TRY-ONE-CARD
046440                 THRU 2300-TRY-ONE-CARD-EXIT
046442                 VARYING CT-IDX FROM 1 BY 1
046444                 UNTIL CT-IDX > WS-CARD-COUNT
046446                    OR WS-ITEM-DISPOSED
046448         END-IF
046450         IF WS-ITEM-NOT-DISPOSED
046452                 AND WS-DAYS-HELD >= WS-EXPIRY-LIMIT
046454             SET AQ-STATUS-EXPIRED TO TRUE
046456         END-IF
046458     END-IF.
046460     MOVE MT-PACKAGE-ID        TO WS-PKG-ID.
046462     ADD 1 TO WS-PKG-MEMBER-COUNT.
046464     MOVE DEPT-APPROVAL-REC
046466         TO WS-PKG-ITEM(WS-PKG-MEMBER-COUNT).
046468     MOVE WS-DAYS-HELD
046470         TO WS-PKG-DAYS-HELD(WS-PKG-MEMBER-COUNT).
046472 2250-JUDGE-PACKAGE-MEMBER-EXIT.
046500     EXIT.
046600*****************************************************************
046700*  2300-TRY-ONE-CARD                                            *
046800*  THE CARD MUST NAME THIS ITEM'S DEPARTMENT AS WELL AS ITS      *
046900*  QUEUE NUMBER, CARRY A VALID ACTION AND A USERID, AND THAT     *
047000*  USERID MUST NOT BE THE ONE THAT KEYED THE TRANSACTION.        *
047100*****************************************************************
047200 2300-TRY-ONE-CARD.
047300     IF WS-CARD-QUEUE-NO(CT-IDX) NOT = AQ-QUEUE-NO
047400             OR WS-CARD-USED(CT-IDX)
047500         GO TO 2300-TRY-ONE-CARD-EXIT
047600     END-IF.
047700     MOVE 'Y' TO WS-CARD-USED-SW(CT-IDX).
047800     MOVE SPACE TO WS-CARD-REJECT-TEXT.
047900     EVALUATE TRUE
048000         WHEN NOT WS-CARD-APPROVE(CT-IDX)
048100                 AND NOT WS-CARD-DECLINE(CT-IDX)
048200             MOVE 'ACTION MUST BE A (APPROVE) OR D (DECLINE)'
048300                                     TO WS-CARD-REJECT-TEXT
048400         WHEN WS-CARD-USERID(CT-IDX) = SPACES
048500             MOVE 'MISSING APPROVER USERID'
048600                                     TO WS-CARD-REJECT-TEXT
048700         WHEN WS-CARD-DEPTNO(CT-IDX) NOT = MT-DEPTNO
048800             MOVE 'DEPTNO DOES NOT MATCH THE QUEUED ITEM'
048900                                     TO WS-CARD-REJECT-TEXT
049000         WHEN WS-CARD-USERID(CT-IDX) = MT-USERID
049100             MOVE 'APPROVER IS THE SAME USERID AS THE KEYER'
049200                                     TO WS-CARD-REJECT-TEXT
049300     END-EVALUATE.
049400     IF WS-CARD-REJECT-TEXT NOT = SPACES
049500         MOVE SPACE                  TO DEPT-APPROVAL-RPT-REC
049600         MOVE WS-CARD-QUEUE-NO(CT-IDX) TO AL-QUEUE-NO
049700         MOVE WS-CARD-DEPTNO(CT-IDX) TO AL-DEPTNO
049800         MOVE MT-TRANCODE            TO AL-TRANCODE
049900         MOVE MT-USERID              TO AL-KEYER-ID
050000         MOVE WS-CARD-USERID(CT-IDX) TO AL-DISPOSED-BY
050100         PERFORM 2900-LIST-CARD-REJECT
050200             THRU 2900-LIST-CARD-REJECT-EXIT
050300         GO TO 2300-TRY-ONE-CARD-EXIT
050400     END-IF.
050500     SET WS-ITEM-DISPOSED TO TRUE.
050600     MOVE WS-CARD-USERID(CT-IDX)  TO AQ-DISPOSED-BY.
050700     MOVE WS-TODAY                TO AQ-DISPOSED-DATE.
050800     MOVE WS-CARD-COMMENT(CT-IDX) TO AQ-COMMENT.
050810     IF MT-PACKAGE-ID NOT = SPACES
050820         IF WS-CARD-APPROVE(CT-IDX)
050830             SET AQ-STATUS-APPROVED TO TRUE
050840         ELSE
050850             SET AQ-STATUS-DECLINED TO TRUE
050860         END-IF
050870         GO TO 2300-TRY-ONE-CARD-EXIT
050880     END-IF.
050900     IF WS-CARD-APPROVE(CT-IDX)
051000         PERFORM 2400-APPROVE-ITEM
051100             THRU 2400-APPROVE-ITEM-EXIT
051200     ELSE
051300         PERFORM 2500-DECLINE-ITEM
051400             THRU 2500-DECLINE-ITEM-EXIT
051500     END-IF.
051600 2300-TRY-ONE-CARD-EXIT.
051700     EXIT.
051800*****************************************************************
051900*  2400-APPROVE-ITEM                                            *
052000*  RELEASES THE ITEM TO DEPTMNT WITH THE APPROVER ON IT.         *
052100*****************************************************************
052200 2400-APPROVE-ITEM.
052300     SET AQ-STATUS-APPROVED    TO TRUE.
052400     MOVE DEPT-APPROVAL-REC    TO DEPT-APRL-REC.
052500     WRITE DEPT-APRL-REC.
052600     IF WS-DEPTAPRL-STATUS NOT = '00'
052700         DISPLAY 'DEPTAPRV - WRITE FAILED FOR DEPTAPRL, STATUS = '
052800             WS-DEPTAPRL-STATUS
052900         MOVE 16 TO RETURN-CODE
053000         GO TO 9999-ABEND
053100     END-IF.
053200     ADD 1 TO WS-APPROVED-COUNT.
053300     MOVE 'APPROVED'           TO AL-STATUS-TEXT.
053400     PERFORM 2800-WRITE-LISTING-LINE
053500         THRU 2800-WRITE-LISTING-LINE-EXIT.
053600 2400-APPROVE-ITEM-EXIT.
053700     EXIT.
053800*****************************************************************
053900*  2500-DECLINE-ITEM                                            *
054000*****************************************************************
054100 2500-DECLINE-ITEM.
054200     SET AQ-STATUS-DECLINED    TO TRUE.
054300     ADD 1 TO WS-DECLINED-COUNT.
054400     MOVE 'DECLINED'           TO KN-DISPOSITION.
054500     PERFORM 2850-WRITE-NOTICE
054600         THRU 2850-WRITE-NOTICE-EXIT.
054700     MOVE 'DECLINED'           TO AL-STATUS-TEXT.
054800     PERFORM 2800-WRITE-LISTING-LINE
054900         THRU 2800-WRITE-LISTING-LINE-EXIT.
055000 2500-DECLINE-ITEM-EXIT.
055100     EXIT.
055200*****************************************************************
055300*  2600-EXPIRE-ITEM                                             *
055400*****************************************************************
055500 2600-EXPIRE-ITEM.
055600     SET AQ-STATUS-EXPIRED     TO TRUE.
055700     MOVE SPACE                TO AQ-DISPOSED-BY.
055800     MOVE WS-TODAY             TO AQ-DISPOSED-DATE.
055900     MOVE 'NOT APPROVED WITHIN THE EXPIRY LIMIT'
056000                               TO AQ-COMMENT.
056100     ADD 1 TO WS-EXPIRED-COUNT.
056200     MOVE 'EXPIRED'            TO KN-DISPOSITION.
056300     PERFORM 2850-WRITE-NOTICE
056400         THRU 2850-WRITE-NOTICE-EXIT.
056500     MOVE 'EXPIRED'            TO AL-STATUS-TEXT.
056600     PERFORM 2800-WRITE-LISTING-LINE
056700         THRU 2800-WRITE-LISTING-LINE-EXIT.
056800 2600-EXPIRE-ITEM-EXIT.
056900     EXIT.
057000*****************************************************************
057100*  2700-CARRY-ITEM                                              *
057200*  ALSO USED BY THE QUEUE-HELD PASS TO FILE A NEW ITEM.  CALLER  *
057300*  HAS ALREADY SET AL-STATUS-TEXT.                               *
057400*****************************************************************
057500 2700-CARRY-ITEM.
057600     MOVE DEPT-APPROVAL-REC    TO DEPT-APQ-OUT-REC.
057700     WRITE DEPT-APQ-OUT-REC.
057800     IF WS-DEPTAQOT-STATUS NOT = '00'
057900         DISPLAY 'DEPTAPRV - WRITE FAILED FOR DEPTAQOT, STATUS = '
058000             WS-DEPTAQOT-STATUS
058100         MOVE 16 TO RETURN-CODE
058200         GO TO 9999-ABEND
058300     END-IF.
058400     ADD 1 TO WS-PENDING-COUNT.
058500     PERFORM 2800-WRITE-LISTING-LINE
058600         THRU 2800-WRITE-LISTING-LINE-EXIT.
058700 2700-CARRY-ITEM-EXIT.
058800     EXIT.
058900*****************************************************************
059000*  2800-WRITE-LISTING-LINE                                      *
059100*  CALLER HAS ALREADY SET AL-STATUS-TEXT.                        *
059200*****************************************************************
059300 2800-WRITE-LISTING-LINE.
059400     MOVE AQ-QUEUE-NO          TO AL-QUEUE-NO.
059500     MOVE MT-TRANCODE          TO AL-TRANCODE.
059600     MOVE MT-DEPTNO            TO AL-DEPTNO.
059700     MOVE MT-USERID            TO AL-KEYER-ID.
059800     MOVE AQ-DISPOSED-BY       TO AL-DISPOSED-BY.
059900     MOVE AQ-HELD-DATE         TO AL-HELD-DATE.
060000     MOVE WS-DAYS-HELD         TO AL-DAYS-HELD.
060100     MOVE AQ-COMMENT           TO AL-COMMENT.
060200     WRITE DEPT-APPROVAL-RPT-REC.
060300     MOVE SPACE                TO DEPT-APPROVAL-RPT-REC.
060400 2800-WRITE-LISTING-LINE-EXIT.
060500     EXIT.
060600*****************************************************************
060700*  2850-WRITE-NOTICE                                            *
060800*  TELLS THE KEYER A HELD TRANSACTION WILL NEVER POST.  CALLER   *
060900*  HAS ALREADY SET KN-DISPOSITION.                               *
061000*****************************************************************
061100 2850-WRITE-NOTICE.
061200     MOVE MT-USERID            TO KN-KEYER-ID.
061300     MOVE AQ-QUEUE-NO          TO KN-QUEUE-NO.
061400     MOVE AQ-DISPOSED-BY       TO KN-DISPOSED-BY.
061500     MOVE AQ-DISPOSED-DATE     TO KN-DISPOSED-DATE.
061600     MOVE AQ-COMMENT           TO KN-COMMENT.
061700     MOVE AQ-TRANSACTION       TO KN-TRANSACTION.
061800     WRITE DEPT-APPROVAL-NOTICE-REC.
061900     IF WS-DEPTAPNT-STATUS NOT = '00'
062000         DISPLAY 'DEPTAPRV - WRITE FAILED FOR DEPTAPNT, STATUS = '
062100             WS-DEPTAPNT-STATUS
062200         MOVE 16 TO RETURN-CODE
062300         GO TO 9999-ABEND
062400     END-IF.
062500     MOVE SPACE                TO DEPT-APPROVAL-NOTICE-REC.
062600 2850-WRITE-NOTICE-EXIT.
062700     EXIT.
062800*****************************************************************
062900*  2900-LIST-CARD-REJECT                                        *
063000*  CALLER HAS ALREADY FILLED THE IDENTIFYING COLUMNS OF THE      *
063100*  LISTING LINE AND SET WS-CARD-REJECT-TEXT.                     *
063200*****************************************************************
063300 2900-LIST-CARD-REJECT.
063400     MOVE 'CARD REJ'           TO AL-STATUS-TEXT.
063500     MOVE WS-CARD-REJECT-TEXT  TO AL-COMMENT.
063600     WRITE DEPT-APPROVAL-RPT-REC.
063700     MOVE SPACE                TO DEPT-APPROVAL-RPT-REC.
063800     ADD 1 TO WS-CARDS-REJECTED.
063900 2900-LIST-CARD-REJECT-EXIT.
064000     EXIT.
064100*****************************************************************
064101*  2950-RESOLVE-PACKAGE                                         *
064102*  ONE MEMBER DECLINED OR EXPIRED DROPS THE WHOLE PACKAGE, EACH  *
064103*  MEMBER WITH ITS OWN NOTICE TO THE KEYER.  FAILING THAT, ONE   *
064104*  MEMBER STILL UNANSWERED CARRIES THE WHOLE PACKAGE.  ONLY A    *
064105*  PACKAGE WITH EVERY MEMBER APPROVED IS RELEASED, IN QUEUE      *
064106*  ORDER, WHICH IS THE ORDER IT WAS KEYED.                       *
064107*****************************************************************
064108 2950-RESOLVE-PACKAGE.
064109     MOVE ZERO TO WS-PKG-FAILED-COUNT.
064110     MOVE ZERO TO WS-PKG-WAITING-COUNT.
064111     PERFORM 2960-TALLY-ONE-MEMBER
064112         THRU 2960-TALLY-ONE-MEMBER-EXIT
064113         VARYING KT-IDX FROM 1 BY 1
064114         UNTIL KT-IDX > WS-PKG-MEMBER-COUNT.
064115     IF WS-PKG-FAILED-COUNT > ZERO
064116         ADD 1 TO WS-PKGS-DROPPED
064117         MOVE SPACE TO WS-PKG-DROP-COMMENT
064118         STRING 'PACKAGE ' WS-PKG-ID
064119             ' - ANOTHER MEMBER NOT APPROVED'
064120             DELIMITED BY SIZE INTO WS-PKG-DROP-COMMENT
064121     END-IF.
064122     IF WS-PKG-FAILED-COUNT = ZERO
064123             AND WS-PKG-WAITING-COUNT = ZERO
064124         ADD 1 TO WS-PKGS-RELEASED
064125     END-IF.
064126     PERFORM 2970-DISPOSE-ONE-MEMBER
064127         THRU 2970-DISPOSE-ONE-MEMBER-EXIT
064128         VARYING KT-IDX FROM 1 BY 1
064129         UNTIL KT-IDX > WS-PKG-MEMBER-COUNT.
064130     MOVE ZERO  TO WS-PKG-MEMBER-COUNT.
064131     MOVE SPACE TO WS-PKG-ID.
064132 2950-RESOLVE-PACKAGE-EXIT.
064133     EXIT.
064134*****************************************************************
064135*  2960-TALLY-ONE-MEMBER                                        *
064136*****************************************************************
064137 2960-TALLY-ONE-MEMBER.
064138     MOVE WS-PKG-ITEM(KT-IDX)  TO DEPT-APPROVAL-REC.
064139     EVALUATE TRUE
064140         WHEN AQ-STATUS-DECLINED
064141         WHEN AQ-STATUS-EXPIRED
064142             ADD 1 TO WS-PKG-FAILED-COUNT
064143         WHEN AQ-STATUS-PENDING
064144             ADD 1 TO WS-PKG-WAITING-COUNT
064145     END-EVALUATE.
064146 2960-TALLY-ONE-MEMBER-EXIT.
064147     EXIT.
064148*****************************************************************
064149*  2970-DISPOSE-ONE-MEMBER                                      *
064150*  A MEMBER DROPPED ONLY BECAUSE OF ANOTHER MEMBER IS DECLINED   *
064151*  WITH NO APPROVER AND A COMMENT NAMING THE PACKAGE.  A MEMBER  *
064152*  APPROVED BUT WAITING ON THE REST IS CARRIED AS PKG WAIT.      *
064153*****************************************************************
064154 2970-DISPOSE-ONE-MEMBER.
064155     MOVE WS-PKG-ITEM(KT-IDX)      TO DEPT-APPROVAL-REC.
064156     MOVE AQ-TRANSACTION           TO DEPT-MAINT-TRAN-REC.
064157     MOVE WS-PKG-DAYS-HELD(KT-IDX) TO WS-DAYS-HELD.
064158     IF WS-PKG-FAILED-COUNT > ZERO
064159         EVALUATE TRUE
064160             WHEN AQ-STATUS-EXPIRED
064161                 PERFORM 2600-EXPIRE-ITEM
064162                     THRU 2600-EXPIRE-ITEM-EXIT
064163             WHEN AQ-STATUS-DECLINED
064164                 PERFORM 2500-DECLINE-ITEM
064165                     THRU 2500-DECLINE-ITEM-EXIT
064166             WHEN OTHER
064167                 MOVE SPACE               TO AQ-DISPOSED-BY
064168                 MOVE WS-TODAY            TO AQ-DISPOSED-DATE
064169                 MOVE WS-PKG-DROP-COMMENT TO AQ-COMMENT
064170                 PERFORM 2500-DECLINE-ITEM
064171                     THRU 2500-DECLINE-ITEM-EXIT
064172         END-EVALUATE
064173         GO TO 2970-DISPOSE-ONE-MEMBER-EXIT
064174     END-IF.
064175     IF WS-PKG-WAITING-COUNT > ZERO
064176         IF AQ-STATUS-APPROVED
064177             MOVE 'PKG WAIT'       TO AL-STATUS-TEXT
064178         ELSE
064179             MOVE 'PENDING'        TO AL-STATUS-TEXT
064180         END-IF
064181         PERFORM 2700-CARRY-ITEM
064182             THRU 2700-CARRY-ITEM-EXIT
064183         GO TO 2970-DISPOSE-ONE-MEMBER-EXIT
064184     END-IF.
064185     PERFORM 2400-APPROVE-ITEM
064186         THRU 2400-APPROVE-ITEM-EXIT.
064187 2970-DISPOSE-ONE-MEMBER-EXIT.
064188     EXIT.
064189*****************************************************************
064200*  3000-QUEUE-HELD-PASS                                         *
064300*  NUMBERS AND FILES EVERYTHING DEPTMNT HELD SINCE THE LAST      *
064400*  RUN, THEN EMPTIES DEPTAPHD SO NOTHING IS QUEUED TWICE.        *
064500*****************************************************************
064600 3000-QUEUE-HELD-PASS.
064700     MOVE WS-TODAY TO WS-QUEUE-DATE.
064800     MOVE ZERO     TO WS-QUEUE-SEQ.
064900     IF WS-LAST-QUEUE-NO > WS-QUEUE-NO-9
065000         MOVE WS-LAST-QUEUE-NO TO WS-QUEUE-NO-9
065100     END-IF.
065200     OPEN INPUT DEPTAPHD.
065300     IF WS-DEPTAPHD-STATUS = '35'
065400         GO TO 3000-QUEUE-HELD-PASS-EXIT
065500     END-IF.
065600     IF WS-DEPTAPHD-STATUS NOT = '00'
065700         DISPLAY 'DEPTAPRV - OPEN FAILED FOR DEPTAPHD, STATUS = '
065800             WS-DEPTAPHD-STATUS
065900         MOVE 16 TO RETURN-CODE
066000         GO TO 9999-ABEND
066100     END-IF.
066200     SET WS-NOT-EOF-FILE TO TRUE.
066300     PERFORM 3100-READ-HELD
066400         THRU 3100-READ-HELD-EXIT.
066500     PERFORM 3200-QUEUE-ONE-HELD
066600         THRU 3200-QUEUE-ONE-HELD-EXIT
066700         UNTIL WS-EOF-FILE.
066800     CLOSE DEPTAPHD.
066900     OPEN OUTPUT DEPTAPHD.
067000     IF WS-DEPTAPHD-STATUS NOT = '00'
067100         DISPLAY 'DEPTAPRV - OPEN FAILED FOR DEPTAPHD, STATUS = '
067200             WS-DEPTAPHD-STATUS
067300         MOVE 16 TO RETURN-CODE
067400         GO TO 9999-ABEND
067500     END-IF.
067600     CLOSE DEPTAPHD.
067700 3000-QUEUE-HELD-PASS-EXIT.
067800     EXIT.
067900*****************************************************************
068000*  3100-READ-HELD                                               *
068100*****************************************************************
068200 3100-READ-HELD.
068300     READ DEPTAPHD
068400         AT END
068500             SET WS-EOF-FILE TO TRUE
068600         NOT AT END
068700             ADD 1 TO WS-HELD-READ
068800     END-READ.
068900     IF NOT WS-EOF-FILE AND WS-DEPTAPHD-STATUS NOT = '00'
069000         DISPLAY 'DEPTAPRV - ERROR READING DEPTAPHD, STATUS = '
069100             WS-DEPTAPHD-STATUS
069200         MOVE 16 TO RETURN-CODE
069300         GO TO 9999-ABEND
069400     END-IF.
069500 3100-READ-HELD-EXIT.
069600     EXIT.
069700*****************************************************************
069800*  3200-QUEUE-ONE-HELD                                          *
069900*****************************************************************
070000 3200-QUEUE-ONE-HELD.
070100     IF WS-QUEUE-SEQ >= 9999
070200         DISPLAY 'DEPTAPRV - QUEUE NUMBERS EXHAUSTED FOR '
070300             WS-TODAY
070400         MOVE 16 TO RETURN-CODE
070500         GO TO 9999-ABEND
070600     END-IF.
070700     ADD 1 TO WS-QUEUE-SEQ.
070800     MOVE DEPT-APHD-REC        TO DEPT-APPROVAL-REC.
070900     MOVE AQ-TRANSACTION       TO DEPT-MAINT-TRAN-REC.
071000     MOVE WS-QUEUE-NO-9        TO AQ-QUEUE-NO.
071100     SET AQ-STATUS-PENDING     TO TRUE.
071200     MOVE SPACE                TO AQ-DISPOSED-BY.
071300     MOVE SPACE                TO AQ-DISPOSED-DATE.
071400     MOVE SPACE                TO AQ-COMMENT.
071500     MOVE ZERO                 TO WS-DAYS-HELD.
071600     MOVE 'NEW'                TO AL-STATUS-TEXT.
071700     PERFORM 2700-CARRY-ITEM
071800         THRU 2700-CARRY-ITEM-EXIT.
071900     PERFORM 3100-READ-HELD
072000         THRU 3100-READ-HELD-EXIT.
072100 3200-QUEUE-ONE-HELD-EXIT.
072200     EXIT.
072300*****************************************************************
072400*  4000-LIST-UNUSED-CARDS                                       *
072500*  A CARD NO PENDING ITEM CLAIMED WAS MISTYPED, OR NAMES AN      *
072600*  ITEM ALREADY DISPOSED OF ON AN EARLIER NIGHT.                 *
072700*****************************************************************
072800 4000-LIST-UNUSED-CARDS.
072900     IF WS-CARD-COUNT > ZERO
073000         PERFORM 4100-CHECK-ONE-CARD
073100             THRU 4100-CHECK-ONE-CARD-EXIT
073200             VARYING CT-IDX FROM 1 BY 1
073300             UNTIL CT-IDX > WS-CARD-COUNT
073400     END-IF.
073500 4000-LIST-UNUSED-CARDS-EXIT.
073600     EXIT.
073700 4100-CHECK-ONE-CARD.
073800     IF WS-CARD-NOT-USED(CT-IDX)
073900         MOVE SPACE                  TO DEPT-APPROVAL-RPT-REC
074000         MOVE WS-CARD-QUEUE-NO(CT-IDX) TO AL-QUEUE-NO
074100         MOVE WS-CARD-DEPTNO(CT-IDX) TO AL-DEPTNO
074200         MOVE WS-CARD-USERID(CT-IDX) TO AL-DISPOSED-BY
074300         MOVE 'NO PENDING ITEM FOR THIS QUEUE NUMBER'
074400                                     TO WS-CARD-REJECT-TEXT
074500         PERFORM 2900-LIST-CARD-REJECT
074600             THRU 2900-LIST-CARD-REJECT-EXIT
074700     END-IF.
074800 4100-CHECK-ONE-CARD-EXIT.
074900     EXIT.
075000*****************************************************************
075100*  8000-TERMINATE                                               *
075200*****************************************************************
075300 8000-TERMINATE.
075400     CLOSE DEPTAQOT.
075500     CLOSE DEPTAPRL.
075600     CLOSE DEPTAPNT.
075700     CLOSE DEPTAPLS.
075800     DISPLAY 'DEPTAPRV - APPROVAL RUN COMPLETE'.
075900     DISPLAY 'APPROVAL CARDS READ   = ' WS-CARDS-READ.
076000     DISPLAY 'CARDS REJECTED        = ' WS-CARDS-REJECTED.
076100     DISPLAY 'OLD QUEUE ITEMS       = ' WS-OLD-QUEUE-READ.
076200     DISPLAY 'NEWLY HELD ITEMS      = ' WS-HELD-READ.
076300     DISPLAY 'APPROVED TONIGHT      = ' WS-APPROVED-COUNT.
076400     DISPLAY 'DECLINED TONIGHT      = ' WS-DECLINED-COUNT.
076500     DISPLAY 'EXPIRED TONIGHT       = ' WS-EXPIRED-COUNT.
076600     DISPLAY 'STILL PENDING         = ' WS-PENDING-COUNT.
076610     DISPLAY 'PACKAGES RELEASED     = ' WS-PKGS-RELEASED.
076620     DISPLAY 'PACKAGES DROPPED      = ' WS-PKGS-DROPPED.
076700 8000-TERMINATE-EXIT.
076800     EXIT.
076900*****************************************************************
077000*  9999-ABEND                                                   *
077100*  REACHED ONLY ON A FILE-STATUS ERROR OR A FULL TABLE.  CLOSES  *
077200*  WHAT IS OPEN AND ENDS THE RUN WITHOUT REPLACING THE MASTER    *
077300*  OR EMPTYING DEPTAPHD, SO A RERUN STARTS FROM THE SAME POINT.  *
077400*****************************************************************
077500 9999-ABEND.
077600     CLOSE DEPTAPCD.
077700     CLOSE DEPTAQIN.
077800     CLOSE DEPTAQOT.
077900     CLOSE DEPTAPHD.
078000     CLOSE DEPTAPRL.
078100     CLOSE DEPTAPNT.
078200     CLOSE DEPTAPLS.
078300     DISPLAY 'DEPTAPRV - ABENDING - RETURN-CODE = ' RETURN-CODE.
078400     STOP RUN.
