001654*                  POSTING TIME (E118), SO DEPT1 ONLY EVER       *
001655*                  HOLDS CANONICAL SITE CODES.                   *
001656*****************************************************************
001657* 10/15/2026  RH   TWO-PERSON RULE: A CLOSE, A REASSIGN, OR A    *
001658*                  CHANGE THAT TOUCHES MGRNO NO LONGER POSTS ON  *
001659*                  ONE USERID.  ONCE IT PASSES EVERY EDIT IT IS  *
001660*                  HELD ON DEPTAPHD FOR THE APPROVAL RUN         *
001661*                  (DEPTAPRV).  ITEMS A SECOND, DIFFERENT USERID *
001662*                  HAS APPROVED COME BACK ON DEPTAPRL, ARE READ  *
001663*                  AHEAD OF DEPTMNTX, AND POST NORMALLY WITH THE *
001664*                  APPROVER ON EVERY AUDIT LINE.  THE HELD COUNT *
001665*                  GOES TO THE RUN-CONTROL ROW.                  *
001666* 10/15/2026  RH   REORGANIZATION PACKAGES: TRANSACTIONS SHARING *
001667*                  AN MT-PACKAGE-ID ARE READ IN WHOLE, PROVED    *
001668*                  AGAINST DEPT1 UNDER A SAVEPOINT THAT IS       *
001669*                  ALWAYS ROLLED BACK, AND THEN POSTED TOGETHER, *
001670*                  HELD TOGETHER FOR APPROVAL, OR REJECTED       *
001671*                  TOGETHER TO SUSPENSE (E120 FOR THE MEMBERS    *
001672*                  THE BLOCKING MEMBER TOOK DOWN WITH IT, E121   *
001673*                  FOR A PACKAGE SPLIT ACROSS THE INPUT).  NEW   *
001674*                  PACKAGE REPORT DEPTMNPK.                      *
001675* 10/15/2026  RH   AN ADD IS NOW EDITED AGAINST THE DEPTNO NUMBER*
001676*                  REGISTRY (DEPTNREG): THE DEPTNO MUST BE IN A  *
001677*                  DIVISION'S RANGE (E122), NOT STILL ACTIVE     *
001678*                  (E123), PAST ITS COOLING-OFF PERIOD (E124),   *
001679*                  AND IN THE SAME DIVISION AS ITS ADMRDEPT      *
001680*                  (E125).                                       *
001681* 10/15/2026  RH   EDITS NOW HONOR THE SHARED EDIT-RULE FILE     *
001682*                  (DEPTERUL): A CODE MAY BE SET TO REJECT, POST *
001683*                  WITH A WARNING, OR IGNORE, WITH OPTIONAL      *
001684*                  EFFECTIVE DATES AND ITS OWN MESSAGE TEXT.     *
001685*                  WARNINGS POST AND GO OUT ON DEPTMNWX FOR      *
001686*                  DEPTEXCM.  THE KEY, TRANCODE, USERID, DB2,    *
001687*                  ORPHAN, REASSIGN-TARGET, APPROVAL AND PACKAGE *
001688*                  CODES ALWAYS REJECT.                          *
001689* 10/15/2026  RH   A BACKOUT RE-ADD FROM DEPTBKOT SKIPS THE      *
001690*                  ACTIVE AND COOLING-OFF EDITS (E123, E124).    *
001691*****************************************************************
001700 ENVIRONMENT DIVISION.
001800 CONFIGURATION SECTION.
001900 SOURCE-COMPUTER.     IBM-370.
002500     SELECT DEPTAUDT ASSIGN TO "DEPTAUDT"
002600         ORGANIZATION IS SEQUENTIAL
002610         FILE STATUS IS WS-DEPTAUDT-STATUS.
002612     SELECT DEPTNREG ASSIGN TO "DEPTNREG"
002614         ORGANIZATION IS SEQUENTIAL
002616         FILE STATUS IS WS-DEPTNREG-STATUS.
002618     SELECT DEPTAPRL ASSIGN TO "DEPTAPRL"
002620         ORGANIZATION IS SEQUENTIAL
002622         FILE STATUS IS WS-DEPTAPRL-STATUS.
002624     SELECT DEPTAPHD ASSIGN TO "DEPTAPHD"
002626         ORGANIZATION IS SEQUENTIAL
002628         FILE STATUS IS WS-DEPTAPHD-STATUS.
002630     SELECT DEPTMNPK ASSIGN TO "DEPTMNPK"
002632         ORGANIZATION IS SEQUENTIAL
002634         FILE STATUS IS WS-DEPTMNPK-STATUS.
002636     SELECT DEPTERUL ASSIGN TO "DEPTERUL"
002638         ORGANIZATION IS SEQUENTIAL
002640         FILE STATUS IS WS-DEPTERUL-STATUS.
002642     SELECT DEPTMNWX ASSIGN TO "DEPTMNWX"
002644         ORGANIZATION IS SEQUENTIAL
002646         FILE STATUS IS WS-DEPTMNWX-STATUS.
002700     SELECT DEPTMNRJ ASSIGN TO "DEPTMNRJ"
002800         ORGANIZATION IS SEQUENTIAL
002810         FILE STATUS IS WS-DEPTMNRJ-STATUS.
003600     RECORDING MODE IS F
003700     LABEL RECORDS ARE STANDARD.
003800 COPY DEPT-AUDIT-REC.
003802 FD  DEPTNREG
003804     RECORDING MODE IS F
003806     LABEL RECORDS ARE STANDARD.
003808 COPY DEPT-NUMBER-REG-REC.
003810 FD  DEPTAPRL
003812     RECORDING MODE IS F
003814     LABEL RECORDS ARE STANDARD.
003816 COPY DEPT-APPROVAL-REC.
003818 FD  DEPTAPHD
003820     RECORDING MODE IS F
003822     LABEL RECORDS ARE STANDARD.
003824 COPY DEPT-APPROVAL-REC
003826     REPLACING ==DEPT-APPROVAL-REC==  BY ==DEPT-APHD-REC==
003828               ==AQ-QUEUE-NO==        BY ==AH-QUEUE-NO==
003830               ==AQ-STATUS-CODE==     BY ==AH-STATUS-CODE==
003832               ==AQ-STATUS-PENDING==  BY ==AH-STATUS-PENDING==
003834               ==AQ-STATUS-APPROVED== BY ==AH-STATUS-APPROVED==
003836               ==AQ-STATUS-DECLINED== BY ==AH-STATUS-DECLINED==
003838               ==AQ-STATUS-EXPIRED==  BY ==AH-STATUS-EXPIRED==
003840               ==AQ-HELD-DATE==       BY ==AH-HELD-DATE==
003842               ==AQ-DISPOSED-BY==     BY ==AH-DISPOSED-BY==
003844               ==AQ-DISPOSED-DATE==   BY ==AH-DISPOSED-DATE==
003846               ==AQ-COMMENT==         BY ==AH-COMMENT==
003848               ==AQ-TRANSACTION==     BY ==AH-TRANSACTION==.
003850 FD  DEPTMNPK
003852     RECORDING MODE IS F
003854     LABEL RECORDS ARE STANDARD.
003856 COPY DEPT-PACKAGE-RPT-REC.
003858 FD  DEPTERUL
003860     RECORDING MODE IS F
003862     LABEL RECORDS ARE STANDARD.
003864 COPY DEPT-EDIT-RULE-REC.
003866 FD  DEPTMNWX
003868     RECORDING MODE IS F
003870     LABEL RECORDS ARE STANDARD.
003872 COPY DEPT-EXCEPTION-REC.
003900 FD  DEPTMNRJ
004000     RECORDING MODE IS F
004100     LABEL RECORDS ARE STANDARD.
004400 COPY SQLCA-MINI.
004500 COPY DEPT-ROW.
004600 COPY DEPT-HIST-PARM.
004601*****************************************************************
004602*  REORGANIZATION-PACKAGE WORKING FIELDS.  THE MEMBERS OF ONE    *
004603*  PACKAGE ARE READ INTO WS-PKG-TABLE WHOLE.  THE PROVING PASS   *
004604*  EDITS AND APPLIES THEM IN ORDER UNDER A SAVEPOINT, WITH NO    *
004605*  AUDIT LINES AND NO REJECT LINES, THEN ROLLS BACK TO THE       *
004606*  SAVEPOINT; ONLY THEN IS THE PACKAGE POSTED, HELD, OR SENT TO  *
004607*  SUSPENSE AS ONE UNIT.  THE NEXT TRANSACTION AFTER THE         *
004608*  PACKAGE HAS ALREADY BEEN READ BY THEN AND IS PARKED IN        *
004609*  WS-PKG-NEXT-TRAN.  WS-PKG-SEEN-TABLE CATCHES A PACKAGE WHOSE  *
004610*  MEMBERS ARE NOT TOGETHER ON THE INPUT.                        *
004611*****************************************************************
004612 77  WS-DEPTMNPK-STATUS       PIC X(02) VALUE SPACE.
004613 77  WS-PKG-ID                PIC X(06) VALUE SPACE.
004614 77  WS-PKG-BLOCK-IDX         PIC 9(05) COMP VALUE ZERO.
004615 77  WS-PKG-REJECT-CODE       PIC X(04) VALUE SPACE.
004616 77  WS-PKG-REJECT-TEXT       PIC X(40) VALUE SPACE.
004617 77  WS-PKG-OUTCOME           PIC X(09) VALUE SPACE.
004618 77  WS-PKG-NEXT-TRAN         PIC X(90) VALUE SPACE.
004619 77  WS-PKG-NEXT-APPROVER     PIC X(08) VALUE SPACE.
004620 77  WS-PKGS-POSTED           PIC 9(09) COMP VALUE ZERO.
004621 77  WS-PKGS-SUSPENDED        PIC 9(09) COMP VALUE ZERO.
004622 77  WS-PKGS-HELD             PIC 9(09) COMP VALUE ZERO.
004623 77  WS-SAVE-ADDED            PIC 9(09) COMP VALUE ZERO.
004624 77  WS-SAVE-CHANGED          PIC 9(09) COMP VALUE ZERO.
004625 77  WS-SAVE-CLOSED           PIC 9(09) COMP VALUE ZERO.
004626 77  WS-SAVE-REASSIGNED       PIC 9(09) COMP VALUE ZERO.
004627 77  WS-SAVE-CHILDREN         PIC 9(09) COMP VALUE ZERO.
004628 77  WS-PKG-PHASE-SWITCH      PIC X(01) VALUE 'N'.
004629     88  WS-PKG-PROVING           VALUE 'P'.
004630     88  WS-PKG-POSTING           VALUE 'S'.
004631     88  WS-PKG-NOT-ACTIVE        VALUE 'N'.
004632 77  WS-PKG-HOLD-SWITCH       PIC X(01) VALUE 'N'.
004633     88  WS-PKG-NEEDS-APPROVAL    VALUE 'Y'.
004634     88  WS-PKG-NO-APPROVAL       VALUE 'N'.
004635 77  WS-PKG-SEEN-SWITCH       PIC X(01) VALUE 'N'.
004636     88  WS-PKG-SEEN              VALUE 'Y'.
004637     88  WS-PKG-NOT-SEEN          VALUE 'N'.
004638 01  WS-PKG-TABLE.
004639     05  WS-PKG-MEMBER-COUNT     PIC 9(05) COMP VALUE ZERO.
004640     05  WS-PKG-MEMBER
004641             OCCURS 1 TO 200 TIMES
004642             DEPENDING ON WS-PKG-MEMBER-COUNT
004643             INDEXED BY KT-IDX.
004644         10  WS-PKG-TRANSACTION  PIC X(90).
004645         10  WS-PKG-APPROVER-ID  PIC X(08).
004646         10  WS-PKG-MBR-STATUS   PIC X(09).
004647 01  WS-PKG-SEEN-TABLE.
004648     05  WS-PKG-SEEN-COUNT       PIC 9(05) COMP VALUE ZERO.
004649     05  WS-PKG-SEEN-ENTRY
004650             OCCURS 1 TO 2000 TIMES
004651             DEPENDING ON WS-PKG-SEEN-COUNT
004652             INDEXED BY KS-IDX.
004653         10  WS-PKG-SEEN-ID      PIC X(06).
004700*****************************************************************
004800*  MAINTENANCE-RUN COUNTERS AND SWITCHES                        *
004900*****************************************************************
006800 77  WS-AUDIT-FIELD-NAME      PIC X(10) VALUE SPACE.
006900 77  WS-AUDIT-OLD-VALUE       PIC X(36) VALUE SPACE.
007000 77  WS-AUDIT-NEW-VALUE       PIC X(36) VALUE SPACE.
007002*****************************************************************
007004*  NUMBER-REGISTRY EDIT WORKING FIELDS.  THE DEPTNO NUMBER       *
007006*  REGISTRY IS LOADED AT START-UP SO EVERY NEW DEPTNO CAN BE     *
007008*  EDITED AGAINST ITS DIVISION'S RANGE AND THE CODE'S STATUS.    *
007010*****************************************************************
007012 77  WS-DEPTNREG-STATUS       PIC X(02) VALUE SPACE.
007014 77  WS-DEPTNREG-EOF-SWITCH   PIC X(01) VALUE 'N'.
007016     88  WS-EOF-DEPTNREG          VALUE 'Y'.
007018     88  WS-NOT-EOF-DEPTNREG      VALUE 'N'.
007020 77  WS-NREG-FOUND-SWITCH     PIC X(01) VALUE 'N'.
007022     88  WS-NREG-FOUND            VALUE 'Y'.
007024     88  WS-NREG-NOT-FOUND        VALUE 'N'.
007026 77  WS-NREG-FIND-DEPTNO      PIC X(03) VALUE SPACE.
007028 77  WS-NREG-DIVISION         PIC X(03) VALUE SPACE.
007030 COPY DEPT-NREG-TABLE.
007032*****************************************************************
007034*  EDIT-RULE WORKING FIELDS.  THE SHARED EDIT-RULE FILE IS       *
007036*  LOADED AT START-UP SO EACH EDIT THAT FAILS CAN BE REJECTED,   *
007038*  POSTED WITH A WARNING, OR IGNORED AS THE RULE IN FORCE        *
007040*  SAYS.  WARNINGS GO TO DEPTMNWX FOR THE EXCEPTION MASTER.      *
007042*****************************************************************
007044 77  WS-DEPTERUL-STATUS       PIC X(02) VALUE SPACE.
007046 77  WS-DEPTMNWX-STATUS       PIC X(02) VALUE SPACE.
007048 77  WS-DEPTERUL-EOF-SWITCH   PIC X(01) VALUE 'N'.
007050     88  WS-EOF-DEPTERUL          VALUE 'Y'.
007052     88  WS-NOT-EOF-DEPTERUL      VALUE 'N'.
007054 77  WS-RULE-FOUND-SWITCH     PIC X(01) VALUE 'N'.
007056     88  WS-RULE-FOUND            VALUE 'Y'.
007058     88  WS-RULE-NOT-FOUND        VALUE 'N'.
007060 77  WS-RULE-IDX              PIC 9(05) COMP VALUE ZERO.
007062 77  WS-EDIT-WARNINGS         PIC 9(09) COMP VALUE ZERO.
007064 COPY DEPT-EDIT-RULE-TABLE.
007066*****************************************************************
007068*  TWO-PERSON APPROVAL WORKING FIELDS.  APPROVED ITEMS ARE READ  *
007070*  FROM DEPTAPRL FIRST; ONCE THAT FILE IS EXHAUSTED THE RUN      *
007072*  MOVES ON TO THE KEYED TRANSACTIONS ON DEPTMNTX.  A            *
007074*  TRANSACTION THAT NEEDS A SECOND SIGNATURE AND DOES NOT HAVE   *
007076*  ONE IS HELD INSTEAD OF POSTED.                                *
007078*****************************************************************
007080 77  WS-DEPTAPRL-STATUS       PIC X(02) VALUE SPACE.
007082 77  WS-DEPTAPHD-STATUS       PIC X(02) VALUE SPACE.
007084 77  WS-TRANS-HELD            PIC 9(09) COMP VALUE ZERO.
007086 77  WS-APPROVER-ID           PIC X(08) VALUE SPACE.
007088 77  WS-APRL-EOF-SWITCH       PIC X(01) VALUE 'N'.
007090     88  WS-EOF-APRL              VALUE 'Y'.
007092     88  WS-NOT-EOF-APRL          VALUE 'N'.
007094 77  WS-HOLD-SWITCH           PIC X(01) VALUE 'N'.
007096     88  WS-HOLD-FOR-APPROVAL     VALUE 'Y'.
007098     88  WS-NO-HOLD               VALUE 'N'.
007100*****************************************************************
007200*  CHECKPOINT WORKING FIELDS                                   *
007300*****************************************************************
008900     STOP RUN.
009000*****************************************************************
009100*  1000-INITIALIZE                                              *
009200*  OPENS THE TRANSACTION, AUDIT, REJECT, AND WARNING FILES,      *
009300*  STAMPS THE RUN DATE/TIME FOR THE AUDIT TRAIL, AND PRIMES THE  *
009310*  READ.                                                         *
009400*****************************************************************
009500 1000-INITIALIZE.
009510     PERFORM 1010-READ-RUN-PARMS
009840         MOVE 16 TO RETURN-CODE
009850         GO TO 9999-ABEND
009860     END-IF.
009865     OPEN OUTPUT DEPTMNWX.
009870     IF WS-DEPTMNWX-STATUS NOT = '00'
009875         DISPLAY 'DEPTMNT - OPEN FAILED FOR DEPTMNWX - STATUS = '
009880             WS-DEPTMNWX-STATUS
009885         MOVE 16 TO RETURN-CODE
009890         GO TO 9999-ABEND
009895     END-IF.
009900     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
010000     ACCEPT WS-AUDIT-TIME FROM TIME.
010010     PERFORM 1070-COUNT-DEPT1-ROWS
010050         THRU 1080-LOAD-EMPLOYEE-MASTER-EXIT.
010060     PERFORM 1095-LOAD-LOCATION-REF
010070         THRU 1095-LOAD-LOCATION-REF-EXIT.
010072     PERFORM 1200-LOAD-NUMBER-REG
010074         THRU 1200-LOAD-NUMBER-REG-EXIT.
010076     PERFORM 1300-LOAD-EDIT-RULES
010078         THRU 1300-LOAD-EDIT-RULES-EXIT.
010080     PERFORM 1060-OPEN-APPROVAL-FILES
010082         THRU 1060-OPEN-APPROVAL-FILES-EXIT.
010084     PERFORM 1065-OPEN-PACKAGE-REPORT
010086         THRU 1065-OPEN-PACKAGE-REPORT-EXIT.
010100     PERFORM 2100-READ-TRANSACTION
010200         THRU 2100-READ-TRANSACTION-EXIT.
010300 1000-INITIALIZE-EXIT.
010655*  WS-CHECKPOINT-INTERVAL RECORDS, THEN READS THE NEXT ONE.      *
010656*****************************************************************
011100 2000-PROCESS-TRANSACTIONS.
011110     IF MT-PACKAGE-ID NOT = SPACES
011120         PERFORM 3000-PROCESS-PACKAGE
011130             THRU 3000-PROCESS-PACKAGE-EXIT
011140         GO TO 2000-PROCESS-TRANSACTIONS-EXIT
011150     END-IF.
011200     PERFORM 2200-EDIT-TRANSACTION
011300         THRU 2200-EDIT-TRANSACTION-EXIT.
011400     IF WS-RECORD-VALID
011410         IF WS-HOLD-FOR-APPROVAL
011420             PERFORM 2800-HOLD-FOR-APPROVAL
011430                 THRU 2800-HOLD-FOR-APPROVAL-EXIT
011440         ELSE
011500             PERFORM 2300-APPLY-TRANSACTION
011600                 THRU 2300-APPLY-TRANSACTION-EXIT
011610             PERFORM 2920-WRITE-WARNINGS
011620                 THRU 2920-WRITE-WARNINGS-EXIT
011630         END-IF
011700     ELSE
011800         PERFORM 2900-WRITE-REJECT
011900             THRU 2900-WRITE-REJECT-EXIT
014100     EXIT.
014200*****************************************************************
014300*  2100-READ-TRANSACTION                                        *
014310*  APPROVED ITEMS FROM DEPTAPRL COME FIRST, EACH UNPACKED INTO   *
014320*  THE TRANSACTION AREA WITH ITS APPROVER REMEMBERED FOR THE     *
014330*  AUDIT LINES; THEN THE KEYED TRANSACTIONS, WHICH HAVE NONE.    *
014400*****************************************************************
014500 2100-READ-TRANSACTION.
014505     IF WS-NOT-EOF-APRL
014510         READ DEPTAPRL
014515             AT END
014520                 SET WS-EOF-APRL TO TRUE
014525         END-READ
014530         IF WS-NOT-EOF-APRL AND WS-DEPTAPRL-STATUS NOT = '00'
014535             DISPLAY 'DEPTMNT - ERROR READING DEPTAPRL - '
014540                 'STATUS = ' WS-DEPTAPRL-STATUS
014545             MOVE 16 TO RETURN-CODE
014550             GO TO 9999-ABEND
014555         END-IF
014560         IF WS-NOT-EOF-APRL
014565             ADD 1 TO WS-TRANS-READ
014570             MOVE AQ-TRANSACTION TO DEPT-MAINT-TRAN-REC
014575             MOVE AQ-DISPOSED-BY TO WS-APPROVER-ID
014580             GO TO 2100-READ-TRANSACTION-EXIT
014585         END-IF
014590     END-IF.
014595     MOVE SPACE TO WS-APPROVER-ID.
014600     READ DEPTMNTX
014700         AT END
014800             SET WS-EOF-TRAN TO TRUE
016000     SET WS-RECORD-VALID TO TRUE.
016100     MOVE SPACE TO WS-REJECT-CODE.
016200     MOVE SPACE TO WS-REJECT-TEXT.
016210     MOVE ZERO TO EW-ENTRY-COUNT.
016300     IF MT-DEPTNO = SPACES
016400         SET WS-RECORD-INVALID TO TRUE
016500         MOVE 'E101' TO WS-REJECT-CODE
017500     END-IF.
017600     IF WS-RECORD-VALID AND MT-TRAN-ADD
017700             AND (MT-DEPTNAME = SPACES OR MT-ADMRDEPT = SPACES)
017900         MOVE 'E103' TO WS-REJECT-CODE
018000         MOVE 'MISSING DEPTNAME OR ADMRDEPT' TO WS-REJECT-TEXT
018010         PERFORM 2230-APPLY-EDIT-RULE
018020             THRU 2230-APPLY-EDIT-RULE-EXIT
018100     END-IF.
018200     IF WS-RECORD-VALID AND MT-USERID = SPACES
018300         SET WS-RECORD-INVALID TO TRUE
018664         PERFORM 2260-VALIDATE-LOCATION
018665             THRU 2260-VALIDATE-LOCATION-EXIT
018666     END-IF.
018671     IF WS-RECORD-INVALID AND WS-REJECT-CODE = 'E118'
018676         SET WS-RECORD-VALID TO TRUE
018681         PERFORM 2230-APPLY-EDIT-RULE
018686             THRU 2230-APPLY-EDIT-RULE-EXIT
018691     END-IF.
018700     IF WS-RECORD-VALID
018800         PERFORM 2210-FETCH-CURRENT-ROW
018900             THRU 2210-FETCH-CURRENT-ROW-EXIT
020000         MOVE 'E106' TO WS-REJECT-CODE
020100         MOVE 'DEPTNO NOT FOUND ON DEPT1' TO WS-REJECT-TEXT
020200     END-IF.
020202     IF WS-RECORD-VALID AND MT-TRAN-ADD
020204         PERFORM 2240-VALIDATE-NUMBER-REG
020206             THRU 2240-VALIDATE-NUMBER-REG-EXIT
020208     END-IF.
020210     IF WS-RECORD-VALID AND MT-TRAN-CLOSE
020220         PERFORM 2270-CHECK-DEPENDENTS
020230             THRU 2270-CHECK-DEPENDENTS-EXIT
020250     IF WS-RECORD-VALID AND MT-TRAN-REASSIGN
020260         PERFORM 2280-EDIT-REASSIGN
020270             THRU 2280-EDIT-REASSIGN-EXIT
020271         IF WS-RECORD-INVALID AND WS-REJECT-CODE = 'E115'
020272             SET WS-RECORD-VALID TO TRUE
020273             PERFORM 2230-APPLY-EDIT-RULE
020274                 THRU 2230-APPLY-EDIT-RULE-EXIT
020275         END-IF
020276     END-IF.
020277     IF WS-RECORD-VALID
020278         PERFORM 2290-CHECK-APPROVAL
020279             THRU 2290-CHECK-APPROVAL-EXIT
020280     END-IF.
020300 2200-EDIT-TRANSACTION-EXIT.
020400     EXIT.
022620         END-SEARCH
022630     END-IF.
022640     IF WS-MGR-NOT-FOUND
022660         MOVE 'E107' TO WS-REJECT-CODE
022670         MOVE 'MGRNO NOT ON EMPLOYEE MASTER' TO WS-REJECT-TEXT
022672         PERFORM 2230-APPLY-EDIT-RULE
022674             THRU 2230-APPLY-EDIT-RULE-EXIT
022680         GO TO 2250-VALIDATE-MGRNO-EXIT
022690     END-IF.
022710     IF NOT ET-STATUS-ACTIVE(WS-MGR-IDX)
022730         MOVE 'E108' TO WS-REJECT-CODE
022740         MOVE 'MGRNO NOT AN ACTIVE EMPLOYEE' TO WS-REJECT-TEXT
022742         PERFORM 2230-APPLY-EDIT-RULE
022744             THRU 2230-APPLY-EDIT-RULE-EXIT
022750     END-IF.
022760 2250-VALIDATE-MGRNO-EXIT.
022770     EXIT.
039800*  2700-WRITE-AUDIT-LINE                                         *
039900*  CALLER HAS ALREADY SET WS-AUDIT-FIELD-NAME, WS-AUDIT-OLD-VALUE *
040000*  AND WS-AUDIT-NEW-VALUE.                                        *
040010*  NOTHING IS WRITTEN WHILE A PACKAGE IS BEING PROVED.           *
040100*****************************************************************
040200 2700-WRITE-AUDIT-LINE.
040300     MOVE WS-AUDIT-DEPTNO      TO AU-DEPTNO.
040400     MOVE MT-USERID            TO AU-USERID.
040410     MOVE WS-APPROVER-ID       TO AU-APPROVER-ID.
040500     MOVE WS-AUDIT-DATE        TO AU-CHANGE-DATE.
040600     MOVE WS-AUDIT-TIME        TO AU-CHANGE-TIME.
040700     MOVE WS-AUDIT-FIELD-NAME  TO AU-FIELD-NAME.
040800     MOVE WS-AUDIT-OLD-VALUE   TO AU-OLD-VALUE.
040900     MOVE WS-AUDIT-NEW-VALUE   TO AU-NEW-VALUE.
040910     IF NOT WS-PKG-PROVING
041000         WRITE DEPT-AUDIT-REC
041010     END-IF.
041100     MOVE SPACE TO WS-AUDIT-OLD-VALUE.
041200     MOVE SPACE TO WS-AUDIT-NEW-VALUE.
041300 2700-WRITE-AUDIT-LINE-EXIT.
041400     EXIT.
041500*****************************************************************
041501*  2800-HOLD-FOR-APPROVAL                                        *
041502*  SETS THE EDITED TRANSACTION ASIDE ON DEPTAPHD, UNNUMBERED,    *
041503*  FOR THE APPROVAL RUN TO QUEUE.  A TRIAL RUN ONLY COUNTS IT.   *
041504*****************************************************************
041505 2800-HOLD-FOR-APPROVAL.
041506     ADD 1 TO WS-TRANS-HELD.
041507     IF WS-MODE-TRIAL
041508         GO TO 2800-HOLD-FOR-APPROVAL-EXIT
041509     END-IF.
041510     MOVE SPACE                TO DEPT-APHD-REC.
041511     MOVE ZERO                 TO AH-QUEUE-NO.
041512     SET AH-STATUS-PENDING     TO TRUE.
041513     MOVE WS-AUDIT-DATE        TO AH-HELD-DATE.
041514     MOVE DEPT-MAINT-TRAN-REC  TO AH-TRANSACTION.
041515     WRITE DEPT-APHD-REC.
041516     IF WS-DEPTAPHD-STATUS NOT = '00'
041517         DISPLAY 'DEPTMNT - WRITE FAILED FOR DEPTAPHD - STATUS = '
041518             WS-DEPTAPHD-STATUS
041519         MOVE 16 TO RETURN-CODE
041520         GO TO 9999-ABEND
041521     END-IF.
041522 2800-HOLD-FOR-APPROVAL-EXIT.
041523     EXIT.
041524*****************************************************************
041525*  2920-WRITE-WARNINGS                                           *
041526*  WRITES ONE LINE TO DEPTMNWX FOR EACH EDIT THE RECORD JUST     *
041527*  POSTED OVER UNDER A WARNING RULE, SO DEPTEXCM CARRIES IT ON   *
041528*  THE EXCEPTION MASTER.  THE REFERENCE IS THE EDIT CODE.        *
041529*****************************************************************
041530 2920-WRITE-WARNINGS.
041531     IF EW-ENTRY-COUNT > ZERO
041532         PERFORM 2925-WRITE-ONE-WARNING
041533             THRU 2925-WRITE-ONE-WARNING-EXIT
041534             VARYING EW-IDX FROM 1 BY 1
041535             UNTIL EW-IDX > EW-ENTRY-COUNT
041536     END-IF.
041537     MOVE ZERO TO EW-ENTRY-COUNT.
041538 2920-WRITE-WARNINGS-EXIT.
041539     EXIT.
041540 2925-WRITE-ONE-WARNING.
041541     MOVE SPACE            TO DEPT-EXCEPTION-REC.
041542     MOVE MT-DEPTNO       TO EX-DEPTNO.
041543     MOVE EW-CODE(EW-IDX)  TO EX-REF-VALUE.
041544     MOVE 'EDIT-WARN'      TO EX-EXCEPTION-TYPE.
041545     MOVE EW-TEXT(EW-IDX)  TO EX-EXCEPTION-TEXT.
041546     WRITE DEPT-EXCEPTION-REC.
041547     IF WS-DEPTMNWX-STATUS NOT = '00'
041548         DISPLAY 'DEPTMNT - WRITE FAILED FOR DEPTMNWX - STATUS = '
041549             WS-DEPTMNWX-STATUS
041550         MOVE 16 TO RETURN-CODE
041551         GO TO 9999-ABEND
041552     END-IF.
041553     ADD 1 TO WS-EDIT-WARNINGS.
041554 2925-WRITE-ONE-WARNING-EXIT.
041555     EXIT.
041556*****************************************************************
041600*  2900-WRITE-REJECT                                             *
041610*  WHILE A PACKAGE IS BEING PROVED A REJECT RAISED BY AN APPLY   *
041620*  PARAGRAPH ONLY MARKS THE MEMBER AS THE ONE THAT BLOCKED THE   *
041630*  PACKAGE.  WHILE A PROVED PACKAGE IS POSTING, A REJECT MEANS   *
041640*  DEPT1 MOVED UNDER THE RUN, AND THE RUN ABENDS SO THE PARTLY   *
041650*  POSTED PACKAGE ROLLS BACK.                                    *
041700*****************************************************************
041800 2900-WRITE-REJECT.
041805     MOVE ZERO TO EW-ENTRY-COUNT.
041810     IF WS-PKG-PROVING
041815         SET WS-PKG-BLOCK-IDX      TO KT-IDX
041820         MOVE WS-REJECT-CODE       TO WS-PKG-REJECT-CODE
041825         MOVE WS-REJECT-TEXT       TO WS-PKG-REJECT-TEXT
041830         GO TO 2900-WRITE-REJECT-EXIT
041835     END-IF.
041840     IF WS-PKG-POSTING
041845         DISPLAY 'DEPTMNT - PACKAGE ' WS-PKG-ID ' FAILED ON '
041850             'POSTING AFTER PROVING CLEAN - ' WS-REJECT-CODE
041855         MOVE 16 TO RETURN-CODE
041860         GO TO 9999-ABEND
041865     END-IF.
041900     MOVE MT-DEPTNO             TO RJ-DEPTNO.
042000     MOVE MT-DEPTNO             TO RJ-INPUT-DATA(1:3).
042100     MOVE MT-DEPTNAME           TO RJ-INPUT-DATA(4:36).
042222     MOVE MT-COSTCTR            TO RJ-INPUT-DATA(65:6).
042224     MOVE MT-BUDGCODE           TO RJ-INPUT-DATA(71:4).
042230     MOVE MT-TRANCODE           TO RJ-TRANCODE.
042240     MOVE MT-PACKAGE-ID         TO RJ-PACKAGE-ID.
042300     MOVE WS-REJECT-CODE        TO RJ-REASON-CODE.
042400     MOVE WS-REJECT-TEXT        TO RJ-REASON-TEXT.
042500     WRITE DEPT-REJECT-REC.
043600             COMMIT
043700         END-EXEC
043710         CLOSE DEPTAUDT
043715         CLOSE DEPTAPHD
043720     END-IF.
043730     CLOSE DEPTMNPK.
043800     CLOSE DEPTMNTX.
043810     CLOSE DEPTAPRL.
044000     CLOSE DEPTMNRJ.
044005     CLOSE DEPTMNWX.
044010     PERFORM 1070-COUNT-DEPT1-ROWS
044020         THRU 1070-COUNT-DEPT1-ROWS-EXIT.
044030     MOVE WS-DEPT1-ROW-COUNT TO WS-DEPT1-COUNT-AFTER.
044510     DISPLAY 'REASSIGN TRANSACTIONS = ' WS-TRANS-REASSIGNED.
044520     DISPLAY 'CHILDREN REASSIGNED   = ' WS-CHILDREN-REASSIGNED.
044600     DISPLAY 'TRANSACTIONS REJECTED = ' WS-TRANS-REJECTED.
044610     DISPLAY 'HELD FOR APPROVAL     = ' WS-TRANS-HELD.
044620     DISPLAY 'EDIT WARNINGS         = ' WS-EDIT-WARNINGS.
044630     DISPLAY 'PACKAGES POSTED       = ' WS-PKGS-POSTED.
044640     DISPLAY 'PACKAGES SUSPENDED    = ' WS-PKGS-SUSPENDED.
044650     DISPLAY 'PACKAGES HELD         = ' WS-PKGS-HELD.
044700 8000-TERMINATE-EXIT.
044800     EXIT.
044801*****************************************************************
044817         GO TO 9999-ABEND
044818     END-IF.
044819     MOVE SPACE               TO DEPT-RUN-CONTROL-REC.
044820     MOVE WS-TRANS-HELD       TO RC-RECORDS-HELD.
044821     MOVE 'DEPTMNT'           TO RC-PROGRAM.
044822     MOVE WS-AUDIT-DATE       TO RC-RUN-DATE.
044823     MOVE WS-AUDIT-TIME       TO RC-RUN-TIME.
044860     CLOSE DEPTMNTX.
044870     CLOSE DEPTAUDT.
044880     CLOSE DEPTMNRJ.
044882     CLOSE DEPTAPRL.
044884     CLOSE DEPTAPHD.
044886     CLOSE DEPTMNPK.
044888     CLOSE DEPTMNWX.
044890     DISPLAY 'DEPTMNT - ABENDING - RETURN-CODE = ' RETURN-CODE.
044900     STOP RUN.
044910*****************************************************************
044920*  1060-OPEN-APPROVAL-FILES                                     *
044930*  DEPTAPRL (ITEMS A SECOND USERID HAS APPROVED) IS OPTIONAL --  *
044940*  AN ABSENT FILE JUST MEANS NOTHING WAS APPROVED.  DEPTAPHD IS  *
044950*  APPENDED TO, SO A SECOND RUN BEFORE THE APPROVAL RUN PICKS    *
044960*  IT UP DOES NOT LOSE THE FIRST RUN'S HELD ITEMS.  A TRIAL RUN  *
044970*  HOLDS NOTHING, SO IT DOES NOT OPEN DEPTAPHD.                  *
044980*****************************************************************
044990 1060-OPEN-APPROVAL-FILES.
045000     OPEN INPUT DEPTAPRL.
045010     IF WS-DEPTAPRL-STATUS = '35'
045020         SET WS-EOF-APRL TO TRUE
045030     ELSE
045040         IF WS-DEPTAPRL-STATUS NOT = '00'
045050             DISPLAY 'DEPTMNT - OPEN FAILED FOR DEPTAPRL - '
045060                 'STATUS = ' WS-DEPTAPRL-STATUS
045070             MOVE 16 TO RETURN-CODE
045080             GO TO 9999-ABEND
045090         END-IF
045100     END-IF.
045110     IF WS-MODE-UPDATE
045120         OPEN EXTEND DEPTAPHD
045130         IF WS-DEPTAPHD-STATUS = '35'
045140             OPEN OUTPUT DEPTAPHD
045150         END-IF
045160         IF WS-DEPTAPHD-STATUS NOT = '00'
045170             DISPLAY 'DEPTMNT - OPEN FAILED FOR DEPTAPHD - '
045180                 'STATUS = ' WS-DEPTAPHD-STATUS
045190             MOVE 16 TO RETURN-CODE
045200             GO TO 9999-ABEND
045210         END-IF
045220     END-IF.
045230 1060-OPEN-APPROVAL-FILES-EXIT.
045240     EXIT.
045250*****************************************************************
045260*  1065-OPEN-PACKAGE-REPORT                                     *
045270*  THE PACKAGE REPORT COMES OUT IN TRIAL MODE TOO, SO A REORG    *
045280*  CAN BE DRY-RUN BEFORE THE NIGHT IT IS MEANT TO POST.          *
045290*****************************************************************
045300 1065-OPEN-PACKAGE-REPORT.
045310     OPEN OUTPUT DEPTMNPK.
045320     IF WS-DEPTMNPK-STATUS NOT = '00'
045330         DISPLAY 'DEPTMNT - OPEN FAILED FOR DEPTMNPK - STATUS = '
045340             WS-DEPTMNPK-STATUS
045350         MOVE 16 TO RETURN-CODE
045360         GO TO 9999-ABEND
045370     END-IF.
045380     MOVE SPACE TO DEPT-PACKAGE-RPT-REC.
045390     MOVE 'PKG ID'             TO PK-PACKAGE-ID.
045400     MOVE 'PKG STAT'           TO PK-PACKAGE-STATUS.
045410     MOVE 'T'                  TO PK-TRANCODE.
045420     MOVE 'DNO'                TO PK-DEPTNO.
045430     MOVE 'USERID'             TO PK-USERID.
045440     MOVE 'MBR STAT'           TO PK-MEMBER-STATUS.
045450     MOVE 'CODE'               TO PK-REASON-CODE.
045460     MOVE 'REASON'             TO PK-REASON-TEXT.
045470     WRITE DEPT-PACKAGE-RPT-REC.
045480     MOVE SPACE TO DEPT-PACKAGE-RPT-REC.
045490     WRITE DEPT-PACKAGE-RPT-REC.
045500 1065-OPEN-PACKAGE-REPORT-EXIT.
045510     EXIT.
045520*****************************************************************
045530*  1200-LOAD-NUMBER-REG                                          *
045540*  LOADS THE DEPTNO NUMBER REGISTRY INTO DEPT-NREG-TABLE.  THE   *
045550*  NEW-DEPTNO EDIT DEPENDS ON IT, SO AN ABSENT OR UNREADABLE     *
045560*  FILE ABENDS THE RUN RATHER THAN REJECTING EVERY ADD.  THE     *
045570*  LOOKUP IS A BINARY SEARCH, SO A RECORD OUT OF DEPTNO ORDER    *
045580*  ABENDS THE RUN TOO.                                           *
045590*****************************************************************
045600 1200-LOAD-NUMBER-REG.
045610     OPEN INPUT DEPTNREG.
045620     IF WS-DEPTNREG-STATUS NOT = '00'
045630         DISPLAY 'DEPTMNT - OPEN FAILED FOR DEPTNREG - STATUS = '
045640             WS-DEPTNREG-STATUS
045650         MOVE 16 TO RETURN-CODE
045660         GO TO 9999-ABEND
045670     END-IF.
045680     MOVE ZERO TO NG-ENTRY-COUNT.
045690     PERFORM 1210-READ-DEPTNREG
045700         THRU 1210-READ-DEPTNREG-EXIT.
045710     PERFORM 1220-LOAD-ONE-NUMBER
045720         THRU 1220-LOAD-ONE-NUMBER-EXIT
045730         UNTIL WS-EOF-DEPTNREG.
045740     CLOSE DEPTNREG.
045750 1200-LOAD-NUMBER-REG-EXIT.
045760     EXIT.
045770*****************************************************************
045780*  1210-READ-DEPTNREG                                            *
045790*****************************************************************
045800 1210-READ-DEPTNREG.
045810     READ DEPTNREG
045820         AT END
045830             SET WS-EOF-DEPTNREG TO TRUE
045840     END-READ.
045850     IF NOT WS-EOF-DEPTNREG AND WS-DEPTNREG-STATUS NOT = '00'
045860         DISPLAY 'DEPTMNT - ERROR READING DEPTNREG - STATUS = '
045870             WS-DEPTNREG-STATUS
045880         MOVE 16 TO RETURN-CODE
045890         GO TO 9999-ABEND
045900     END-IF.
045910 1210-READ-DEPTNREG-EXIT.
045920     EXIT.
045930*****************************************************************
045940*  1220-LOAD-ONE-NUMBER                                          *
045950*****************************************************************
045960 1220-LOAD-ONE-NUMBER.
045970     IF NG-ENTRY-COUNT >= NG-MAX-ENTRIES
045980         DISPLAY 'DEPTMNT - NUMBER REGISTRY FULL AT '
045990             NG-MAX-ENTRIES ' ENTRIES'
046000         MOVE 16 TO RETURN-CODE
046010         GO TO 9999-ABEND
046020     END-IF.
046030     IF NG-ENTRY-COUNT > ZERO
046040             AND NR-DEPTNO NOT > NG-DEPTNO(NG-ENTRY-COUNT)
046050         DISPLAY 'DEPTMNT - DEPTNREG OUT OF DEPTNO SEQUENCE AT '
046060             NR-DEPTNO
046070         MOVE 16 TO RETURN-CODE
046080         GO TO 9999-ABEND
046090     END-IF.
046100     ADD 1 TO NG-ENTRY-COUNT.
046110     MOVE NR-DEPTNO     TO NG-DEPTNO(NG-ENTRY-COUNT).
046120     MOVE NR-DIVISION   TO NG-DIVISION(NG-ENTRY-COUNT).
046130     MOVE NR-STATUS     TO NG-STATUS(NG-ENTRY-COUNT).
046140     MOVE NR-REUSE-DATE TO NG-REUSE-DATE(NG-ENTRY-COUNT).
046150     PERFORM 1210-READ-DEPTNREG
046160         THRU 1210-READ-DEPTNREG-EXIT.
046170 1220-LOAD-ONE-NUMBER-EXIT.
046180     EXIT.
046190*****************************************************************
046200*  1300-LOAD-EDIT-RULES                                          *
046210*  LOADS THE SHARED EDIT-RULE FILE INTO DEPT-EDIT-RULE-TABLE IN  *
046220*  FILE ORDER.  AN EMPTY FILE IS VALID -- EVERY EDIT THEN        *
046230*  REJECTS -- BUT AN ABSENT OR UNREADABLE ONE ABENDS THE RUN     *
046240*  RATHER THAN QUIETLY REJECTING WHAT THE RULES WOULD HAVE LET   *
046250*  THROUGH.  AN ENTRY FOR A CODE THAT ALWAYS REJECTS IS SKIPPED  *
046260*  WITH A MESSAGE.                                               *
046270*****************************************************************
046280 1300-LOAD-EDIT-RULES.
046290     OPEN INPUT DEPTERUL.
046300     IF WS-DEPTERUL-STATUS NOT = '00'
046310         DISPLAY 'DEPTMNT - OPEN FAILED FOR DEPTERUL - STATUS = '
046320             WS-DEPTERUL-STATUS
046330         MOVE 16 TO RETURN-CODE
046340         GO TO 9999-ABEND
046350     END-IF.
046360     MOVE ZERO TO EU-ENTRY-COUNT.
046370     MOVE ZERO TO EW-ENTRY-COUNT.
046380     PERFORM 1310-READ-DEPTERUL
046390         THRU 1310-READ-DEPTERUL-EXIT.
046400     PERFORM 1320-LOAD-ONE-RULE
046410         THRU 1320-LOAD-ONE-RULE-EXIT
046420         UNTIL WS-EOF-DEPTERUL.
046430     CLOSE DEPTERUL.
046440 1300-LOAD-EDIT-RULES-EXIT.
046450     EXIT.
046460*****************************************************************
046470*  1310-READ-DEPTERUL                                            *
046480*****************************************************************
046490 1310-READ-DEPTERUL.
046500     READ DEPTERUL
046510         AT END
046520             SET WS-EOF-DEPTERUL TO TRUE
046530     END-READ.
046540     IF NOT WS-EOF-DEPTERUL AND WS-DEPTERUL-STATUS NOT = '00'
046550         DISPLAY 'DEPTMNT - ERROR READING DEPTERUL - STATUS = '
046560             WS-DEPTERUL-STATUS
046570         MOVE 16 TO RETURN-CODE
046580         GO TO 9999-ABEND
046590     END-IF.
046600 1310-READ-DEPTERUL-EXIT.
046610     EXIT.
046620*****************************************************************
046630*  1320-LOAD-ONE-RULE                                            *
046640*****************************************************************
046650 1320-LOAD-ONE-RULE.
046660     IF ER-CODE-LOCKED
046670         DISPLAY 'DEPTMNT - DEPTERUL ENTRY FOR ' ER-CODE
046680             ' SKIPPED - CODE ALWAYS REJECTS'
046690         GO TO 1320-NEXT-RULE
046700     END-IF.
046710     IF EU-ENTRY-COUNT >= EU-MAX-ENTRIES
046720         DISPLAY 'DEPTMNT - EDIT-RULE TABLE FULL AT '
046730             EU-MAX-ENTRIES ' ENTRIES'
046740         MOVE 16 TO RETURN-CODE
046750         GO TO 9999-ABEND
046760     END-IF.
046770     ADD 1 TO EU-ENTRY-COUNT.
046780     MOVE ER-CODE       TO EU-CODE(EU-ENTRY-COUNT).
046790     MOVE ER-SEVERITY   TO EU-SEVERITY(EU-ENTRY-COUNT).
046800     MOVE ER-EFF-FROM   TO EU-EFF-FROM(EU-ENTRY-COUNT).
046810     MOVE ER-EFF-TO     TO EU-EFF-TO(EU-ENTRY-COUNT).
046820     MOVE ER-MESSAGE    TO EU-MESSAGE(EU-ENTRY-COUNT).
046830     MOVE ER-CHANGED-BY TO EU-CHANGED-BY(EU-ENTRY-COUNT).
046840 1320-NEXT-RULE.
046850     PERFORM 1310-READ-DEPTERUL
046860         THRU 1310-READ-DEPTERUL-EXIT.
046870 1320-LOAD-ONE-RULE-EXIT.
046880     EXIT.
046890*****************************************************************
046900*  2230-APPLY-EDIT-RULE                                          *
046910*  CALLED BY EACH EDIT THAT FAILS, WITH ITS CODE AND TEXT        *
046920*  ALREADY IN WS-REJECT-CODE AND WS-REJECT-TEXT.  LOOKS THE      *
046930*  CODE UP ON THE EDIT-RULE TABLE AS OF TODAY'S RUN DATE.        *
046940*  NO RULE IN FORCE, OR A REJECT RULE, REJECTS THE RECORD.  A    *
046950*  WARNING RULE LETS IT POST AND KEEPS THE CODE FOR THE WARNING  *
046960*  FILE; AN IGNORE RULE LETS IT POST SILENTLY.  A RULE'S OWN     *
046970*  MESSAGE TEXT, IF ANY, REPLACES THE PROGRAM'S.                 *
046980*****************************************************************
046990 2230-APPLY-EDIT-RULE.
047000     SET WS-RULE-NOT-FOUND TO TRUE.
047010     IF EU-ENTRY-COUNT > ZERO
047020         PERFORM 2235-CHECK-ONE-RULE
047030             THRU 2235-CHECK-ONE-RULE-EXIT
047040             VARYING EU-IDX FROM 1 BY 1
047050             UNTIL EU-IDX > EU-ENTRY-COUNT
047060                OR WS-RULE-FOUND
047070     END-IF.
047080     IF WS-RULE-NOT-FOUND
047090         SET WS-RECORD-INVALID TO TRUE
047100         GO TO 2230-APPLY-EDIT-RULE-EXIT
047110     END-IF.
047120     IF EU-MESSAGE(WS-RULE-IDX) NOT = SPACES
047130         MOVE EU-MESSAGE(WS-RULE-IDX) TO WS-REJECT-TEXT
047140     END-IF.
047150     EVALUATE TRUE
047160         WHEN EU-SEVERITY-WARN(WS-RULE-IDX)
047170             IF EW-ENTRY-COUNT < EW-MAX-ENTRIES
047180                 ADD 1 TO EW-ENTRY-COUNT
047190                 MOVE WS-REJECT-CODE TO EW-CODE(EW-ENTRY-COUNT)
047200                 MOVE WS-REJECT-TEXT TO EW-TEXT(EW-ENTRY-COUNT)
047210             END-IF
047220             MOVE SPACE TO WS-REJECT-CODE
047230             MOVE SPACE TO WS-REJECT-TEXT
047240         WHEN EU-SEVERITY-IGNORE(WS-RULE-IDX)
047250             MOVE SPACE TO WS-REJECT-CODE
047260             MOVE SPACE TO WS-REJECT-TEXT
047270         WHEN OTHER
047280             SET WS-RECORD-INVALID TO TRUE
047290     END-EVALUATE.
047300 2230-APPLY-EDIT-RULE-EXIT.
047310     EXIT.
047320 2235-CHECK-ONE-RULE.
047330     IF EU-CODE(EU-IDX) = WS-REJECT-CODE
047340             AND (EU-EFF-FROM(EU-IDX) = SPACES
047350                  OR EU-EFF-FROM(EU-IDX) NOT > WS-AUDIT-DATE)
047360             AND (EU-EFF-TO(EU-IDX) = SPACES
047370                  OR EU-EFF-TO(EU-IDX) NOT < WS-AUDIT-DATE)
047380         SET WS-RULE-FOUND TO TRUE
047390         SET WS-RULE-IDX TO EU-IDX
047400     END-IF.
047410 2235-CHECK-ONE-RULE-EXIT.
047420     EXIT.
047430*****************************************************************
047440*  2240-VALIDATE-NUMBER-REG                                      *
047450*  A NEW DEPTNO MUST COME OUT OF THE NUMBER REGISTRY: IT MUST BE *
047460*  IN SOME DIVISION'S RANGE, NOT STILL ACTIVE, PAST ANY          *
047470*  COOLING-OFF PERIOD AS OF TONIGHT, AND -- WHEN ITS             *
047480*  ADMRDEPT IS ITSELF A REGISTERED CODE -- IN THE SAME           *
047490*  DIVISION'S RANGE AS ITS PARENT.  A RESERVED CODE IS ACCEPTED; *
047500*  RESERVING IT WAS HOW IT WAS HANDED OUT.  A BACKOUT RE-ADD     *
047510*  PUTS BACK A DEPARTMENT WHOSE CLOSE IS BEING REVERSED, SO ITS  *
047520*  CODE IS STILL ACTIVE OR NEWLY RETIRED; IT SKIPS THOSE TWO     *
047530*  EDITS BUT NOT THE RANGE CHECKS.                               *
047540*****************************************************************
047550 2240-VALIDATE-NUMBER-REG.
047560     MOVE MT-DEPTNO TO WS-NREG-FIND-DEPTNO.
047570     PERFORM 2245-FIND-NUMBER-REG
047580         THRU 2245-FIND-NUMBER-REG-EXIT.
047590     IF WS-NREG-NOT-FOUND
047600         MOVE 'E122' TO WS-REJECT-CODE
047610         MOVE 'DEPTNO NOT IN ANY DIVISION RANGE'
047620             TO WS-REJECT-TEXT
047630         PERFORM 2230-APPLY-EDIT-RULE
047640             THRU 2230-APPLY-EDIT-RULE-EXIT
047650         GO TO 2240-VALIDATE-NUMBER-REG-EXIT
047660     END-IF.
047670     IF MT-SOURCE-BACKOUT
047680         GO TO 2240-CHECK-DIVISION
047690     END-IF.
047700     IF NG-STATUS-ACTIVE(NG-IDX)
047710         MOVE 'E123' TO WS-REJECT-CODE
047720         MOVE 'DEPTNO STILL ACTIVE ON NUMBER REGISTRY'
047730             TO WS-REJECT-TEXT
047740         PERFORM 2230-APPLY-EDIT-RULE
047750             THRU 2230-APPLY-EDIT-RULE-EXIT
047760         GO TO 2240-VALIDATE-NUMBER-REG-EXIT
047770     END-IF.
047780     IF NG-REUSE-DATE(NG-IDX) NOT = SPACES
047790             AND NG-REUSE-DATE(NG-IDX) > WS-AUDIT-DATE
047800         MOVE 'E124' TO WS-REJECT-CODE
047810         MOVE 'DEPTNO RETIRED - COOLING-OFF NOT OVER'
047820             TO WS-REJECT-TEXT
047830         PERFORM 2230-APPLY-EDIT-RULE
047840             THRU 2230-APPLY-EDIT-RULE-EXIT
047850         GO TO 2240-VALIDATE-NUMBER-REG-EXIT
047860     END-IF.
047870 2240-CHECK-DIVISION.
047880     MOVE NG-DIVISION(NG-IDX) TO WS-NREG-DIVISION.
047890     IF MT-ADMRDEPT = MT-DEPTNO
047900             OR MT-ADMRDEPT = WS-NREG-DIVISION
047910         GO TO 2240-VALIDATE-NUMBER-REG-EXIT
047920     END-IF.
047930     MOVE MT-ADMRDEPT TO WS-NREG-FIND-DEPTNO.
047940     PERFORM 2245-FIND-NUMBER-REG
047950         THRU 2245-FIND-NUMBER-REG-EXIT.
047960     IF WS-NREG-FOUND
047970             AND NG-DIVISION(NG-IDX) NOT = WS-NREG-DIVISION
047980         MOVE 'E125' TO WS-REJECT-CODE
047990         MOVE 'DEPTNO IN ANOTHER DIVISION RANGE'
048000             TO WS-REJECT-TEXT
048010         PERFORM 2230-APPLY-EDIT-RULE
048020             THRU 2230-APPLY-EDIT-RULE-EXIT
048030     END-IF.
048040 2240-VALIDATE-NUMBER-REG-EXIT.
048050     EXIT.
048060 2245-FIND-NUMBER-REG.
048070     SET WS-NREG-NOT-FOUND TO TRUE.
048080     IF NG-ENTRY-COUNT > ZERO
048090         SEARCH ALL NG-ENTRY
048100             AT END
048110                 CONTINUE
048120             WHEN NG-DEPTNO(NG-IDX) = WS-NREG-FIND-DEPTNO
048130                 SET WS-NREG-FOUND TO TRUE
048140         END-SEARCH
048150     END-IF.
048160 2245-FIND-NUMBER-REG-EXIT.
048170     EXIT.
048180*****************************************************************
048190*  2290-CHECK-APPROVAL                                          *
048200*  A CLOSE, A REASSIGN, OR A CHANGE THAT ACTUALLY MOVES MGRNO    *
048210*  (INCLUDING A *NONE* VACATE) NEEDS A SECOND USERID.  WITHOUT   *
048220*  AN APPROVER IT IS HELD; WITH ONE, THE APPROVER MUST NOT BE    *
048230*  THE KEYER -- THE APPROVAL RUN ALREADY REFUSES THAT, SO THIS   *
048240*  IS A BELT-AND-BRACES CHECK AT THE POINT OF POSTING.           *
048250*****************************************************************
048260 2290-CHECK-APPROVAL.
048270     SET WS-NO-HOLD TO TRUE.
048280     IF MT-TRAN-ADD
048290         GO TO 2290-CHECK-APPROVAL-EXIT
048300     END-IF.
048310     IF MT-TRAN-CHANGE
048320         IF MT-MGRNO = SPACES OR MT-MGRNO = DEPT-MGRNO
048330             GO TO 2290-CHECK-APPROVAL-EXIT
048340         END-IF
048350         IF MT-MGRNO-VACATE AND DEPT-MGRNO = SPACES
048360             GO TO 2290-CHECK-APPROVAL-EXIT
048370         END-IF
048380     END-IF.
048390     IF WS-APPROVER-ID = SPACES
048400         SET WS-HOLD-FOR-APPROVAL TO TRUE
048410         GO TO 2290-CHECK-APPROVAL-EXIT
048420     END-IF.
048430     IF WS-APPROVER-ID = MT-USERID
048440         SET WS-RECORD-INVALID TO TRUE
048450         MOVE 'E119' TO WS-REJECT-CODE
048460         MOVE 'APPROVER IS THE SAME USERID AS THE KEYER'
048470             TO WS-REJECT-TEXT
048480     END-IF.
048490 2290-CHECK-APPROVAL-EXIT.
048500     EXIT.
048510*****************************************************************
048520*  3000-PROCESS-PACKAGE                                         *
048530*  READS EVERY MEMBER OF THE PACKAGE THAT STARTS WITH THE        *
048540*  TRANSACTION IN HAND, PROVES IT, AND THEN POSTS IT, HOLDS IT   *
048550*  FOR APPROVAL, OR SENDS IT TO SUSPENSE -- ALWAYS ALL MEMBERS   *
048560*  TOGETHER.  A PACKAGE THAT WOULD POST CLEAN BUT HAS EVEN ONE   *
048570*  MEMBER NEEDING A SECOND SIGNATURE IS HELD WHOLE, SO NOTHING   *
048580*  IN IT POSTS AHEAD OF THE APPROVAL.  THE COMMIT POINT IS ONLY  *
048590*  EVER TAKEN BETWEEN PACKAGES, NEVER INSIDE ONE.                *
048600*****************************************************************
048610 3000-PROCESS-PACKAGE.
048620     MOVE MT-PACKAGE-ID        TO WS-PKG-ID.
048630     MOVE ZERO                 TO WS-PKG-MEMBER-COUNT.
048640     MOVE ZERO                 TO WS-PKG-BLOCK-IDX.
048650     MOVE SPACE                TO WS-PKG-REJECT-CODE.
048660     MOVE SPACE                TO WS-PKG-REJECT-TEXT.
048670     SET WS-PKG-NO-APPROVAL    TO TRUE.
048680     PERFORM 3100-LOAD-ONE-MEMBER
048690         THRU 3100-LOAD-ONE-MEMBER-EXIT
048700         UNTIL WS-EOF-TRAN
048710            OR MT-PACKAGE-ID NOT = WS-PKG-ID.
048720     MOVE DEPT-MAINT-TRAN-REC  TO WS-PKG-NEXT-TRAN.
048730     MOVE WS-APPROVER-ID       TO WS-PKG-NEXT-APPROVER.
048740     PERFORM 3200-CHECK-PACKAGE-SEEN
048750         THRU 3200-CHECK-PACKAGE-SEEN-EXIT.
048760     IF WS-PKG-BLOCK-IDX = ZERO
048770         PERFORM 3300-PROVE-PACKAGE
048780             THRU 3300-PROVE-PACKAGE-EXIT
048790     END-IF.
048800     EVALUATE TRUE
048810         WHEN WS-PKG-BLOCK-IDX > ZERO
048820             PERFORM 3500-SUSPEND-PACKAGE
048830                 THRU 3500-SUSPEND-PACKAGE-EXIT
048840         WHEN WS-PKG-NEEDS-APPROVAL
048850             PERFORM 3600-HOLD-PACKAGE
048860                 THRU 3600-HOLD-PACKAGE-EXIT
048870         WHEN OTHER
048880             PERFORM 3400-POST-PACKAGE
048890                 THRU 3400-POST-PACKAGE-EXIT
048900     END-EVALUATE.
048910     PERFORM 3700-REPORT-PACKAGE
048920         THRU 3700-REPORT-PACKAGE-EXIT.
048930     ADD WS-PKG-MEMBER-COUNT TO WS-CHECKPOINT-COUNTER.
048940     IF WS-CHECKPOINT-COUNTER >= WS-CHECKPOINT-INTERVAL
048950             AND WS-MODE-UPDATE
048960         PERFORM 2950-TAKE-CHECKPOINT
048970             THRU 2950-TAKE-CHECKPOINT-EXIT
048980         MOVE ZERO TO WS-CHECKPOINT-COUNTER
048990     END-IF.
049000     MOVE WS-PKG-NEXT-TRAN     TO DEPT-MAINT-TRAN-REC.
049010     MOVE WS-PKG-NEXT-APPROVER TO WS-APPROVER-ID.
049020 3000-PROCESS-PACKAGE-EXIT.
049030     EXIT.
049040*****************************************************************
049050*  3100-LOAD-ONE-MEMBER                                         *
049060*  A PACKAGE TOO BIG FOR THE TABLE CANNOT BE POSTED AS A UNIT,   *
049070*  SO IT ABENDS THE RUN RATHER THAN POSTING PART OF IT.          *
049080*****************************************************************
049090 3100-LOAD-ONE-MEMBER.
049100     IF WS-PKG-MEMBER-COUNT >= 200
049110         DISPLAY 'DEPTMNT - PACKAGE ' WS-PKG-ID
049120             ' HAS MORE THAN 200 MEMBERS'
049130         MOVE 16 TO RETURN-CODE
049140         GO TO 9999-ABEND
049150     END-IF.
049160     ADD 1 TO WS-PKG-MEMBER-COUNT.
049170     MOVE DEPT-MAINT-TRAN-REC
049180         TO WS-PKG-TRANSACTION(WS-PKG-MEMBER-COUNT).
049190     MOVE WS-APPROVER-ID
049200         TO WS-PKG-APPROVER-ID(WS-PKG-MEMBER-COUNT).
049210     MOVE SPACE
049220         TO WS-PKG-MBR-STATUS(WS-PKG-MEMBER-COUNT).
049230     PERFORM 2100-READ-TRANSACTION
049240         THRU 2100-READ-TRANSACTION-EXIT.
049250 3100-LOAD-ONE-MEMBER-EXIT.
049260     EXIT.
049270*****************************************************************
049280*  3200-CHECK-PACKAGE-SEEN                                      *
049290*  A PACKAGE ID ALREADY DEALT WITH EARLIER IN THIS RUN MEANS     *
049300*  THE PACKAGE WAS SPLIT ON THE INPUT.  THIS PART OF IT IS       *
049310*  BLOCKED AT ITS FIRST MEMBER (E121); OTHERWISE THE ID IS       *
049320*  REMEMBERED.                                                   *
049330*****************************************************************
049340 3200-CHECK-PACKAGE-SEEN.
049350     SET WS-PKG-NOT-SEEN TO TRUE.
049360     IF WS-PKG-SEEN-COUNT > ZERO
049370         PERFORM 3210-CHECK-ONE-SEEN
049380             THRU 3210-CHECK-ONE-SEEN-EXIT
049390             VARYING KS-IDX FROM 1 BY 1
049400             UNTIL KS-IDX > WS-PKG-SEEN-COUNT
049410                OR WS-PKG-SEEN
049420     END-IF.
049430     IF WS-PKG-SEEN
049440         MOVE 1 TO WS-PKG-BLOCK-IDX
049450         MOVE 'E121' TO WS-PKG-REJECT-CODE
049460         MOVE 'PACKAGE MEMBERS NOT TOGETHER ON INPUT'
049470             TO WS-PKG-REJECT-TEXT
049480         GO TO 3200-CHECK-PACKAGE-SEEN-EXIT
049490     END-IF.
049500     IF WS-PKG-SEEN-COUNT >= 2000
049510         DISPLAY 'DEPTMNT - PACKAGE TABLE FULL AT 2000 PACKAGES'
049520         MOVE 16 TO RETURN-CODE
049530         GO TO 9999-ABEND
049540     END-IF.
049550     ADD 1 TO WS-PKG-SEEN-COUNT.
049560     MOVE WS-PKG-ID TO WS-PKG-SEEN-ID(WS-PKG-SEEN-COUNT).
049570 3200-CHECK-PACKAGE-SEEN-EXIT.
049580     EXIT.
049590 3210-CHECK-ONE-SEEN.
049600     IF WS-PKG-SEEN-ID(KS-IDX) = WS-PKG-ID
049610         SET WS-PKG-SEEN TO TRUE
049620     END-IF.
049630 3210-CHECK-ONE-SEEN-EXIT.
049640     EXIT.
049650*****************************************************************
049660*  3300-PROVE-PACKAGE                                           *
049670*  RUNS EVERY MEMBER THROUGH THE NORMAL EDITS AND APPLY          *
049680*  PARAGRAPHS IN ORDER, SO EACH MEMBER IS EDITED AGAINST DEPT1   *
049690*  AS THE MEMBERS BEFORE IT LEAVE IT, THEN ROLLS DEPT1 AND       *
049700*  DEPT_HIST BACK TO THE SAVEPOINT WHATEVER HAPPENED.  THE RUN   *
049710*  COUNTS ARE PUT BACK AS WELL.  A MEMBER THAT WOULD BE HELD     *
049720*  FOR APPROVAL IS STILL APPLIED HERE SO THE MEMBERS AFTER IT    *
049730*  ARE PROVED PROPERLY.  TRIAL MODE APPLIES NOTHING, SO THERE    *
049740*  EACH MEMBER IS EDITED AGAINST DEPT1 AS IT STANDS.             *
049750*****************************************************************
049760 3300-PROVE-PACKAGE.
049770     IF WS-MODE-UPDATE
049780         EXEC SQL
049790             SAVEPOINT DEPTPKG ON ROLLBACK RETAIN CURSORS
049800         END-EXEC
049810         IF SQLCODE NOT = ZERO
049820             DISPLAY 'DEPTMNT - SAVEPOINT FAILED, SQLCODE = '
049830                 SQLCODE
049840             MOVE 16 TO RETURN-CODE
049850             GO TO 9999-ABEND
049860         END-IF
049870     END-IF.
049880     MOVE WS-TRANS-ADDED         TO WS-SAVE-ADDED.
049890     MOVE WS-TRANS-CHANGED       TO WS-SAVE-CHANGED.
049900     MOVE WS-TRANS-CLOSED        TO WS-SAVE-CLOSED.
049910     MOVE WS-TRANS-REASSIGNED    TO WS-SAVE-REASSIGNED.
049920     MOVE WS-CHILDREN-REASSIGNED TO WS-SAVE-CHILDREN.
049930     SET WS-PKG-PROVING TO TRUE.
049940     PERFORM 3310-PROVE-ONE-MEMBER
049950         THRU 3310-PROVE-ONE-MEMBER-EXIT
049960         VARYING KT-IDX FROM 1 BY 1
049970         UNTIL KT-IDX > WS-PKG-MEMBER-COUNT
049980            OR WS-PKG-BLOCK-IDX > ZERO.
049990     SET WS-PKG-NOT-ACTIVE TO TRUE.
050000     MOVE WS-SAVE-ADDED          TO WS-TRANS-ADDED.
050010     MOVE WS-SAVE-CHANGED        TO WS-TRANS-CHANGED.
050020     MOVE WS-SAVE-CLOSED         TO WS-TRANS-CLOSED.
050030     MOVE WS-SAVE-REASSIGNED     TO WS-TRANS-REASSIGNED.
050040     MOVE WS-SAVE-CHILDREN       TO WS-CHILDREN-REASSIGNED.
050050     IF WS-MODE-UPDATE
050060         EXEC SQL
050070             ROLLBACK TO SAVEPOINT DEPTPKG
050080         END-EXEC
050090         IF SQLCODE NOT = ZERO
050100             DISPLAY 'DEPTMNT - ROLLBACK TO SAVEPOINT FAILED, '
050110                 'SQLCODE = ' SQLCODE
050120             MOVE 16 TO RETURN-CODE
050130             GO TO 9999-ABEND
050140         END-IF
050150         EXEC SQL
050160             RELEASE SAVEPOINT DEPTPKG
050170         END-EXEC
050180     END-IF.
050190 3300-PROVE-PACKAGE-EXIT.
050200     EXIT.
050210*****************************************************************
050220*  3310-PROVE-ONE-MEMBER                                        *
050230*****************************************************************
050240 3310-PROVE-ONE-MEMBER.
050250     MOVE WS-PKG-TRANSACTION(KT-IDX) TO DEPT-MAINT-TRAN-REC.
050260     MOVE WS-PKG-APPROVER-ID(KT-IDX) TO WS-APPROVER-ID.
050270     PERFORM 2200-EDIT-TRANSACTION
050280         THRU 2200-EDIT-TRANSACTION-EXIT.
050290     IF WS-RECORD-INVALID
050300         SET WS-PKG-BLOCK-IDX      TO KT-IDX
050310         MOVE WS-REJECT-CODE       TO WS-PKG-REJECT-CODE
050320         MOVE WS-REJECT-TEXT       TO WS-PKG-REJECT-TEXT
050330         GO TO 3310-PROVE-ONE-MEMBER-EXIT
050340     END-IF.
050350     IF WS-HOLD-FOR-APPROVAL
050360         SET WS-PKG-NEEDS-APPROVAL TO TRUE
050370     END-IF.
050380     PERFORM 2300-APPLY-TRANSACTION
050390         THRU 2300-APPLY-TRANSACTION-EXIT.
050400 3310-PROVE-ONE-MEMBER-EXIT.
050410     EXIT.
050420*****************************************************************
050430*  3400-POST-PACKAGE                                            *
050440*  THE PACKAGE PROVED CLEAN AND NEEDS NO SECOND SIGNATURE:       *
050450*  POST EVERY MEMBER FOR REAL, AUDIT LINES AND ALL.              *
050460*****************************************************************
050470 3400-POST-PACKAGE.
050480     SET WS-PKG-POSTING TO TRUE.
050490     PERFORM 3410-POST-ONE-MEMBER
050500         THRU 3410-POST-ONE-MEMBER-EXIT
050510         VARYING KT-IDX FROM 1 BY 1
050520         UNTIL KT-IDX > WS-PKG-MEMBER-COUNT.
050530     SET WS-PKG-NOT-ACTIVE TO TRUE.
050540     MOVE 'POSTED'             TO WS-PKG-OUTCOME.
050550     ADD 1 TO WS-PKGS-POSTED.
050560 3400-POST-PACKAGE-EXIT.
050570     EXIT.
050580*****************************************************************
050590*  3410-POST-ONE-MEMBER                                         *
050600*****************************************************************
050610 3410-POST-ONE-MEMBER.
050620     MOVE WS-PKG-TRANSACTION(KT-IDX) TO DEPT-MAINT-TRAN-REC.
050630     MOVE WS-PKG-APPROVER-ID(KT-IDX) TO WS-APPROVER-ID.
050640     PERFORM 2200-EDIT-TRANSACTION
050650         THRU 2200-EDIT-TRANSACTION-EXIT.
050660     IF WS-RECORD-INVALID
050670         PERFORM 2900-WRITE-REJECT
050680             THRU 2900-WRITE-REJECT-EXIT
050690     END-IF.
050700     PERFORM 2300-APPLY-TRANSACTION
050710         THRU 2300-APPLY-TRANSACTION-EXIT.
050720     PERFORM 2920-WRITE-WARNINGS
050730         THRU 2920-WRITE-WARNINGS-EXIT.
050740     MOVE 'POSTED'             TO WS-PKG-MBR-STATUS(KT-IDX).
050750 3410-POST-ONE-MEMBER-EXIT.
050760     EXIT.
050770*****************************************************************
050780*  3500-SUSPEND-PACKAGE                                         *
050790*  EVERY MEMBER GOES TO THE REJECT FILE, AND SO TO SUSPENSE,     *
050800*  WITH ITS PACKAGE ID: THE BLOCKING MEMBER WITH ITS OWN REASON  *
050810*  AND THE REST WITH E120.                                       *
050820*****************************************************************
050830 3500-SUSPEND-PACKAGE.
050840     PERFORM 3510-SUSPEND-ONE-MEMBER
050850         THRU 3510-SUSPEND-ONE-MEMBER-EXIT
050860         VARYING KT-IDX FROM 1 BY 1
050870         UNTIL KT-IDX > WS-PKG-MEMBER-COUNT.
050880     MOVE 'SUSPENDED'          TO WS-PKG-OUTCOME.
050890     ADD 1 TO WS-PKGS-SUSPENDED.
050900 3500-SUSPEND-PACKAGE-EXIT.
050910     EXIT.
050920*****************************************************************
050930*  3510-SUSPEND-ONE-MEMBER                                      *
050940*****************************************************************
050950 3510-SUSPEND-ONE-MEMBER.
050960     MOVE WS-PKG-TRANSACTION(KT-IDX) TO DEPT-MAINT-TRAN-REC.
050970     IF KT-IDX = WS-PKG-BLOCK-IDX
050980         MOVE WS-PKG-REJECT-CODE   TO WS-REJECT-CODE
050990         MOVE WS-PKG-REJECT-TEXT   TO WS-REJECT-TEXT
051000         MOVE 'BLOCKER'            TO WS-PKG-MBR-STATUS(KT-IDX)
051010     ELSE
051020         MOVE 'E120'               TO WS-REJECT-CODE
051030         MOVE 'PACKAGE BLOCKED BY ANOTHER MEMBER'
051040                                   TO WS-REJECT-TEXT
051050         MOVE 'BLOCKED'            TO WS-PKG-MBR-STATUS(KT-IDX)
051060     END-IF.
051070     PERFORM 2900-WRITE-REJECT
051080         THRU 2900-WRITE-REJECT-EXIT.
051090 3510-SUSPEND-ONE-MEMBER-EXIT.
051100     EXIT.
051110*****************************************************************
051120*  3600-HOLD-PACKAGE                                            *
051130*  EVERY MEMBER IS HELD, EVEN THOSE THAT ALONE WOULD NOT NEED A  *
051140*  SECOND SIGNATURE.  THE APPROVAL RUN RELEASES THE PACKAGE      *
051150*  ONLY WHEN EVERY MEMBER HAS BEEN APPROVED.                     *
051160*****************************************************************
051170 3600-HOLD-PACKAGE.
051180     PERFORM 3610-HOLD-ONE-MEMBER
051190         THRU 3610-HOLD-ONE-MEMBER-EXIT
051200         VARYING KT-IDX FROM 1 BY 1
051210         UNTIL KT-IDX > WS-PKG-MEMBER-COUNT.
051220     MOVE 'HELD'               TO WS-PKG-OUTCOME.
051230     ADD 1 TO WS-PKGS-HELD.
051240 3600-HOLD-PACKAGE-EXIT.
051250     EXIT.
051260*****************************************************************
051270*  3610-HOLD-ONE-MEMBER                                         *
051280*****************************************************************
051290 3610-HOLD-ONE-MEMBER.
051300     MOVE WS-PKG-TRANSACTION(KT-IDX) TO DEPT-MAINT-TRAN-REC.
051310     PERFORM 2800-HOLD-FOR-APPROVAL
051320         THRU 2800-HOLD-FOR-APPROVAL-EXIT.
051330     MOVE 'HELD'               TO WS-PKG-MBR-STATUS(KT-IDX).
051340 3610-HOLD-ONE-MEMBER-EXIT.
051350     EXIT.
051360*****************************************************************
051370*  3700-REPORT-PACKAGE                                          *
051380*  ONE SUMMARY LINE NAMING THE BLOCKING MEMBER, IF ANY, THEN     *
051390*  ONE LINE PER MEMBER.                                          *
051400*****************************************************************
051410 3700-REPORT-PACKAGE.
051420     MOVE SPACE                TO DEPT-PACKAGE-RPT-REC.
051430     MOVE WS-PKG-ID            TO PK-PACKAGE-ID.
051440     MOVE WS-PKG-OUTCOME       TO PK-PACKAGE-STATUS.
051450     MOVE WS-PKG-MEMBER-COUNT  TO PK-MEMBER-NO.
051460     MOVE '*PACKAGE*'          TO PK-MEMBER-STATUS.
051470     IF WS-PKG-BLOCK-IDX > ZERO
051480         MOVE WS-PKG-TRANSACTION(WS-PKG-BLOCK-IDX)
051490                               TO DEPT-MAINT-TRAN-REC
051500         MOVE MT-TRANCODE      TO PK-TRANCODE
051510         MOVE MT-DEPTNO        TO PK-DEPTNO
051520         MOVE MT-USERID        TO PK-USERID
051530         MOVE WS-PKG-REJECT-CODE TO PK-REASON-CODE
051540         MOVE WS-PKG-REJECT-TEXT TO PK-REASON-TEXT
051550     END-IF.
051560     PERFORM 3750-WRITE-PACKAGE-LINE
051570         THRU 3750-WRITE-PACKAGE-LINE-EXIT.
051580     PERFORM 3710-REPORT-ONE-MEMBER
051590         THRU 3710-REPORT-ONE-MEMBER-EXIT
051600         VARYING KT-IDX FROM 1 BY 1
051610         UNTIL KT-IDX > WS-PKG-MEMBER-COUNT.
051620     MOVE SPACE                TO DEPT-PACKAGE-RPT-REC.
051630     PERFORM 3750-WRITE-PACKAGE-LINE
051640         THRU 3750-WRITE-PACKAGE-LINE-EXIT.
051650 3700-REPORT-PACKAGE-EXIT.
051660     EXIT.
051670*****************************************************************
051680*  3710-REPORT-ONE-MEMBER                                       *
051690*****************************************************************
051700 3710-REPORT-ONE-MEMBER.
051710     MOVE WS-PKG-TRANSACTION(KT-IDX) TO DEPT-MAINT-TRAN-REC.
051720     MOVE SPACE                TO DEPT-PACKAGE-RPT-REC.
051730     MOVE WS-PKG-ID            TO PK-PACKAGE-ID.
051740     MOVE WS-PKG-OUTCOME       TO PK-PACKAGE-STATUS.
051750     SET PK-MEMBER-NO          TO KT-IDX.
051760     MOVE MT-TRANCODE          TO PK-TRANCODE.
051770     MOVE MT-DEPTNO            TO PK-DEPTNO.
051780     MOVE MT-USERID            TO PK-USERID.
051790     MOVE WS-PKG-MBR-STATUS(KT-IDX) TO PK-MEMBER-STATUS.
051800     IF KT-IDX = WS-PKG-BLOCK-IDX
051810         MOVE WS-PKG-REJECT-CODE TO PK-REASON-CODE
051820         MOVE WS-PKG-REJECT-TEXT TO PK-REASON-TEXT
051830     END-IF.
051840     PERFORM 3750-WRITE-PACKAGE-LINE
051850         THRU 3750-WRITE-PACKAGE-LINE-EXIT.
051860 3710-REPORT-ONE-MEMBER-EXIT.
051870     EXIT.
051880*****************************************************************
051890*  3750-WRITE-PACKAGE-LINE                                      *
051900*****************************************************************
051910 3750-WRITE-PACKAGE-LINE.
051920     WRITE DEPT-PACKAGE-RPT-REC.
051930     IF WS-DEPTMNPK-STATUS NOT = '00'
051940         DISPLAY 'DEPTMNT - WRITE FAILED FOR DEPTMNPK - STATUS = '
051950             WS-DEPTMNPK-STATUS
051960         MOVE 16 TO RETURN-CODE
051970         GO TO 9999-ABEND
051980     END-IF.
051990 3750-WRITE-PACKAGE-LINE-EXIT.
052000     EXIT.
