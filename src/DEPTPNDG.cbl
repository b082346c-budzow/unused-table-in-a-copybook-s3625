002430*                  AREA -- THE RELEASE PASS RUNS BEFORE THAT     *
002440*                  FILE IS OPENED, AND AN FD RECORD AREA IS NOT  *
002450*                  RELIABLY ADDRESSABLE BEFORE OPEN.             *
002451* 10/15/2026  RH   REORGANIZATION PACKAGES.  CARDS SHARING A     *
002452*                  PACKAGE ID ARE EDITED AS A UNIT: A PRE-SCAN   *
002453*                  OF THE DECK FINDS ANY BAD MEMBER, A MEMBER    *
002454*                  OUT OF STEP ON EFFECTIVE DATE (E306), A       *
002455*                  PACKAGE SPLIT ACROSS THE DECK (E307), OR AN   *
002456*                  ID ALREADY ON THE PENDING MASTER (E308), AND  *
002457*                  THEN EVERY MEMBER OF SUCH A PACKAGE IS        *
002458*                  REJECTED -- THE OTHERS WITH E309.  THE        *
002459*                  PACKAGE ID RIDES THROUGH TO DEPTPREL, AND     *
002460*                  DEPTPNPK REPORTS EACH PACKAGE AND ITS         *
002461*                  MEMBERS.                                      *
002462* 10/15/2026  RH   AN ADD IS NOW EDITED AT ENTRY AGAINST THE     *
002463*                  DEPTNO NUMBER REGISTRY (DEPTNREG): THE DEPTNO *
002464*                  MUST BE IN A DIVISION'S RANGE (E310), NOT     *
002465*                  STILL ACTIVE (E311), PAST ITS COOLING-OFF     *
002466*                  PERIOD ON THE EFFECTIVE DATE (E312), AND IN   *
002467*                  THE SAME DIVISION AS ITS ADMRDEPT (E313).     *
002468* 10/15/2026  RH   EDITS NOW HONOR THE SHARED EDIT-RULE FILE     *
002469*                  (DEPTERUL): A CODE MAY BE SET TO REJECT, POST *
002470*                  WITH A WARNING, OR IGNORE, WITH OPTIONAL      *
002471*                  EFFECTIVE DATES AND ITS OWN MESSAGE TEXT, AS  *
002472*                  OF THE ENTRY DATE.  WARNINGS GO OUT ON        *
002473*                  DEPTPNWX FOR DEPTEXCM WHEN THE CARD IS FILED  *
002474*                  OR RELEASED.  THE KEY, TRANCODE, USERID,      *
002475*                  DATE AND PACKAGE CODES ALWAYS REJECT.         *
002500*****************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
004700     SELECT DEPTPNDL ASSIGN TO "DEPTPNDL"
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-DEPTPNDL-STATUS.
004905     SELECT DEPTPNPK ASSIGN TO "DEPTPNPK"
004910         ORGANIZATION IS SEQUENTIAL
004915         FILE STATUS IS WS-DEPTPNPK-STATUS.
004920     SELECT DEPTNREG ASSIGN TO "DEPTNREG"
004925         ORGANIZATION IS SEQUENTIAL
004930         FILE STATUS IS WS-DEPTNREG-STATUS.
004935     SELECT DEPTERUL ASSIGN TO "DEPTERUL"
004940         ORGANIZATION IS SEQUENTIAL
004945         FILE STATUS IS WS-DEPTERUL-STATUS.
004950     SELECT DEPTPNWX ASSIGN TO "DEPTPNWX"
004955         ORGANIZATION IS SEQUENTIAL
004960         FILE STATUS IS WS-DEPTPNWX-STATUS.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  DEPTPNEW
005594               ==PD-COSTCTR==       BY ==PN-COSTCTR==
005595               ==PD-BUDGCODE==      BY ==PN-BUDGCODE==
005596               ==PD-EFF-DATE==      BY ==PN-EFF-DATE==
005597               ==PD-ENTRY-DATE==    BY ==PN-ENTRY-DATE==
005599               ==PD-PACKAGE-ID==    BY ==PN-PACKAGE-ID==.
005600 FD  DEPTPDIN
005700     RECORDING MODE IS F
005800     LABEL RECORDS ARE STANDARD.
007200               ==PD-COSTCTR==       BY ==PI-COSTCTR==
007300               ==PD-BUDGCODE==      BY ==PI-BUDGCODE==
007400               ==PD-EFF-DATE==      BY ==PI-EFF-DATE==
007500               ==PD-ENTRY-DATE==    BY ==PI-ENTRY-DATE==
007510               ==PD-PACKAGE-ID==    BY ==PI-PACKAGE-ID==.
007600 FD  DEPTPDOT
007700     RECORDING MODE IS F
007800     LABEL RECORDS ARE STANDARD.
009200               ==PD-COSTCTR==       BY ==PO-COSTCTR==
009300               ==PD-BUDGCODE==      BY ==PO-BUDGCODE==
009400               ==PD-EFF-DATE==      BY ==PO-EFF-DATE==
009500               ==PD-ENTRY-DATE==    BY ==PO-ENTRY-DATE==
009510               ==PD-PACKAGE-ID==    BY ==PO-PACKAGE-ID==.
009600 FD  DEPTPREL
009700     RECORDING MODE IS F
009800     LABEL RECORDS ARE STANDARD.
010500     RECORDING MODE IS F
010600     LABEL RECORDS ARE STANDARD.
010700 COPY DEPT-PENDING-RPT-REC.
010705 FD  DEPTPNPK
010710     RECORDING MODE IS F
010715     LABEL RECORDS ARE STANDARD.
010720 COPY DEPT-PACKAGE-RPT-REC.
010725 FD  DEPTNREG
010730     RECORDING MODE IS F
010735     LABEL RECORDS ARE STANDARD.
010740 COPY DEPT-NUMBER-REG-REC.
010745 FD  DEPTERUL
010750     RECORDING MODE IS F
010755     LABEL RECORDS ARE STANDARD.
010760 COPY DEPT-EDIT-RULE-REC.
010765 FD  DEPTPNWX
010770     RECORDING MODE IS F
010775     LABEL RECORDS ARE STANDARD.
010780 COPY DEPT-EXCEPTION-REC.
010800 WORKING-STORAGE SECTION.
010810*****************************************************************
010820*  SHARED WORK RECORD.  BOTH PASSES FILL AND READ THIS COPY --   *
012400 77  WS-REJECT-CODE           PIC X(04) VALUE SPACE.
012500 77  WS-REJECT-TEXT           PIC X(40) VALUE SPACE.
012600*****************************************************************
012601*  REORGANIZATION PACKAGES.  WS-PKG-MASTER-TABLE HOLDS EVERY     *
012602*  PACKAGE ID SEEN ON THE OLD PENDING MASTER, SO TONIGHT'S DECK  *
012603*  CANNOT ADD MEMBERS TO A PACKAGE ALREADY FILED.  WS-PKG-TABLE  *
012604*  IS BUILT BY THE PRE-SCAN OF THE DECK: ONE ENTRY PER PACKAGE,  *
012605*  WITH THE CARD NUMBER (WS-CARDS-READ) OF ITS FIRST AND LAST    *
012606*  MEMBERS AND OF THE MEMBER THAT BLOCKS IT, IF ANY.  THE MAIN   *
012607*  PASS THEN KNOWS THE FATE OF A PACKAGE AT ITS FIRST CARD.      *
012608*****************************************************************
012609 77  WS-PKG-IDX               PIC 9(05) COMP VALUE ZERO.
012610 77  WS-PKG-MBR-STATUS        PIC X(09) VALUE SPACE.
012611 77  WS-PKGS-FILED            PIC 9(09) COMP VALUE ZERO.
012612 77  WS-PKGS-RELEASED         PIC 9(09) COMP VALUE ZERO.
012613 77  WS-PKGS-REJECTED         PIC 9(09) COMP VALUE ZERO.
012614 77  WS-PKG-FOUND-SWITCH      PIC X(01) VALUE 'N'.
012615     88  WS-PKG-FOUND             VALUE 'Y'.
012616     88  WS-PKG-NOT-FOUND         VALUE 'N'.
012617 01  WS-PKG-MASTER-TABLE.
012618     05  WS-PKG-MASTER-COUNT     PIC 9(05) COMP VALUE ZERO.
012619     05  WS-PKG-MASTER-ENTRY
012620             OCCURS 1 TO 2000 TIMES
012621             DEPENDING ON WS-PKG-MASTER-COUNT
012622             INDEXED BY KM-IDX.
012623         10  WS-PKG-MASTER-ID    PIC X(06).
012624 01  WS-PKG-TABLE.
012625     05  WS-PKG-COUNT            PIC 9(05) COMP VALUE ZERO.
012626     05  WS-PKG-ENTRY
012627             OCCURS 1 TO 500 TIMES
012628             DEPENDING ON WS-PKG-COUNT
012629             INDEXED BY KP-IDX.
012630         10  WS-PKG-ID           PIC X(06).
012631         10  WS-PKG-EFF-DATE     PIC X(08).
012632         10  WS-PKG-MEMBERS      PIC 9(05) COMP.
012633         10  WS-PKG-MEMBERS-DONE
012634                                 PIC 9(05) COMP.
012635         10  WS-PKG-FIRST-SEQ    PIC 9(09) COMP.
012636         10  WS-PKG-LAST-SEQ     PIC 9(09) COMP.
012637         10  WS-PKG-BLOCK-SEQ    PIC 9(09) COMP.
012638         10  WS-PKG-BLOCK-TRANCODE
012639                                 PIC X(01).
012640         10  WS-PKG-BLOCK-DEPTNO PIC X(03).
012641         10  WS-PKG-BLOCK-USERID PIC X(08).
012642         10  WS-PKG-BLOCK-CODE   PIC X(04).
012643         10  WS-PKG-BLOCK-TEXT   PIC X(40).
012644*****************************************************************
012645*  NUMBER-REGISTRY EDIT WORKING FIELDS.  THE DEPTNO NUMBER       *
012646*  REGISTRY IS LOADED AT START-UP SO EVERY NEW DEPTNO CAN BE     *
012647*  EDITED AGAINST ITS DIVISION'S RANGE AND THE CODE'S STATUS.    *
012648*****************************************************************
012649 77  WS-DEPTNREG-STATUS       PIC X(02) VALUE SPACE.
012650 77  WS-DEPTNREG-EOF-SWITCH   PIC X(01) VALUE 'N'.
012651     88  WS-EOF-DEPTNREG          VALUE 'Y'.
012652     88  WS-NOT-EOF-DEPTNREG      VALUE 'N'.
012653 77  WS-NREG-FOUND-SWITCH     PIC X(01) VALUE 'N'.
012654     88  WS-NREG-FOUND            VALUE 'Y'.
012655     88  WS-NREG-NOT-FOUND        VALUE 'N'.
012656 77  WS-NREG-FIND-DEPTNO      PIC X(03) VALUE SPACE.
012657 77  WS-NREG-DIVISION         PIC X(03) VALUE SPACE.
012658 COPY DEPT-NREG-TABLE.
012659*****************************************************************
012660*  EDIT-RULE WORKING FIELDS.  THE SHARED EDIT-RULE FILE IS       *
012661*  LOADED AT START-UP SO EACH EDIT THAT FAILS CAN BE REJECTED,   *
012662*  POSTED WITH A WARNING, OR IGNORED AS THE RULE IN FORCE        *
012663*  SAYS.  WARNINGS GO TO DEPTPNWX FOR THE EXCEPTION MASTER.      *
012664*****************************************************************
012665 77  WS-DEPTERUL-STATUS       PIC X(02) VALUE SPACE.
012666 77  WS-DEPTPNWX-STATUS       PIC X(02) VALUE SPACE.
012667 77  WS-DEPTERUL-EOF-SWITCH   PIC X(01) VALUE 'N'.
012668     88  WS-EOF-DEPTERUL          VALUE 'Y'.
012669     88  WS-NOT-EOF-DEPTERUL      VALUE 'N'.
012670 77  WS-RULE-FOUND-SWITCH     PIC X(01) VALUE 'N'.
012671     88  WS-RULE-FOUND            VALUE 'Y'.
012672     88  WS-RULE-NOT-FOUND        VALUE 'N'.
012673 77  WS-RULE-IDX              PIC 9(05) COMP VALUE ZERO.
012674 77  WS-EDIT-WARNINGS         PIC 9(09) COMP VALUE ZERO.
012675 COPY DEPT-EDIT-RULE-TABLE.
012676*****************************************************************
012700*  FILE-STATUS FIELDS.  STATUS '35' ON DEPTPDIN OR DEPTPNEW IS   *
012800*  NOT AN ERROR -- AN ABSENT PENDING MASTER JUST MEANS NOTHING   *
012900*  HAS EVER BEEN KEYED AHEAD, AND AN ABSENT CARD FILE MEANS      *
013500 77  WS-DEPTPREL-STATUS       PIC X(02) VALUE SPACE.
013600 77  WS-DEPTPNRJ-STATUS       PIC X(02) VALUE SPACE.
013700 77  WS-DEPTPNDL-STATUS       PIC X(02) VALUE SPACE.
013710 77  WS-DEPTPNPK-STATUS       PIC X(02) VALUE SPACE.
013800 PROCEDURE DIVISION.
013900*****************************************************************
014000*  0000-MAINLINE                                                *
015400     STOP RUN.
015500*****************************************************************
015600*  1000-INITIALIZE                                              *
015700*  STAMPS THE RUN DATE, OPENS THE OUTPUT FILES, LOADS THE NUMBER *
015800*  REGISTRY AND EDIT RULES, AND WRITES THE LISTING HEADINGS.     *
015900*****************************************************************
016000 1000-INITIALIZE.
016100     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
018700         MOVE 16 TO RETURN-CODE
018800         GO TO 9999-ABEND
018900     END-IF.
018905     OPEN OUTPUT DEPTPNPK.
018910     IF WS-DEPTPNPK-STATUS NOT = '00'
018915         DISPLAY 'DEPTPNDG - OPEN FAILED FOR DEPTPNPK, STATUS = '
018920             WS-DEPTPNPK-STATUS
018925         MOVE 16 TO RETURN-CODE
018930         GO TO 9999-ABEND
018935     END-IF.
018940     OPEN OUTPUT DEPTPNWX.
018945     IF WS-DEPTPNWX-STATUS NOT = '00'
018950         DISPLAY 'DEPTPNDG - OPEN FAILED FOR DEPTPNWX, STATUS = '
018955             WS-DEPTPNWX-STATUS
018960         MOVE 16 TO RETURN-CODE
018965         GO TO 9999-ABEND
018970     END-IF.
018975     PERFORM 1200-LOAD-NUMBER-REG
018980         THRU 1200-LOAD-NUMBER-REG-EXIT.
018985     PERFORM 1300-LOAD-EDIT-RULES
018990         THRU 1300-LOAD-EDIT-RULES-EXIT.
019000     PERFORM 1100-WRITE-HEADINGS
019100         THRU 1100-WRITE-HEADINGS-EXIT.
019200 1000-INITIALIZE-EXIT.
020600     WRITE DEPT-PENDING-RPT-REC.
020700     MOVE SPACE TO DEPT-PENDING-RPT-REC.
020800     WRITE DEPT-PENDING-RPT-REC.
020805     MOVE SPACE TO DEPT-PACKAGE-RPT-REC.
020810     MOVE 'PKG ID'             TO PK-PACKAGE-ID.
020815     MOVE 'PKG STAT'           TO PK-PACKAGE-STATUS.
020820     MOVE 'T'                  TO PK-TRANCODE.
020825     MOVE 'DNO'                TO PK-DEPTNO.
020830     MOVE 'USERID'             TO PK-USERID.
020835     MOVE 'MBR STAT'           TO PK-MEMBER-STATUS.
020840     MOVE 'CODE'               TO PK-REASON-CODE.
020845     MOVE 'REASON'             TO PK-REASON-TEXT.
020850     WRITE DEPT-PACKAGE-RPT-REC.
020855     MOVE SPACE TO DEPT-PACKAGE-RPT-REC.
020860     WRITE DEPT-PACKAGE-RPT-REC.
020900 1100-WRITE-HEADINGS-EXIT.
021000     EXIT.
021100*****************************************************************
025700*****************************************************************
025800 2200-JUDGE-ONE-PENDING.
025900     MOVE DEPT-PEND-IN-REC TO DEPT-PENDING-TRAN-REC.
025910     IF PD-PACKAGE-ID NOT = SPACES
025920         PERFORM 2300-NOTE-MASTER-PACKAGE
025930             THRU 2300-NOTE-MASTER-PACKAGE-EXIT
025940     END-IF.
026000     IF PD-EFF-DATE <= WS-TODAY
026100         PERFORM 2500-RELEASE-TRANSACTION
026200             THRU 2500-RELEASE-TRANSACTION-EXIT
026700     PERFORM 2100-READ-OLD-MASTER
026800         THRU 2100-READ-OLD-MASTER-EXIT.
026900 2200-JUDGE-ONE-PENDING-EXIT.
026902     EXIT.
026904*****************************************************************
026906*  2300-NOTE-MASTER-PACKAGE                                     *
026908*  THE MEMBERS OF A PACKAGE FOLLOW ONE ANOTHER ON THE MASTER,    *
026910*  SO ONLY A CHANGE OF PACKAGE ID NEEDS A NEW ENTRY.             *
026912*****************************************************************
026914 2300-NOTE-MASTER-PACKAGE.
026916     IF WS-PKG-MASTER-COUNT > ZERO
026918         IF WS-PKG-MASTER-ID(WS-PKG-MASTER-COUNT) = PD-PACKAGE-ID
026920             GO TO 2300-NOTE-MASTER-PACKAGE-EXIT
026922         END-IF
026924     END-IF.
026926     IF WS-PKG-MASTER-COUNT >= 2000
026928         DISPLAY 'DEPTPNDG - MASTER PACKAGE TABLE FULL AT 2000'
026930         MOVE 16 TO RETURN-CODE
026932         GO TO 9999-ABEND
026934     END-IF.
026936     ADD 1 TO WS-PKG-MASTER-COUNT.
026938     MOVE PD-PACKAGE-ID TO WS-PKG-MASTER-ID(WS-PKG-MASTER-COUNT).
026940 2300-NOTE-MASTER-PACKAGE-EXIT.
027000     EXIT.
027100*****************************************************************
027200*  2500-RELEASE-TRANSACTION                                     *
028500     MOVE PD-USERID            TO MT-USERID.
028600     MOVE PD-COSTCTR           TO MT-COSTCTR.
028700     MOVE PD-BUDGCODE          TO MT-BUDGCODE.
028710     MOVE PD-PACKAGE-ID        TO MT-PACKAGE-ID.
028800     WRITE DEPT-MAINT-TRAN-REC.
028900     ADD 1 TO WS-RELEASED-COUNT.
029000     MOVE 'RELEASED'           TO PL-STATUS-TEXT.
032500*  ONCE (EFFECTIVE TODAY OR EARLIER) OR FILED ON THE PENDING     *
032600*  MASTER; A BAD CARD IS REJECTED TONIGHT, WEEKS BEFORE ITS      *
032700*  EFFECTIVE DATE.                                               *
032710*  THE DECK IS READ TWICE.  THE FIRST READ ONLY EDITS THE        *
032720*  PACKAGE CARDS AND BUILDS WS-PKG-TABLE; THE SECOND DOES THE    *
032730*  WORK, SO NO MEMBER OF A BLOCKED PACKAGE IS EVER FILED.        *
032800*****************************************************************
032900 3000-ENTRY-PASS.
033000     OPEN INPUT DEPTPNEW.
033700         MOVE 16 TO RETURN-CODE
033800         GO TO 9999-ABEND
033900     END-IF.
033905     SET WS-NOT-EOF-FILE TO TRUE.
033910     PERFORM 3100-READ-NEW-CARD
033915         THRU 3100-READ-NEW-CARD-EXIT.
033920     PERFORM 3200-PRESCAN-ONE-CARD
033925         THRU 3200-PRESCAN-ONE-CARD-EXIT
033930         UNTIL WS-EOF-FILE.
033935     CLOSE DEPTPNEW.
033940     OPEN INPUT DEPTPNEW.
033945     IF WS-DEPTPNEW-STATUS NOT = '00'
033950         DISPLAY 'DEPTPNDG - REOPEN FAILED FOR DEPTPNEW, '
033955             'STATUS = ' WS-DEPTPNEW-STATUS
033960         MOVE 16 TO RETURN-CODE
033965         GO TO 9999-ABEND
033970     END-IF.
033975     MOVE ZERO TO WS-CARDS-READ.
034000     SET WS-NOT-EOF-FILE TO TRUE.
034100     PERFORM 3100-READ-NEW-CARD
034200         THRU 3100-READ-NEW-CARD-EXIT.
036900*****************************************************************
037000 3300-PROCESS-ONE-CARD.
037010     MOVE DEPT-PNEW-REC TO DEPT-PENDING-TRAN-REC.
037020     IF PD-PACKAGE-ID NOT = SPACES
037030         PERFORM 3500-PROCESS-PACKAGE-CARD
037040             THRU 3500-PROCESS-PACKAGE-CARD-EXIT
037050         GO TO 3300-PROCESS-NEXT
037060     END-IF.
037100     PERFORM 3400-EDIT-CARD
037200         THRU 3400-EDIT-CARD-EXIT.
037300     IF WS-RECORD-VALID
037900             PERFORM 2600-CARRY-TRANSACTION
038000                 THRU 2600-CARRY-TRANSACTION-EXIT
038100         END-IF
038110         PERFORM 3950-WRITE-WARNINGS
038120             THRU 3950-WRITE-WARNINGS-EXIT
038200     ELSE
038300         PERFORM 3900-WRITE-REJECT
038400             THRU 3900-WRITE-REJECT-EXIT
038500     END-IF.
038510 3300-PROCESS-NEXT.
038600     PERFORM 3100-READ-NEW-CARD
038700         THRU 3100-READ-NEW-CARD-EXIT.
038800 3300-PROCESS-ONE-CARD-EXIT.
039900     SET WS-RECORD-VALID TO TRUE.
040000     MOVE SPACE TO WS-REJECT-CODE.
040100     MOVE SPACE TO WS-REJECT-TEXT.
040110     MOVE ZERO TO EW-ENTRY-COUNT.
040200     IF PD-DEPTNO = SPACES
040300         SET WS-RECORD-INVALID TO TRUE
040400         MOVE 'E301' TO WS-REJECT-CODE
043200     END-IF.
043300     IF WS-RECORD-VALID AND PD-TRAN-ADD
043400             AND (PD-DEPTNAME = SPACES OR PD-ADMRDEPT = SPACES)
043600         MOVE 'E305' TO WS-REJECT-CODE
043700         MOVE 'MISSING DEPTNAME OR ADMRDEPT' TO WS-REJECT-TEXT
043710         PERFORM 3430-APPLY-EDIT-RULE
043720             THRU 3430-APPLY-EDIT-RULE-EXIT
043730     END-IF.
043740     IF WS-RECORD-VALID AND PD-TRAN-ADD
043750         PERFORM 3450-VALIDATE-NUMBER-REG
043760             THRU 3450-VALIDATE-NUMBER-REG-EXIT
043800     END-IF.
043900 3400-EDIT-CARD-EXIT.
044000     EXIT.
044300*  COMMON REJECT LINE, SAME OFFSETS AS THE POSTING STREAMS USE.  *
044400*****************************************************************
044500 3900-WRITE-REJECT.
044510     MOVE ZERO TO EW-ENTRY-COUNT.
044600     MOVE SPACE                 TO DEPT-REJECT-REC.
044700     MOVE PD-DEPTNO             TO RJ-DEPTNO.
044800     MOVE PD-DEPTNO             TO RJ-INPUT-DATA(1:3).
045300     MOVE PD-COSTCTR            TO RJ-INPUT-DATA(65:6).
045400     MOVE PD-BUDGCODE           TO RJ-INPUT-DATA(71:4).
045500     MOVE PD-TRANCODE           TO RJ-TRANCODE.
045510     MOVE PD-PACKAGE-ID         TO RJ-PACKAGE-ID.
045600     MOVE WS-REJECT-CODE        TO RJ-REASON-CODE.
045700     MOVE WS-REJECT-TEXT        TO RJ-REASON-TEXT.
045800     WRITE DEPT-REJECT-REC.
045900     ADD 1 TO WS-CARDS-REJECTED.
046000 3900-WRITE-REJECT-EXIT.
046002     EXIT.
046004*****************************************************************
046006*  3950-WRITE-WARNINGS                                           *
046008*  WRITES ONE LINE TO DEPTPNWX FOR EACH EDIT THE RECORD JUST     *
046010*  POSTED OVER UNDER A WARNING RULE, SO DEPTEXCM CARRIES IT ON   *
046012*  THE EXCEPTION MASTER.  THE REFERENCE IS THE EDIT CODE.        *
046014*****************************************************************
046016 3950-WRITE-WARNINGS.
046018     IF EW-ENTRY-COUNT > ZERO
046020         PERFORM 3955-WRITE-ONE-WARNING
046022             THRU 3955-WRITE-ONE-WARNING-EXIT
046024             VARYING EW-IDX FROM 1 BY 1
046026             UNTIL EW-IDX > EW-ENTRY-COUNT
046028     END-IF.
046030     MOVE ZERO TO EW-ENTRY-COUNT.
046032 3950-WRITE-WARNINGS-EXIT.
046034     EXIT.
046036 3955-WRITE-ONE-WARNING.
046038     MOVE SPACE            TO DEPT-EXCEPTION-REC.
046040     MOVE PD-DEPTNO       TO EX-DEPTNO.
046042     MOVE EW-CODE(EW-IDX)  TO EX-REF-VALUE.
046044     MOVE 'EDIT-WARN'      TO EX-EXCEPTION-TYPE.
046046     MOVE EW-TEXT(EW-IDX)  TO EX-EXCEPTION-TEXT.
046048     WRITE DEPT-EXCEPTION-REC.
046050     IF WS-DEPTPNWX-STATUS NOT = '00'
046052         DISPLAY 'DEPTPNDG - WRITE FAILED FOR DEPTPNWX, STATUS = '
046054             WS-DEPTPNWX-STATUS
046056         MOVE 16 TO RETURN-CODE
046058         GO TO 9999-ABEND
046060     END-IF.
046062     ADD 1 TO WS-EDIT-WARNINGS.
046064 3955-WRITE-ONE-WARNING-EXIT.
046100     EXIT.
046200*****************************************************************
046300*  8000-TERMINATE                                               *
046700     CLOSE DEPTPREL.
046800     CLOSE DEPTPNRJ.
046900     CLOSE DEPTPNDL.
046910     CLOSE DEPTPNPK.
046920     CLOSE DEPTPNWX.
047000     DISPLAY 'DEPTPNDG - PENDING TRANSACTION RUN COMPLETE'.
047100     DISPLAY 'PENDING MASTER IN     = ' WS-OLD-MASTER-READ.
047200     DISPLAY 'NEW CARDS READ        = ' WS-CARDS-READ.
047300     DISPLAY 'RELEASED TONIGHT      = ' WS-RELEASED-COUNT.
047400     DISPLAY 'STILL PENDING         = ' WS-PENDING-COUNT.
047500     DISPLAY 'CARDS REJECTED        = ' WS-CARDS-REJECTED.
047510     DISPLAY 'PACKAGES RELEASED     = ' WS-PKGS-RELEASED.
047520     DISPLAY 'PACKAGES FILED        = ' WS-PKGS-FILED.
047530     DISPLAY 'PACKAGES REJECTED     = ' WS-PKGS-REJECTED.
047540     DISPLAY 'EDIT WARNINGS         = ' WS-EDIT-WARNINGS.
047600 8000-TERMINATE-EXIT.
047700     EXIT.
047800*****************************************************************
048800     CLOSE DEPTPREL.
048900     CLOSE DEPTPNRJ.
049000     CLOSE DEPTPNDL.
049010     CLOSE DEPTPNPK.
049020     CLOSE DEPTPNWX.
049100     DISPLAY 'DEPTPNDG - ABENDING - RETURN-CODE = ' RETURN-CODE.
049200     STOP RUN.
049210*****************************************************************
049220*  1200-LOAD-NUMBER-REG                                          *
049230*  LOADS THE DEPTNO NUMBER REGISTRY INTO DEPT-NREG-TABLE.  THE   *
049240*  NEW-DEPTNO EDIT DEPENDS ON IT, SO AN ABSENT OR UNREADABLE     *
049250*  FILE ABENDS THE RUN RATHER THAN REJECTING EVERY ADD.  THE     *
049260*  LOOKUP IS A BINARY SEARCH, SO A RECORD OUT OF DEPTNO ORDER    *
049270*  ABENDS THE RUN TOO.                                           *
049280*****************************************************************
049290 1200-LOAD-NUMBER-REG.
049300     OPEN INPUT DEPTNREG.
049310     IF WS-DEPTNREG-STATUS NOT = '00'
049320         DISPLAY 'DEPTPNDG - OPEN FAILED FOR DEPTNREG, STATUS = '
049330             WS-DEPTNREG-STATUS
049340         MOVE 16 TO RETURN-CODE
049350         GO TO 9999-ABEND
049360     END-IF.
049370     MOVE ZERO TO NG-ENTRY-COUNT.
049380     PERFORM 1210-READ-DEPTNREG
049390         THRU 1210-READ-DEPTNREG-EXIT.
049400     PERFORM 1220-LOAD-ONE-NUMBER
049410         THRU 1220-LOAD-ONE-NUMBER-EXIT
049420         UNTIL WS-EOF-DEPTNREG.
049430     CLOSE DEPTNREG.
049440 1200-LOAD-NUMBER-REG-EXIT.
049450     EXIT.
049460*****************************************************************
049470*  1210-READ-DEPTNREG                                            *
049480*****************************************************************
049490 1210-READ-DEPTNREG.
049500     READ DEPTNREG
049510         AT END
049520             SET WS-EOF-DEPTNREG TO TRUE
049530     END-READ.
049540     IF NOT WS-EOF-DEPTNREG AND WS-DEPTNREG-STATUS NOT = '00'
049550         DISPLAY 'DEPTPNDG - ERROR READING DEPTNREG, STATUS = '
049560             WS-DEPTNREG-STATUS
049570         MOVE 16 TO RETURN-CODE
049580         GO TO 9999-ABEND
049590     END-IF.
049600 1210-READ-DEPTNREG-EXIT.
049610     EXIT.
049620*****************************************************************
049630*  1220-LOAD-ONE-NUMBER                                          *
049640*****************************************************************
049650 1220-LOAD-ONE-NUMBER.
049660     IF NG-ENTRY-COUNT >= NG-MAX-ENTRIES
049670         DISPLAY 'DEPTPNDG - NUMBER REGISTRY FULL AT '
049680             NG-MAX-ENTRIES ' ENTRIES'
049690         MOVE 16 TO RETURN-CODE
049700         GO TO 9999-ABEND
049710     END-IF.
049720     IF NG-ENTRY-COUNT > ZERO
049730             AND NR-DEPTNO NOT > NG-DEPTNO(NG-ENTRY-COUNT)
049740         DISPLAY 'DEPTPNDG - DEPTNREG OUT OF DEPTNO SEQUENCE AT '
049750             NR-DEPTNO
049760         MOVE 16 TO RETURN-CODE
049770         GO TO 9999-ABEND
049780     END-IF.
049790     ADD 1 TO NG-ENTRY-COUNT.
049800     MOVE NR-DEPTNO     TO NG-DEPTNO(NG-ENTRY-COUNT).
049810     MOVE NR-DIVISION   TO NG-DIVISION(NG-ENTRY-COUNT).
049820     MOVE NR-STATUS     TO NG-STATUS(NG-ENTRY-COUNT).
049830     MOVE NR-REUSE-DATE TO NG-REUSE-DATE(NG-ENTRY-COUNT).
049840     PERFORM 1210-READ-DEPTNREG
049850         THRU 1210-READ-DEPTNREG-EXIT.
049860 1220-LOAD-ONE-NUMBER-EXIT.
049870     EXIT.
049880*****************************************************************
049890*  1300-LOAD-EDIT-RULES                                          *
049900*  LOADS THE SHARED EDIT-RULE FILE INTO DEPT-EDIT-RULE-TABLE IN  *
049910*  FILE ORDER.  AN EMPTY FILE IS VALID -- EVERY EDIT THEN        *
049920*  REJECTS -- BUT AN ABSENT OR UNREADABLE ONE ABENDS THE RUN     *
049930*  RATHER THAN QUIETLY REJECTING WHAT THE RULES WOULD HAVE LET   *
049940*  THROUGH.  AN ENTRY FOR A CODE THAT ALWAYS REJECTS IS SKIPPED  *
049950*  WITH A MESSAGE.                                               *
049960*****************************************************************
049970 1300-LOAD-EDIT-RULES.
049980     OPEN INPUT DEPTERUL.
049990     IF WS-DEPTERUL-STATUS NOT = '00'
050000         DISPLAY 'DEPTPNDG - OPEN FAILED FOR DEPTERUL, STATUS = '
050010             WS-DEPTERUL-STATUS
050020         MOVE 16 TO RETURN-CODE
050030         GO TO 9999-ABEND
050040     END-IF.
050050     MOVE ZERO TO EU-ENTRY-COUNT.
050060     MOVE ZERO TO EW-ENTRY-COUNT.
050070     PERFORM 1310-READ-DEPTERUL
050080         THRU 1310-READ-DEPTERUL-EXIT.
050090     PERFORM 1320-LOAD-ONE-RULE
050100         THRU 1320-LOAD-ONE-RULE-EXIT
050110         UNTIL WS-EOF-DEPTERUL.
050120     CLOSE DEPTERUL.
050130 1300-LOAD-EDIT-RULES-EXIT.
050140     EXIT.
050150*****************************************************************
050160*  1310-READ-DEPTERUL                                            *
050170*****************************************************************
050180 1310-READ-DEPTERUL.
050190     READ DEPTERUL
050200         AT END
050210             SET WS-EOF-DEPTERUL TO TRUE
050220     END-READ.
050230     IF NOT WS-EOF-DEPTERUL AND WS-DEPTERUL-STATUS NOT = '00'
050240         DISPLAY 'DEPTPNDG - ERROR READING DEPTERUL, STATUS = '
050250             WS-DEPTERUL-STATUS
050260         MOVE 16 TO RETURN-CODE
050270         GO TO 9999-ABEND
050280     END-IF.
050290 1310-READ-DEPTERUL-EXIT.
050300     EXIT.
050310*****************************************************************
050320*  1320-LOAD-ONE-RULE                                            *
050330*****************************************************************
050340 1320-LOAD-ONE-RULE.
050350     IF ER-CODE-LOCKED
050360         DISPLAY 'DEPTPNDG - DEPTERUL ENTRY FOR ' ER-CODE
050370             ' SKIPPED - CODE ALWAYS REJECTS'
050380         GO TO 1320-NEXT-RULE
050390     END-IF.
050400     IF EU-ENTRY-COUNT >= EU-MAX-ENTRIES
050410         DISPLAY 'DEPTPNDG - EDIT-RULE TABLE FULL AT '
050420             EU-MAX-ENTRIES ' ENTRIES'
050430         MOVE 16 TO RETURN-CODE
050440         GO TO 9999-ABEND
050450     END-IF.
050460     ADD 1 TO EU-ENTRY-COUNT.
050470     MOVE ER-CODE       TO EU-CODE(EU-ENTRY-COUNT).
050480     MOVE ER-SEVERITY   TO EU-SEVERITY(EU-ENTRY-COUNT).
050490     MOVE ER-EFF-FROM   TO EU-EFF-FROM(EU-ENTRY-COUNT).
050500     MOVE ER-EFF-TO     TO EU-EFF-TO(EU-ENTRY-COUNT).
050510     MOVE ER-MESSAGE    TO EU-MESSAGE(EU-ENTRY-COUNT).
050520     MOVE ER-CHANGED-BY TO EU-CHANGED-BY(EU-ENTRY-COUNT).
050530 1320-NEXT-RULE.
050540     PERFORM 1310-READ-DEPTERUL
050550         THRU 1310-READ-DEPTERUL-EXIT.
050560 1320-LOAD-ONE-RULE-EXIT.
050570     EXIT.
050580*****************************************************************
050590*  3200-PRESCAN-ONE-CARD                                        *
050600*  THE FIRST PROBLEM FOUND IN A PACKAGE BLOCKS IT: THE MEMBER'S  *
050610*  OWN EDITS FIRST, THEN E308, E307, AND E306.  A PACKAGE'S      *
050620*  EFFECTIVE DATE IS THE ONE ON ITS FIRST CARD.                  *
050630*****************************************************************
050640 3200-PRESCAN-ONE-CARD.
050650     MOVE DEPT-PNEW-REC TO DEPT-PENDING-TRAN-REC.
050660     IF PD-PACKAGE-ID = SPACES
050670         GO TO 3200-PRESCAN-NEXT
050680     END-IF.
050690     PERFORM 3400-EDIT-CARD
050700         THRU 3400-EDIT-CARD-EXIT.
050710     PERFORM 3250-FIND-PACKAGE
050720         THRU 3250-FIND-PACKAGE-EXIT.
050730     IF WS-PKG-NOT-FOUND
050740         PERFORM 3270-ADD-PACKAGE
050750             THRU 3270-ADD-PACKAGE-EXIT
050760     END-IF.
050770     IF WS-RECORD-VALID
050780             AND WS-PKG-LAST-SEQ(WS-PKG-IDX) + 1
050790                 NOT = WS-CARDS-READ
050800         SET WS-RECORD-INVALID TO TRUE
050810         MOVE 'E307' TO WS-REJECT-CODE
050820         MOVE 'PACKAGE MEMBERS NOT TOGETHER IN THE DECK'
050830             TO WS-REJECT-TEXT
050840     END-IF.
050850     IF WS-RECORD-VALID
050860             AND PD-EFF-DATE NOT = WS-PKG-EFF-DATE(WS-PKG-IDX)
050870         SET WS-RECORD-INVALID TO TRUE
050880         MOVE 'E306' TO WS-REJECT-CODE
050890         MOVE 'PACKAGE MEMBERS DIFFER IN EFFECTIVE DATE'
050900             TO WS-REJECT-TEXT
050910     END-IF.
050920     IF WS-RECORD-INVALID
050930             AND WS-PKG-BLOCK-SEQ(WS-PKG-IDX) = ZERO
050940         MOVE WS-CARDS-READ  TO WS-PKG-BLOCK-SEQ(WS-PKG-IDX)
050950         MOVE PD-TRANCODE    TO WS-PKG-BLOCK-TRANCODE(WS-PKG-IDX)
050960         MOVE PD-DEPTNO      TO WS-PKG-BLOCK-DEPTNO(WS-PKG-IDX)
050970         MOVE PD-USERID      TO WS-PKG-BLOCK-USERID(WS-PKG-IDX)
050980         MOVE WS-REJECT-CODE TO WS-PKG-BLOCK-CODE(WS-PKG-IDX)
050990         MOVE WS-REJECT-TEXT TO WS-PKG-BLOCK-TEXT(WS-PKG-IDX)
051000     END-IF.
051010     MOVE WS-CARDS-READ      TO WS-PKG-LAST-SEQ(WS-PKG-IDX).
051020     ADD 1 TO WS-PKG-MEMBERS(WS-PKG-IDX).
051030 3200-PRESCAN-NEXT.
051040     PERFORM 3100-READ-NEW-CARD
051050         THRU 3100-READ-NEW-CARD-EXIT.
051060 3200-PRESCAN-ONE-CARD-EXIT.
051070     EXIT.
051080*****************************************************************
051090*  3250-FIND-PACKAGE                                            *
051100*  LOOKS UP PD-PACKAGE-ID IN WS-PKG-TABLE; WHEN FOUND,           *
051110*  WS-PKG-IDX POINTS AT ITS ENTRY.                               *
051120*****************************************************************
051130 3250-FIND-PACKAGE.
051140     SET WS-PKG-NOT-FOUND TO TRUE.
051150     IF WS-PKG-COUNT > ZERO
051160         PERFORM 3260-CHECK-ONE-PACKAGE
051170             THRU 3260-CHECK-ONE-PACKAGE-EXIT
051180             VARYING KP-IDX FROM 1 BY 1
051190             UNTIL KP-IDX > WS-PKG-COUNT
051200                OR WS-PKG-FOUND
051210     END-IF.
051220 3250-FIND-PACKAGE-EXIT.
051230     EXIT.
051240 3260-CHECK-ONE-PACKAGE.
051250     IF WS-PKG-ID(KP-IDX) = PD-PACKAGE-ID
051260         SET WS-PKG-FOUND TO TRUE
051270         SET WS-PKG-IDX TO KP-IDX
051280     END-IF.
051290 3260-CHECK-ONE-PACKAGE-EXIT.
051300     EXIT.
051310*****************************************************************
051320*  3270-ADD-PACKAGE                                             *
051330*  OPENS A TABLE ENTRY AT THE PACKAGE'S FIRST CARD, AND BLOCKS   *
051340*  IT THERE (E308) IF THE ID IS ALREADY ON THE PENDING MASTER.   *
051350*****************************************************************
051360 3270-ADD-PACKAGE.
051370     IF WS-PKG-COUNT >= 500
051380         DISPLAY 'DEPTPNDG - PACKAGE TABLE FULL AT 500 PACKAGES'
051390         MOVE 16 TO RETURN-CODE
051400         GO TO 9999-ABEND
051410     END-IF.
051420     ADD 1 TO WS-PKG-COUNT.
051430     MOVE WS-PKG-COUNT       TO WS-PKG-IDX.
051440     MOVE PD-PACKAGE-ID      TO WS-PKG-ID(WS-PKG-IDX).
051450     MOVE PD-EFF-DATE        TO WS-PKG-EFF-DATE(WS-PKG-IDX).
051460     MOVE ZERO               TO WS-PKG-MEMBERS(WS-PKG-IDX).
051470     MOVE ZERO               TO WS-PKG-MEMBERS-DONE(WS-PKG-IDX).
051480     MOVE WS-CARDS-READ      TO WS-PKG-FIRST-SEQ(WS-PKG-IDX).
051490     COMPUTE WS-PKG-LAST-SEQ(WS-PKG-IDX) = WS-CARDS-READ - 1.
051500     MOVE ZERO               TO WS-PKG-BLOCK-SEQ(WS-PKG-IDX).
051510     MOVE SPACE              TO WS-PKG-BLOCK-TRANCODE(WS-PKG-IDX).
051520     MOVE SPACE              TO WS-PKG-BLOCK-DEPTNO(WS-PKG-IDX).
051530     MOVE SPACE              TO WS-PKG-BLOCK-USERID(WS-PKG-IDX).
051540     MOVE SPACE              TO WS-PKG-BLOCK-CODE(WS-PKG-IDX).
051550     MOVE SPACE              TO WS-PKG-BLOCK-TEXT(WS-PKG-IDX).
051560     IF WS-RECORD-INVALID OR WS-PKG-MASTER-COUNT = ZERO
051570         GO TO 3270-ADD-PACKAGE-EXIT
051580     END-IF.
051590     SET WS-PKG-NOT-FOUND TO TRUE.
051600     PERFORM 3280-CHECK-ONE-MASTER-ID
051610         THRU 3280-CHECK-ONE-MASTER-ID-EXIT
051620         VARYING KM-IDX FROM 1 BY 1
051630         UNTIL KM-IDX > WS-PKG-MASTER-COUNT
051640            OR WS-PKG-FOUND.
051650     IF WS-PKG-FOUND
051660         SET WS-RECORD-INVALID TO TRUE
051670         MOVE 'E308' TO WS-REJECT-CODE
051680         MOVE 'PACKAGE ID ALREADY ON THE PENDING MASTER'
051690             TO WS-REJECT-TEXT
051700     END-IF.
051710 3270-ADD-PACKAGE-EXIT.
051720     EXIT.
051730 3280-CHECK-ONE-MASTER-ID.
051740     IF WS-PKG-MASTER-ID(KM-IDX) = PD-PACKAGE-ID
051750         SET WS-PKG-FOUND TO TRUE
051760     END-IF.
051770 3280-CHECK-ONE-MASTER-ID-EXIT.
051780     EXIT.
051790*****************************************************************
051800*  3450-VALIDATE-NUMBER-REG                                      *
051810*  A NEW DEPTNO MUST COME OUT OF THE NUMBER REGISTRY: IT MUST BE *
051820*  IN SOME DIVISION'S RANGE, NOT STILL ACTIVE, PAST ANY          *
051830*  COOLING-OFF PERIOD ON THE EFFECTIVE DATE, AND -- WHEN ITS     *
051840*  ADMRDEPT IS ITSELF A REGISTERED CODE -- IN THE SAME           *
051850*  DIVISION'S RANGE AS ITS PARENT.  A RESERVED CODE IS ACCEPTED; *
051860*  RESERVING IT WAS HOW IT WAS HANDED OUT.                       *
051870*****************************************************************
051880 3450-VALIDATE-NUMBER-REG.
051890     MOVE PD-DEPTNO TO WS-NREG-FIND-DEPTNO.
051900     PERFORM 3455-FIND-NUMBER-REG
051910         THRU 3455-FIND-NUMBER-REG-EXIT.
051920     IF WS-NREG-NOT-FOUND
051930         MOVE 'E310' TO WS-REJECT-CODE
051940         MOVE 'DEPTNO NOT IN ANY DIVISION RANGE'
051950             TO WS-REJECT-TEXT
051960         PERFORM 3430-APPLY-EDIT-RULE
051970             THRU 3430-APPLY-EDIT-RULE-EXIT
051980         GO TO 3450-VALIDATE-NUMBER-REG-EXIT
051990     END-IF.
052000     IF NG-STATUS-ACTIVE(NG-IDX)
052010         MOVE 'E311' TO WS-REJECT-CODE
052020         MOVE 'DEPTNO STILL ACTIVE ON NUMBER REGISTRY'
052030             TO WS-REJECT-TEXT
052040         PERFORM 3430-APPLY-EDIT-RULE
052050             THRU 3430-APPLY-EDIT-RULE-EXIT
052060         GO TO 3450-VALIDATE-NUMBER-REG-EXIT
052070     END-IF.
052080     IF NG-REUSE-DATE(NG-IDX) NOT = SPACES
052090             AND NG-REUSE-DATE(NG-IDX) > PD-EFF-DATE
052100         MOVE 'E312' TO WS-REJECT-CODE
052110         MOVE 'DEPTNO RETIRED - COOLING-OFF NOT OVER'
052120             TO WS-REJECT-TEXT
052130         PERFORM 3430-APPLY-EDIT-RULE
052140             THRU 3430-APPLY-EDIT-RULE-EXIT
052150         GO TO 3450-VALIDATE-NUMBER-REG-EXIT
052160     END-IF.
052170     MOVE NG-DIVISION(NG-IDX) TO WS-NREG-DIVISION.
052180     IF PD-ADMRDEPT = PD-DEPTNO
052190             OR PD-ADMRDEPT = WS-NREG-DIVISION
052200         GO TO 3450-VALIDATE-NUMBER-REG-EXIT
052210     END-IF.
052220     MOVE PD-ADMRDEPT TO WS-NREG-FIND-DEPTNO.
052230     PERFORM 3455-FIND-NUMBER-REG
052240         THRU 3455-FIND-NUMBER-REG-EXIT.
052250     IF WS-NREG-FOUND
052260             AND NG-DIVISION(NG-IDX) NOT = WS-NREG-DIVISION
052270         MOVE 'E313' TO WS-REJECT-CODE
052280         MOVE 'DEPTNO IN ANOTHER DIVISION RANGE'
052290             TO WS-REJECT-TEXT
052300         PERFORM 3430-APPLY-EDIT-RULE
052310             THRU 3430-APPLY-EDIT-RULE-EXIT
052320     END-IF.
052330 3450-VALIDATE-NUMBER-REG-EXIT.
052340     EXIT.
052350 3455-FIND-NUMBER-REG.
052360     SET WS-NREG-NOT-FOUND TO TRUE.
052370     IF NG-ENTRY-COUNT > ZERO
052380         SEARCH ALL NG-ENTRY
052390             AT END
052400                 CONTINUE
052410             WHEN NG-DEPTNO(NG-IDX) = WS-NREG-FIND-DEPTNO
052420                 SET WS-NREG-FOUND TO TRUE
052430         END-SEARCH
052440     END-IF.
052450 3455-FIND-NUMBER-REG-EXIT.
052460     EXIT.
052470*****************************************************************
052480*  3430-APPLY-EDIT-RULE                                          *
052490*  CALLED BY EACH EDIT THAT FAILS, WITH ITS CODE AND TEXT        *
052500*  ALREADY IN WS-REJECT-CODE AND WS-REJECT-TEXT.  LOOKS THE      *
052510*  CODE UP ON THE EDIT-RULE TABLE AS OF TONIGHT'S ENTRY DATE.    *
052520*  NO RULE IN FORCE, OR A REJECT RULE, REJECTS THE RECORD.  A    *
052530*  WARNING RULE LETS IT POST AND KEEPS THE CODE FOR THE WARNING  *
052540*  FILE; AN IGNORE RULE LETS IT POST SILENTLY.  A RULE'S OWN     *
052550*  MESSAGE TEXT, IF ANY, REPLACES THE PROGRAM'S.                 *
052560*****************************************************************
052570 3430-APPLY-EDIT-RULE.
052580     SET WS-RULE-NOT-FOUND TO TRUE.
052590     IF EU-ENTRY-COUNT > ZERO
052600         PERFORM 3435-CHECK-ONE-RULE
052610             THRU 3435-CHECK-ONE-RULE-EXIT
052620             VARYING EU-IDX FROM 1 BY 1
052630             UNTIL EU-IDX > EU-ENTRY-COUNT
052640                OR WS-RULE-FOUND
052650     END-IF.
052660     IF WS-RULE-NOT-FOUND
052670         SET WS-RECORD-INVALID TO TRUE
052680         GO TO 3430-APPLY-EDIT-RULE-EXIT
052690     END-IF.
052700     IF EU-MESSAGE(WS-RULE-IDX) NOT = SPACES
052710         MOVE EU-MESSAGE(WS-RULE-IDX) TO WS-REJECT-TEXT
052720     END-IF.
052730     EVALUATE TRUE
052740         WHEN EU-SEVERITY-WARN(WS-RULE-IDX)
052750             IF EW-ENTRY-COUNT < EW-MAX-ENTRIES
052760                 ADD 1 TO EW-ENTRY-COUNT
052770                 MOVE WS-REJECT-CODE TO EW-CODE(EW-ENTRY-COUNT)
052780                 MOVE WS-REJECT-TEXT TO EW-TEXT(EW-ENTRY-COUNT)
052790             END-IF
052800             MOVE SPACE TO WS-REJECT-CODE
052810             MOVE SPACE TO WS-REJECT-TEXT
052820         WHEN EU-SEVERITY-IGNORE(WS-RULE-IDX)
052830             MOVE SPACE TO WS-REJECT-CODE
052840             MOVE SPACE TO WS-REJECT-TEXT
052850         WHEN OTHER
052860             SET WS-RECORD-INVALID TO TRUE
052870     END-EVALUATE.
052880 3430-APPLY-EDIT-RULE-EXIT.
052890     EXIT.
052900 3435-CHECK-ONE-RULE.
052910     IF EU-CODE(EU-IDX) = WS-REJECT-CODE
052920             AND (EU-EFF-FROM(EU-IDX) = SPACES
052930                  OR EU-EFF-FROM(EU-IDX) NOT > WS-TODAY)
052940             AND (EU-EFF-TO(EU-IDX) = SPACES
052950                  OR EU-EFF-TO(EU-IDX) NOT < WS-TODAY)
052960         SET WS-RULE-FOUND TO TRUE
052970         SET WS-RULE-IDX TO EU-IDX
052980     END-IF.
052990 3435-CHECK-ONE-RULE-EXIT.
053000     EXIT.
053010*****************************************************************
053020*  3500-PROCESS-PACKAGE-CARD                                    *
053030*  THE PRE-SCAN HAS ALREADY DECIDED THE PACKAGE.  A BLOCKED      *
053040*  PACKAGE REJECTS EVERY MEMBER -- THE BLOCKING CARD WITH ITS    *
053050*  OWN REASON, THE REST WITH E309.  OTHERWISE EACH MEMBER IS     *
053060*  EDITED AGAIN FOR ITS WARNINGS AND RELEASED OR FILED LIKE A    *
053070*  LONE CARD, AND SINCE THEY SHARE AN EFFECTIVE DATE THEY ALL GO *
053080*  THE SAME WAY.  THE PACKAGE'S SUMMARY LINE IS WRITTEN AHEAD OF *
053090*  ITS FIRST MEMBER.                                             *
053100*****************************************************************
053110 3500-PROCESS-PACKAGE-CARD.
053120     PERFORM 3250-FIND-PACKAGE
053130         THRU 3250-FIND-PACKAGE-EXIT.
053140     IF WS-PKG-NOT-FOUND
053150         DISPLAY 'DEPTPNDG - PACKAGE ' PD-PACKAGE-ID
053160             ' MISSING FROM THE PRE-SCAN TABLE'
053170         MOVE 16 TO RETURN-CODE
053180         GO TO 9999-ABEND
053190     END-IF.
053200     IF WS-CARDS-READ = WS-PKG-FIRST-SEQ(WS-PKG-IDX)
053210         PERFORM 3600-WRITE-PACKAGE-SUMMARY
053220             THRU 3600-WRITE-PACKAGE-SUMMARY-EXIT
053230     END-IF.
053240     MOVE SPACE TO DEPT-PACKAGE-RPT-REC.
053250     IF WS-PKG-BLOCK-SEQ(WS-PKG-IDX) > ZERO
053260         IF WS-CARDS-READ = WS-PKG-BLOCK-SEQ(WS-PKG-IDX)
053270             MOVE WS-PKG-BLOCK-CODE(WS-PKG-IDX) TO WS-REJECT-CODE
053280             MOVE WS-PKG-BLOCK-TEXT(WS-PKG-IDX) TO WS-REJECT-TEXT
053290             MOVE 'BLOCKER'        TO WS-PKG-MBR-STATUS
053300             MOVE WS-REJECT-CODE   TO PK-REASON-CODE
053310             MOVE WS-REJECT-TEXT   TO PK-REASON-TEXT
053320         ELSE
053330             MOVE 'E309' TO WS-REJECT-CODE
053340             MOVE 'PACKAGE BLOCKED BY ANOTHER MEMBER'
053350                 TO WS-REJECT-TEXT
053360             MOVE 'BLOCKED'        TO WS-PKG-MBR-STATUS
053370         END-IF
053380         PERFORM 3900-WRITE-REJECT
053390             THRU 3900-WRITE-REJECT-EXIT
053400     ELSE
053410         PERFORM 3400-EDIT-CARD
053420             THRU 3400-EDIT-CARD-EXIT
053430         MOVE WS-TODAY TO PD-ENTRY-DATE
053440         IF PD-EFF-DATE <= WS-TODAY
053450             MOVE 'RELEASED'       TO WS-PKG-MBR-STATUS
053460             PERFORM 2500-RELEASE-TRANSACTION
053470                 THRU 2500-RELEASE-TRANSACTION-EXIT
053480         ELSE
053490             MOVE 'FILED'          TO WS-PKG-MBR-STATUS
053500             PERFORM 2600-CARRY-TRANSACTION
053510                 THRU 2600-CARRY-TRANSACTION-EXIT
053520         END-IF
053530         PERFORM 3950-WRITE-WARNINGS
053540             THRU 3950-WRITE-WARNINGS-EXIT
053550     END-IF.
053560     PERFORM 3610-SET-PACKAGE-STATUS
053570         THRU 3610-SET-PACKAGE-STATUS-EXIT.
053580     ADD 1 TO WS-PKG-MEMBERS-DONE(WS-PKG-IDX).
053590     MOVE WS-PKG-MEMBERS-DONE(WS-PKG-IDX) TO PK-MEMBER-NO.
053600     MOVE PD-TRANCODE          TO PK-TRANCODE.
053610     MOVE PD-DEPTNO            TO PK-DEPTNO.
053620     MOVE PD-USERID            TO PK-USERID.
053630     MOVE WS-PKG-MBR-STATUS    TO PK-MEMBER-STATUS.
053640     PERFORM 3690-WRITE-PACKAGE-LINE
053650         THRU 3690-WRITE-PACKAGE-LINE-EXIT.
053660 3500-PROCESS-PACKAGE-CARD-EXIT.
053670     EXIT.
053680*****************************************************************
053690*  3600-WRITE-PACKAGE-SUMMARY                                   *
053700*  ONE LINE PER PACKAGE, NAMING THE BLOCKING CARD WHEN THERE IS  *
053710*  ONE.  PK-MEMBER-NO IS THE MEMBER COUNT HERE; ON THE MEMBER    *
053720*  LINES IT IS THE MEMBER'S POSITION IN THE PACKAGE.            *
053730*****************************************************************
053740 3600-WRITE-PACKAGE-SUMMARY.
053750     MOVE SPACE TO DEPT-PACKAGE-RPT-REC.
053760     PERFORM 3690-WRITE-PACKAGE-LINE
053770         THRU 3690-WRITE-PACKAGE-LINE-EXIT.
053780     PERFORM 3610-SET-PACKAGE-STATUS
053790         THRU 3610-SET-PACKAGE-STATUS-EXIT.
053800     MOVE WS-PKG-MEMBERS(WS-PKG-IDX) TO PK-MEMBER-NO.
053810     MOVE '*PACKAGE*'          TO PK-MEMBER-STATUS.
053820     IF WS-PKG-BLOCK-SEQ(WS-PKG-IDX) > ZERO
053830         ADD 1 TO WS-PKGS-REJECTED
053840         MOVE WS-PKG-BLOCK-TRANCODE(WS-PKG-IDX) TO PK-TRANCODE
053850         MOVE WS-PKG-BLOCK-DEPTNO(WS-PKG-IDX)   TO PK-DEPTNO
053860         MOVE WS-PKG-BLOCK-USERID(WS-PKG-IDX)   TO PK-USERID
053870         MOVE WS-PKG-BLOCK-CODE(WS-PKG-IDX)     TO PK-REASON-CODE
053880         MOVE WS-PKG-BLOCK-TEXT(WS-PKG-IDX)     TO PK-REASON-TEXT
053890     ELSE
053900         IF WS-PKG-EFF-DATE(WS-PKG-IDX) <= WS-TODAY
053910             ADD 1 TO WS-PKGS-RELEASED
053920         ELSE
053930             ADD 1 TO WS-PKGS-FILED
053940         END-IF
053950     END-IF.
053960     PERFORM 3690-WRITE-PACKAGE-LINE
053970         THRU 3690-WRITE-PACKAGE-LINE-EXIT.
053980 3600-WRITE-PACKAGE-SUMMARY-EXIT.
053990     EXIT.
054000*****************************************************************
054010*  3610-SET-PACKAGE-STATUS                                      *
054020*  FILLS THE PACKAGE ID AND STATUS COLUMNS OF THE REPORT LINE.   *
054030*****************************************************************
054040 3610-SET-PACKAGE-STATUS.
054050     MOVE WS-PKG-ID(WS-PKG-IDX) TO PK-PACKAGE-ID.
054060     EVALUATE TRUE
054070         WHEN WS-PKG-BLOCK-SEQ(WS-PKG-IDX) > ZERO
054080             MOVE 'REJECTED'   TO PK-PACKAGE-STATUS
054090         WHEN WS-PKG-EFF-DATE(WS-PKG-IDX) <= WS-TODAY
054100             MOVE 'RELEASED'   TO PK-PACKAGE-STATUS
054110         WHEN OTHER
054120             MOVE 'FILED'      TO PK-PACKAGE-STATUS
054130     END-EVALUATE.
054140 3610-SET-PACKAGE-STATUS-EXIT.
054150     EXIT.
054160*****************************************************************
054170*  3690-WRITE-PACKAGE-LINE                                      *
054180*****************************************************************
054190 3690-WRITE-PACKAGE-LINE.
054200     WRITE DEPT-PACKAGE-RPT-REC.
054210     IF WS-DEPTPNPK-STATUS NOT = '00'
054220         DISPLAY 'DEPTPNDG - WRITE FAILED FOR DEPTPNPK, STATUS = '
054230             WS-DEPTPNPK-STATUS
054240         MOVE 16 TO RETURN-CODE
054250         GO TO 9999-ABEND
054260     END-IF.
054270     MOVE SPACE TO DEPT-PACKAGE-RPT-REC.
054280 3690-WRITE-PACKAGE-LINE-EXIT.
054290     EXIT.
