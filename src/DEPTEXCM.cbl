002490*                  CAPACITY IS NO LONGER THE OLD 9999-ENTRY      *
002495*                  CAP.  WHAT WAS THE SEEN/NEW SCRATCH SWITCH    *
002496*                  IS NOW JUDGED FROM THE FIRST/LAST DATES.      *
002497* 10/15/2026  RH   ALSO AGES DISPUTED MANAGER ATTESTATIONS       *
002498*                  (DEPTATST/DEPTATSX) AND THE POSTING EDIT      *
002499*                  WARNINGS (DEPTLDWX/MNWX/UPWX/PNWX).           *
002500*****************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
004600     SELECT DEPTEDSC ASSIGN TO "DEPTEDSC"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-DEPTEDSC-STATUS.
004805     SELECT DEPTATSX ASSIGN TO "DEPTATSX"
004810         ORGANIZATION IS SEQUENTIAL
004815         FILE STATUS IS WS-DEPTATSX-STATUS.
004820     SELECT DEPTLDWX ASSIGN TO "DEPTLDWX"
004825         ORGANIZATION IS SEQUENTIAL
004830         FILE STATUS IS WS-DEPTLDWX-STATUS.
004835     SELECT DEPTMNWX ASSIGN TO "DEPTMNWX"
004840         ORGANIZATION IS SEQUENTIAL
004845         FILE STATUS IS WS-DEPTMNWX-STATUS.
004850     SELECT DEPTUPWX ASSIGN TO "DEPTUPWX"
004855         ORGANIZATION IS SEQUENTIAL
004860         FILE STATUS IS WS-DEPTUPWX-STATUS.
004865     SELECT DEPTPNWX ASSIGN TO "DEPTPNWX"
004870         ORGANIZATION IS SEQUENTIAL
004875         FILE STATUS IS WS-DEPTPNWX-STATUS.
004900     SELECT DEPTXMRP ASSIGN TO "DEPTXMRP"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-DEPTXMRP-STATUS.
008500               ==EX-REF-VALUE==       BY ==XE-REF-VALUE==
008600               ==EX-EXCEPTION-TYPE==  BY ==XE-EXCEPTION-TYPE==
008700               ==EX-EXCEPTION-TEXT==  BY ==XE-EXCEPTION-TEXT==.
008702 FD  DEPTATSX
008704     RECORDING MODE IS F
008706     LABEL RECORDS ARE STANDARD.
008708 COPY DEPT-EXCEPTION-REC
008710     REPLACING ==DEPT-EXCEPTION-REC== BY ==DEPT-ATSX-REC==
008712               ==EX-DEPTNO==          BY ==XA-DEPTNO==
008714               ==EX-REF-VALUE==       BY ==XA-REF-VALUE==
008716               ==EX-EXCEPTION-TYPE==  BY ==XA-EXCEPTION-TYPE==
008718               ==EX-EXCEPTION-TEXT==  BY ==XA-EXCEPTION-TEXT==.
008720 FD  DEPTLDWX
008722     RECORDING MODE IS F
008724     LABEL RECORDS ARE STANDARD.
008726 COPY DEPT-EXCEPTION-REC
008728     REPLACING ==DEPT-EXCEPTION-REC== BY ==DEPT-LDWX-REC==
008730               ==EX-DEPTNO==          BY ==XL-DEPTNO==
008732               ==EX-REF-VALUE==       BY ==XL-REF-VALUE==
008734               ==EX-EXCEPTION-TYPE==  BY ==XL-EXCEPTION-TYPE==
008736               ==EX-EXCEPTION-TEXT==  BY ==XL-EXCEPTION-TEXT==.
008738 FD  DEPTMNWX
008740     RECORDING MODE IS F
008742     LABEL RECORDS ARE STANDARD.
008744 COPY DEPT-EXCEPTION-REC
008746     REPLACING ==DEPT-EXCEPTION-REC== BY ==DEPT-MNWX-REC==
008748               ==EX-DEPTNO==          BY ==XT-DEPTNO==
008750               ==EX-REF-VALUE==       BY ==XT-REF-VALUE==
008752               ==EX-EXCEPTION-TYPE==  BY ==XT-EXCEPTION-TYPE==
008754               ==EX-EXCEPTION-TEXT==  BY ==XT-EXCEPTION-TEXT==.
008756 FD  DEPTUPWX
008758     RECORDING MODE IS F
008760     LABEL RECORDS ARE STANDARD.
008762 COPY DEPT-EXCEPTION-REC
008764     REPLACING ==DEPT-EXCEPTION-REC== BY ==DEPT-UPWX-REC==
008766               ==EX-DEPTNO==          BY ==XU-DEPTNO==
008768               ==EX-REF-VALUE==       BY ==XU-REF-VALUE==
008770               ==EX-EXCEPTION-TYPE==  BY ==XU-EXCEPTION-TYPE==
008772               ==EX-EXCEPTION-TEXT==  BY ==XU-EXCEPTION-TEXT==.
008774 FD  DEPTPNWX
008776     RECORDING MODE IS F
008778     LABEL RECORDS ARE STANDARD.
008780 COPY DEPT-EXCEPTION-REC
008782     REPLACING ==DEPT-EXCEPTION-REC== BY ==DEPT-PNWX-REC==
008784               ==EX-DEPTNO==          BY ==XP-DEPTNO==
008786               ==EX-REF-VALUE==       BY ==XP-REF-VALUE==
008788               ==EX-EXCEPTION-TYPE==  BY ==XP-EXCEPTION-TYPE==
008790               ==EX-EXCEPTION-TEXT==  BY ==XP-EXCEPTION-TEXT==.
008800 FD  DEPTXMRP
008900     RECORDING MODE IS F
009000     LABEL RECORDS ARE STANDARD.
012000     88  WS-DEPTRECN-RAN          VALUE 'Y'.
012100 77  WS-DEPTEVAL-RAN-SW       PIC X(01) VALUE 'N'.
012200     88  WS-DEPTEVAL-RAN          VALUE 'Y'.
012205 77  WS-DEPTATST-RAN-SW       PIC X(01) VALUE 'N'.
012210     88  WS-DEPTATST-RAN          VALUE 'Y'.
012215 77  WS-MAIN-RAN-SW           PIC X(01) VALUE 'N'.
012220     88  WS-MAIN-RAN              VALUE 'Y'.
012225 77  WS-DEPTMNT-RAN-SW        PIC X(01) VALUE 'N'.
012230     88  WS-DEPTMNT-RAN           VALUE 'Y'.
012235 77  WS-DEPTUPST-RAN-SW       PIC X(01) VALUE 'N'.
012240     88  WS-DEPTUPST-RAN          VALUE 'Y'.
012245 77  WS-DEPTPNDG-RAN-SW       PIC X(01) VALUE 'N'.
012250     88  WS-DEPTPNDG-RAN          VALUE 'Y'.
012300*****************************************************************
012400*  WORK FIELDS FOR THE EXCEPTION BEING POSTED                   *
012500*****************************************************************
013800 77  WS-DEPTMDSC-STATUS       PIC X(02) VALUE SPACE.
013900 77  WS-DEPTRCNX-STATUS       PIC X(02) VALUE SPACE.
014000 77  WS-DEPTEDSC-STATUS       PIC X(02) VALUE SPACE.
014010 77  WS-DEPTATSX-STATUS       PIC X(02) VALUE SPACE.
014020 77  WS-DEPTLDWX-STATUS       PIC X(02) VALUE SPACE.
014030 77  WS-DEPTMNWX-STATUS       PIC X(02) VALUE SPACE.
014040 77  WS-DEPTUPWX-STATUS       PIC X(02) VALUE SPACE.
014050 77  WS-DEPTPNWX-STATUS       PIC X(02) VALUE SPACE.
014100 77  WS-DEPTXMRP-STATUS       PIC X(02) VALUE SPACE.
014200 PROCEDURE DIVISION.
014300*****************************************************************
014400*  0000-MAINLINE                                                *
014500*  OPENS THE KEYED MASTER, POSTS TONIGHT'S NINE EXCEPTION        *
014600*  FILES AGAINST IT RECORD BY RECORD, RESOLVES WHAT WENT         *
014700*  QUIET, THEN WRITES THE MORNING REPORT.                        *
014800*****************************************************************
015700         THRU 4000-POST-DEPTRECN-FILE-EXIT.
015800     PERFORM 4500-POST-DEPTEVAL-FILE
015900         THRU 4500-POST-DEPTEVAL-FILE-EXIT.
015905     PERFORM 4800-POST-DEPTATST-FILE
015910         THRU 4800-POST-DEPTATST-FILE-EXIT.
015915     PERFORM 4850-POST-MAIN-FILE
015920         THRU 4850-POST-MAIN-FILE-EXIT.
015925     PERFORM 4870-POST-DEPTMNT-FILE
015930         THRU 4870-POST-DEPTMNT-FILE-EXIT.
015935     PERFORM 4900-POST-DEPTUPST-FILE
015940         THRU 4900-POST-DEPTUPST-FILE-EXIT.
015945     PERFORM 4920-POST-DEPTPNDG-FILE
015950         THRU 4920-POST-DEPTPNDG-FILE-EXIT.
016000     PERFORM 5000-RESOLVE-QUIET-ENTRIES
016100         THRU 5000-RESOLVE-QUIET-ENTRIES-EXIT.
016200     PERFORM 7000-WRITE-MORNING-REPORT
050200              OR  (XM-SOURCE-PGM = 'DEPTRECN'
050300                   AND WS-DEPTRECN-RAN)
050400              OR  (XM-SOURCE-PGM = 'DEPTEVAL'
050500                   AND WS-DEPTEVAL-RAN)
050505              OR  (XM-SOURCE-PGM = 'DEPTATST'
050510                   AND WS-DEPTATST-RAN)
050515              OR  (XM-SOURCE-PGM = 'MAIN'
050520                   AND WS-MAIN-RAN)
050525              OR  (XM-SOURCE-PGM = 'DEPTMNT'
050530                   AND WS-DEPTMNT-RAN)
050535              OR  (XM-SOURCE-PGM = 'DEPTUPST'
050540                   AND WS-DEPTUPST-RAN)
050545              OR  (XM-SOURCE-PGM = 'DEPTPNDG'
050550                   AND WS-DEPTPNDG-RAN))
050600         MOVE 'R'      TO XM-STATUS-CODE
050700         MOVE WS-TODAY TO XM-RESOLVED-DATE
050800         REWRITE DEPT-EXCP-MASTER-REC
068500     CLOSE DEPTMDSC.
068600     CLOSE DEPTRCNX.
068700     CLOSE DEPTEDSC.
068710     CLOSE DEPTATSX.
068720     CLOSE DEPTLDWX.
068730     CLOSE DEPTMNWX.
068740     CLOSE DEPTUPWX.
068750     CLOSE DEPTPNWX.
068800     CLOSE DEPTXMRP.
068900     DISPLAY 'DEPTEXCM - ABENDING - RETURN-CODE = ' RETURN-CODE.
069000     STOP RUN.
069010*****************************************************************
069020*  4800-POST-DEPTATST-FILE                                       *
069030*  POSTS THE DISPUTED MANAGER ATTESTATIONS (DEPTATSX).  THE      *
069040*  ATTESTATION RUN REWRITES A DISPUTE EVERY NIGHT UNTIL IT IS    *
069050*  CONFIRMED, SO IT RESOLVES HERE LIKE ANY OTHER EXCEPTION.      *
069060*****************************************************************
069070 4800-POST-DEPTATST-FILE.
069080     OPEN INPUT DEPTATSX.
069090     IF WS-DEPTATSX-STATUS = '35'
069100         GO TO 4800-POST-DEPTATST-FILE-EXIT
069110     END-IF.
069120     IF WS-DEPTATSX-STATUS NOT = '00'
069130         DISPLAY 'DEPTEXCM - OPEN FAILED FOR DEPTATSX, STATUS = '
069140             WS-DEPTATSX-STATUS
069150         MOVE 16 TO RETURN-CODE
069160         GO TO 9999-ABEND
069170     END-IF.
069180     MOVE 'Y' TO WS-DEPTATST-RAN-SW.
069190     SET WS-NOT-EOF-FILE TO TRUE.
069200     PERFORM 4810-READ-DEPTATST-EXC
069210         THRU 4810-READ-DEPTATST-EXC-EXIT.
069220     PERFORM 4820-POST-ONE-DEPTATST-EXC
069230         THRU 4820-POST-ONE-DEPTATST-EXC-EXIT
069240         UNTIL WS-EOF-FILE.
069250     CLOSE DEPTATSX.
069260 4800-POST-DEPTATST-FILE-EXIT.
069270     EXIT.
069280*****************************************************************
069290*  4810-READ-DEPTATST-EXC                                        *
069300*****************************************************************
069310 4810-READ-DEPTATST-EXC.
069320     READ DEPTATSX
069330         AT END
069340             SET WS-EOF-FILE TO TRUE
069350         NOT AT END
069360             ADD 1 TO WS-EXCEPTIONS-READ
069370     END-READ.
069380     IF NOT WS-EOF-FILE AND WS-DEPTATSX-STATUS NOT = '00'
069390         DISPLAY 'DEPTEXCM - ERROR READING DEPTATSX, STATUS = '
069400             WS-DEPTATSX-STATUS
069410         MOVE 16 TO RETURN-CODE
069420         GO TO 9999-ABEND
069430     END-IF.
069440 4810-READ-DEPTATST-EXC-EXIT.
069450     EXIT.
069460*****************************************************************
069470*  4820-POST-ONE-DEPTATST-EXC                                    *
069480*****************************************************************
069490 4820-POST-ONE-DEPTATST-EXC.
069500     MOVE XA-DEPTNO          TO WS-WORK-DEPTNO.
069510     MOVE XA-EXCEPTION-TYPE  TO WS-WORK-EXCEPTION-TYPE.
069520     MOVE XA-REF-VALUE       TO WS-WORK-REF-VALUE.
069530     MOVE 'DEPTATST'         TO WS-WORK-SOURCE-PGM.
069540     MOVE XA-EXCEPTION-TEXT  TO WS-WORK-EXCEPTION-TEXT.
069550     PERFORM 6500-POST-TO-MASTER
069560         THRU 6500-POST-TO-MASTER-EXIT.
069570     PERFORM 4810-READ-DEPTATST-EXC
069580         THRU 4810-READ-DEPTATST-EXC-EXIT.
069590 4820-POST-ONE-DEPTATST-EXC-EXIT.
069600     EXIT.
069610*****************************************************************
069620*  4850-POST-MAIN-FILE                                           *
069630*  POSTS THE EDIT WARNINGS MAIN WROTE FOR RECORDS IT POSTED      *
069640*  (DEPTLDWX).                                                   *
069650*****************************************************************
069660 4850-POST-MAIN-FILE.
069670     OPEN INPUT DEPTLDWX.
069680     IF WS-DEPTLDWX-STATUS = '35'
069690         GO TO 4850-POST-MAIN-FILE-EXIT
069700     END-IF.
069710     IF WS-DEPTLDWX-STATUS NOT = '00'
069720         DISPLAY 'DEPTEXCM - OPEN FAILED FOR DEPTLDWX, STATUS = '
069730             WS-DEPTLDWX-STATUS
069740         MOVE 16 TO RETURN-CODE
069750         GO TO 9999-ABEND
069760     END-IF.
069770     MOVE 'Y' TO WS-MAIN-RAN-SW.
069780     SET WS-NOT-EOF-FILE TO TRUE.
069790     PERFORM 4855-READ-MAIN-EXC
069800         THRU 4855-READ-MAIN-EXC-EXIT.
069810     PERFORM 4860-POST-ONE-MAIN-EXC
069820         THRU 4860-POST-ONE-MAIN-EXC-EXIT
069830         UNTIL WS-EOF-FILE.
069840     CLOSE DEPTLDWX.
069850 4850-POST-MAIN-FILE-EXIT.
069860     EXIT.
069870*****************************************************************
069880*  4855-READ-MAIN-EXC                                            *
069890*****************************************************************
069900 4855-READ-MAIN-EXC.
069910     READ DEPTLDWX
069920         AT END
069930             SET WS-EOF-FILE TO TRUE
069940         NOT AT END
069950             ADD 1 TO WS-EXCEPTIONS-READ
069960     END-READ.
069970     IF NOT WS-EOF-FILE AND WS-DEPTLDWX-STATUS NOT = '00'
069980         DISPLAY 'DEPTEXCM - ERROR READING DEPTLDWX, STATUS = '
069990             WS-DEPTLDWX-STATUS
070000         MOVE 16 TO RETURN-CODE
070010         GO TO 9999-ABEND
070020     END-IF.
070030 4855-READ-MAIN-EXC-EXIT.
070040     EXIT.
070050*****************************************************************
070060*  4860-POST-ONE-MAIN-EXC                                        *
070070*****************************************************************
070080 4860-POST-ONE-MAIN-EXC.
070090     MOVE XL-DEPTNO          TO WS-WORK-DEPTNO.
070100     MOVE XL-EXCEPTION-TYPE  TO WS-WORK-EXCEPTION-TYPE.
070110     MOVE XL-REF-VALUE       TO WS-WORK-REF-VALUE.
070120     MOVE 'MAIN'             TO WS-WORK-SOURCE-PGM.
070130     MOVE XL-EXCEPTION-TEXT  TO WS-WORK-EXCEPTION-TEXT.
070140     PERFORM 6500-POST-TO-MASTER
070150         THRU 6500-POST-TO-MASTER-EXIT.
070160     PERFORM 4855-READ-MAIN-EXC
070170         THRU 4855-READ-MAIN-EXC-EXIT.
070180 4860-POST-ONE-MAIN-EXC-EXIT.
070190     EXIT.
070200*****************************************************************
070210*  4870-POST-DEPTMNT-FILE                                        *
070220*  POSTS THE EDIT WARNINGS DEPTMNT WROTE FOR RECORDS IT POSTED   *
070230*  (DEPTMNWX).                                                   *
070240*****************************************************************
070250 4870-POST-DEPTMNT-FILE.
070260     OPEN INPUT DEPTMNWX.
070270     IF WS-DEPTMNWX-STATUS = '35'
070280         GO TO 4870-POST-DEPTMNT-FILE-EXIT
070290     END-IF.
070300     IF WS-DEPTMNWX-STATUS NOT = '00'
070310         DISPLAY 'DEPTEXCM - OPEN FAILED FOR DEPTMNWX, STATUS = '
070320             WS-DEPTMNWX-STATUS
070330         MOVE 16 TO RETURN-CODE
070340         GO TO 9999-ABEND
070350     END-IF.
070360     MOVE 'Y' TO WS-DEPTMNT-RAN-SW.
070370     SET WS-NOT-EOF-FILE TO TRUE.
070380     PERFORM 4875-READ-DEPTMNT-EXC
070390         THRU 4875-READ-DEPTMNT-EXC-EXIT.
070400     PERFORM 4880-POST-ONE-DEPTMNT-EXC
070410         THRU 4880-POST-ONE-DEPTMNT-EXC-EXIT
070420         UNTIL WS-EOF-FILE.
070430     CLOSE DEPTMNWX.
070440 4870-POST-DEPTMNT-FILE-EXIT.
070450     EXIT.
070460*****************************************************************
070470*  4875-READ-DEPTMNT-EXC                                         *
070480*****************************************************************
070490 4875-READ-DEPTMNT-EXC.
070500     READ DEPTMNWX
070510         AT END
070520             SET WS-EOF-FILE TO TRUE
070530         NOT AT END
070540             ADD 1 TO WS-EXCEPTIONS-READ
070550     END-READ.
070560     IF NOT WS-EOF-FILE AND WS-DEPTMNWX-STATUS NOT = '00'
070570         DISPLAY 'DEPTEXCM - ERROR READING DEPTMNWX, STATUS = '
070580             WS-DEPTMNWX-STATUS
070590         MOVE 16 TO RETURN-CODE
070600         GO TO 9999-ABEND
070610     END-IF.
070620 4875-READ-DEPTMNT-EXC-EXIT.
070630     EXIT.
070640*****************************************************************
070650*  4880-POST-ONE-DEPTMNT-EXC                                     *
070660*****************************************************************
070670 4880-POST-ONE-DEPTMNT-EXC.
070680     MOVE XT-DEPTNO          TO WS-WORK-DEPTNO.
070690     MOVE XT-EXCEPTION-TYPE  TO WS-WORK-EXCEPTION-TYPE.
070700     MOVE XT-REF-VALUE       TO WS-WORK-REF-VALUE.
070710     MOVE 'DEPTMNT'          TO WS-WORK-SOURCE-PGM.
070720     MOVE XT-EXCEPTION-TEXT  TO WS-WORK-EXCEPTION-TEXT.
070730     PERFORM 6500-POST-TO-MASTER
070740         THRU 6500-POST-TO-MASTER-EXIT.
070750     PERFORM 4875-READ-DEPTMNT-EXC
070760         THRU 4875-READ-DEPTMNT-EXC-EXIT.
070770 4880-POST-ONE-DEPTMNT-EXC-EXIT.
070780     EXIT.
070790*****************************************************************
070800*  4900-POST-DEPTUPST-FILE                                       *
070810*  POSTS THE EDIT WARNINGS DEPTUPST WROTE FOR RECORDS IT POSTED  *
070820*  (DEPTUPWX).                                                   *
070830*****************************************************************
070840 4900-POST-DEPTUPST-FILE.
070850     OPEN INPUT DEPTUPWX.
070860     IF WS-DEPTUPWX-STATUS = '35'
070870         GO TO 4900-POST-DEPTUPST-FILE-EXIT
070880     END-IF.
070890     IF WS-DEPTUPWX-STATUS NOT = '00'
070900         DISPLAY 'DEPTEXCM - OPEN FAILED FOR DEPTUPWX, STATUS = '
070910             WS-DEPTUPWX-STATUS
070920         MOVE 16 TO RETURN-CODE
070930         GO TO 9999-ABEND
070940     END-IF.
070950     MOVE 'Y' TO WS-DEPTUPST-RAN-SW.
070960     SET WS-NOT-EOF-FILE TO TRUE.
070970     PERFORM 4905-READ-DEPTUPST-EXC
070980         THRU 4905-READ-DEPTUPST-EXC-EXIT.
070990     PERFORM 4910-POST-ONE-DEPTUPST-EXC
071000         THRU 4910-POST-ONE-DEPTUPST-EXC-EXIT
071010         UNTIL WS-EOF-FILE.
071020     CLOSE DEPTUPWX.
071030 4900-POST-DEPTUPST-FILE-EXIT.
071040     EXIT.
071050*****************************************************************
071060*  4905-READ-DEPTUPST-EXC                                        *
071070*****************************************************************
071080 4905-READ-DEPTUPST-EXC.
071090     READ DEPTUPWX
071100         AT END
071110             SET WS-EOF-FILE TO TRUE
071120         NOT AT END
071130             ADD 1 TO WS-EXCEPTIONS-READ
071140     END-READ.
071150     IF NOT WS-EOF-FILE AND WS-DEPTUPWX-STATUS NOT = '00'
071160         DISPLAY 'DEPTEXCM - ERROR READING DEPTUPWX, STATUS = '
071170             WS-DEPTUPWX-STATUS
071180         MOVE 16 TO RETURN-CODE
071190         GO TO 9999-ABEND
071200     END-IF.
071210 4905-READ-DEPTUPST-EXC-EXIT.
071220     EXIT.
071230*****************************************************************
071240*  4910-POST-ONE-DEPTUPST-EXC                                    *
071250*****************************************************************
071260 4910-POST-ONE-DEPTUPST-EXC.
071270     MOVE XU-DEPTNO          TO WS-WORK-DEPTNO.
071280     MOVE XU-EXCEPTION-TYPE  TO WS-WORK-EXCEPTION-TYPE.
071290     MOVE XU-REF-VALUE       TO WS-WORK-REF-VALUE.
071300     MOVE 'DEPTUPST'         TO WS-WORK-SOURCE-PGM.
071310     MOVE XU-EXCEPTION-TEXT  TO WS-WORK-EXCEPTION-TEXT.
071320     PERFORM 6500-POST-TO-MASTER
071330         THRU 6500-POST-TO-MASTER-EXIT.
071340     PERFORM 4905-READ-DEPTUPST-EXC
071350         THRU 4905-READ-DEPTUPST-EXC-EXIT.
071360 4910-POST-ONE-DEPTUPST-EXC-EXIT.
071370     EXIT.
071380*****************************************************************
071390*  4920-POST-DEPTPNDG-FILE                                       *
071400*  POSTS THE EDIT WARNINGS DEPTPNDG WROTE FOR RECORDS IT POSTED  *
071410*  (DEPTPNWX).                                                   *
071420*****************************************************************
071430 4920-POST-DEPTPNDG-FILE.
071440     OPEN INPUT DEPTPNWX.
071450     IF WS-DEPTPNWX-STATUS = '35'
071460         GO TO 4920-POST-DEPTPNDG-FILE-EXIT
071470     END-IF.
071480     IF WS-DEPTPNWX-STATUS NOT = '00'
071490         DISPLAY 'DEPTEXCM - OPEN FAILED FOR DEPTPNWX, STATUS = '
071500             WS-DEPTPNWX-STATUS
071510         MOVE 16 TO RETURN-CODE
071520         GO TO 9999-ABEND
071530     END-IF.
071540     MOVE 'Y' TO WS-DEPTPNDG-RAN-SW.
071550     SET WS-NOT-EOF-FILE TO TRUE.
071560     PERFORM 4925-READ-DEPTPNDG-EXC
071570         THRU 4925-READ-DEPTPNDG-EXC-EXIT.
071580     PERFORM 4930-POST-ONE-DEPTPNDG-EXC
071590         THRU 4930-POST-ONE-DEPTPNDG-EXC-EXIT
071600         UNTIL WS-EOF-FILE.
071610     CLOSE DEPTPNWX.
071620 4920-POST-DEPTPNDG-FILE-EXIT.
071630     EXIT.
071640*****************************************************************
071650*  4925-READ-DEPTPNDG-EXC                                        *
071660*****************************************************************
071670 4925-READ-DEPTPNDG-EXC.
071680     READ DEPTPNWX
071690         AT END
071700             SET WS-EOF-FILE TO TRUE
071710         NOT AT END
071720             ADD 1 TO WS-EXCEPTIONS-READ
071730     END-READ.
071740     IF NOT WS-EOF-FILE AND WS-DEPTPNWX-STATUS NOT = '00'
071750         DISPLAY 'DEPTEXCM - ERROR READING DEPTPNWX, STATUS = '
071760             WS-DEPTPNWX-STATUS
071770         MOVE 16 TO RETURN-CODE
071780         GO TO 9999-ABEND
071790     END-IF.
071800 4925-READ-DEPTPNDG-EXC-EXIT.
071810     EXIT.
071820*****************************************************************
071830*  4930-POST-ONE-DEPTPNDG-EXC                                    *
071840*****************************************************************
071850 4930-POST-ONE-DEPTPNDG-EXC.
071860     MOVE XP-DEPTNO          TO WS-WORK-DEPTNO.
071870     MOVE XP-EXCEPTION-TYPE  TO WS-WORK-EXCEPTION-TYPE.
071880     MOVE XP-REF-VALUE       TO WS-WORK-REF-VALUE.
071890     MOVE 'DEPTPNDG'         TO WS-WORK-SOURCE-PGM.
071900     MOVE XP-EXCEPTION-TEXT  TO WS-WORK-EXCEPTION-TEXT.
071910     PERFORM 6500-POST-TO-MASTER
071920         THRU 6500-POST-TO-MASTER-EXIT.
071930     PERFORM 4925-READ-DEPTPNDG-EXC
071940         THRU 4925-READ-DEPTPNDG-EXC-EXIT.
071950 4930-POST-ONE-DEPTPNDG-EXC-EXIT.
071960     EXIT.
