000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.      DEPTMSUM.
000300 AUTHOR.          R HOLLOWAY.
000400 INSTALLATION.    DEPARTMENTAL SYSTEMS - DATA ADMINISTRATION.
000500 DATE-WRITTEN.    10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY                                        *
000900*-----------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                                 *
001100*-----------------------------------------------------------*
001200* 10/15/2026  RH   ORIGINAL.  LAST STEP OF THE DEPT1 NIGHT.      *
001300*                  READS WHAT THE CONTROL STEPS LEFT BEHIND --   *
001400*                  THE BALANCING REPORT, THE HR ACKNOWLEDGMENT   *
001500*                  REPORT, THE EXCEPTION MASTER, THE SUSPENSE    *
001600*                  AGING REPORT, THE COLLISION REPORT AND THE    *
001700*                  DEPT_HIST AUDIT REPORT -- AND PRINTS ONE PAGE *
001800*                  GIVING EACH AREA A GREEN, AMBER OR RED STATUS,*
001900*                  ITS KEY COUNTS AND THE ONE OR TWO ITEMS TO    *
002000*                  WORK FIRST, FOLLOWED BY WHAT EACH STEP OF THE *
002100*                  STREAM DID ACCORDING TO THE RUN-CONTROL FILE. *
002200*****************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.     IBM-370.
002600 OBJECT-COMPUTER.     IBM-370.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT DEPTRUNC ASSIGN TO "DEPTRUNC"
003000         ORGANIZATION IS SEQUENTIAL
003100         FILE STATUS IS WS-DEPTRUNC-STATUS.
003200     SELECT DEPTBALX ASSIGN TO "DEPTBALX"
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS WS-DEPTBALX-STATUS.
003500     SELECT DEPTHAKX ASSIGN TO "DEPTHAKX"
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-DEPTHAKX-STATUS.
003800     SELECT DEPTXMST ASSIGN TO "DEPTXMST"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS SEQUENTIAL
004100         RECORD KEY IS XM-KEY
004200         FILE STATUS IS WS-DEPTXMST-STATUS.
004300     SELECT DEPTSAGX ASSIGN TO "DEPTSAGX"
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-DEPTSAGX-STATUS.
004600     SELECT DEPTCOLX ASSIGN TO "DEPTCOLX"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-DEPTCOLX-STATUS.
004900     SELECT DEPTHADX ASSIGN TO "DEPTHADX"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-DEPTHADX-STATUS.
005200     SELECT DEPTMSRP ASSIGN TO "DEPTMSRP"
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-DEPTMSRP-STATUS.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  DEPTRUNC
005800     RECORDING MODE IS F
005900     LABEL RECORDS ARE STANDARD.
006000 COPY DEPT-RUN-CONTROL-REC.
006100 FD  DEPTBALX
006200     RECORDING MODE IS F
006300     LABEL RECORDS ARE STANDARD.
006400 COPY DEPT-BAL-RPT-REC.
006500 FD  DEPTHAKX
006600     RECORDING MODE IS F
006700     LABEL RECORDS ARE STANDARD.
006800 COPY DEPT-HACK-RPT-REC.
006900 FD  DEPTXMST
007000     RECORD CONTAINS 120 CHARACTERS.
007100 COPY DEPT-EXCP-MASTER-REC.
007200 FD  DEPTSAGX
007300     RECORDING MODE IS F
007400     LABEL RECORDS ARE STANDARD.
007500 COPY DEPT-SUSP-RPT-REC.
007600 FD  DEPTCOLX
007700     RECORDING MODE IS F
007800     LABEL RECORDS ARE STANDARD.
007900 COPY DEPT-COLL-RPT-REC.
008000 FD  DEPTHADX
008100     RECORDING MODE IS F
008200     LABEL RECORDS ARE STANDARD.
008300 COPY DEPT-EXCEPTION-REC.
008400 FD  DEPTMSRP
008500     RECORDING MODE IS F
008600     LABEL RECORDS ARE STANDARD.
008700 COPY DEPT-MORNING-RPT-REC.
008800 WORKING-STORAGE SECTION.
008900*****************************************************************
009000*  ONE SLOT PER PROGRAM THAT FILES A RUN-CONTROL ROW, IN STREAM  *
009100*  ORDER.  A RERUN IS REPRESENTED BY ITS LAST ROW, AS IN THE     *
009200*  BALANCING STEP.                                               *
009300*****************************************************************
009400 01  WS-STEP-TABLE.
009500     05  WS-STEP-ENTRY           OCCURS 5 TIMES
009600                                 INDEXED BY ST-IDX.
009700         10  WS-STEP-PROGRAM     PIC X(08).
009800         10  WS-STEP-PRESENT-SW  PIC X(01).
009900             88  WS-STEP-PRESENT     VALUE 'Y'.
010000             88  WS-STEP-ABSENT      VALUE 'N'.
010100         10  WS-STEP-RUN-TIME    PIC X(08).
010200         10  WS-STEP-RUN-MODE    PIC X(01).
010300         10  WS-STEP-VOLUME-CHECK
010400                                 PIC X(01).
010500         10  WS-STEP-REJECTED    PIC 9(09) COMP.
010600*****************************************************************
010700*  THE AREA BEING SUMMARIZED.  EVERY AREA IS BUILT HERE AND      *
010800*  PRINTED BY THE SAME PARAGRAPH: A NAME, A STATUS, UP TO FOUR   *
010900*  LABELLED COUNTS, AND THE TWO MOST URGENT ACTION ITEMS OFFERED *
011000*  WHILE ITS INPUT WAS READ.  A LOWER RANK IS MORE URGENT; ON A  *
011100*  TIE THE ITEM OFFERED FIRST STAYS.                             *
011200*****************************************************************
011300 77  WS-AREA-NAME             PIC X(20) VALUE SPACE.
011400 77  WS-AREA-STATUS           PIC X(05) VALUE SPACE.
011500     88  WS-AREA-GREEN            VALUE 'GREEN'.
011600     88  WS-AREA-AMBER            VALUE 'AMBER'.
011700     88  WS-AREA-RED              VALUE 'RED'.
011800 01  WS-AREA-COUNT-TABLE.
011900     05  WS-AREA-COUNT-ENTRY     OCCURS 4 TIMES.
012000         10  WS-AREA-COUNT-LABEL PIC X(15).
012100         10  WS-AREA-COUNT       PIC 9(07) COMP.
012200 77  WS-ACTION-COUNT          PIC 9(04) COMP VALUE ZERO.
012300 01  WS-ACTION-TABLE.
012400     05  WS-ACTION-ENTRY         OCCURS 2 TIMES.
012500         10  WS-ACTION-RANK      PIC 9(05) COMP.
012600         10  WS-ACTION-TEXT      PIC X(100).
012700 01  WS-HOLD-ACTION.
012800     05  WS-HOLD-RANK            PIC 9(05) COMP.
012900     05  WS-HOLD-TEXT            PIC X(100).
013000 77  WS-OFFER-RANK            PIC 9(05) COMP VALUE ZERO.
013100 77  WS-OFFER-TEXT            PIC X(100) VALUE SPACE.
013200 77  WS-COUNT-SUB             PIC 9(04) COMP VALUE ZERO.
013300*****************************************************************
013400*  STATUS THRESHOLDS.  NEW EXCEPTIONS ARE AMBER FROM THE FIRST   *
013500*  ONE AND RED AT THE LIMIT; AGED SUSPENSE IS AMBER PAST THE     *
013600*  AGING STEP'S OWN FIVE-DAY LIMIT AND RED PAST THE LIMIT HERE.  *
013700*****************************************************************
013800 77  WS-EXCP-RED-LIMIT        PIC 9(05) COMP VALUE 25.
013900 77  WS-SUSP-RED-LIMIT        PIC 9(05) COMP VALUE 10.
014000*****************************************************************
014100*  AREA WORK FIELDS                                              *
014200*****************************************************************
014300 77  WS-TODAY                 PIC X(08) VALUE SPACE.
014400 77  WS-EXCP-TONIGHT          PIC X(08) VALUE LOW-VALUE.
014500 77  WS-EXCP-LATEST           PIC X(08) VALUE SPACE.
014600 77  WS-SUSP-DAYS             PIC 9(05) VALUE ZERO.
014700 77  WS-COLL-DEPTNO           PIC X(03) VALUE SPACE.
014800 77  WS-COLL-LAST-PGM         PIC X(08) VALUE SPACE.
014900 77  WS-COLL-LAST-FLAG        PIC X(10) VALUE SPACE.
015000 77  WS-COLL-ROWS             PIC 9(05) COMP VALUE ZERO.
015100 77  WS-TEXT-ROWS             PIC 9(02) VALUE ZERO.
015200 77  WS-ACK-FOUND             PIC 9(09) COMP VALUE ZERO.
015300 77  WS-RED-AREAS             PIC 9(05) COMP VALUE ZERO.
015400 77  WS-RUNC-SW               PIC X(01) VALUE 'Y'.
015500     88  WS-RUNC-PRESENT          VALUE 'Y'.
015600     88  WS-RUNC-ABSENT           VALUE 'N'.
015700 77  WS-EOF-SWITCH            PIC X(01) VALUE 'N'.
015800     88  WS-EOF-INPUT             VALUE 'Y'.
015900     88  WS-NOT-EOF-INPUT         VALUE 'N'.
016000 77  WS-DEPTRUNC-STATUS       PIC X(02) VALUE SPACE.
016100 77  WS-DEPTBALX-STATUS       PIC X(02) VALUE SPACE.
016200 77  WS-DEPTHAKX-STATUS       PIC X(02) VALUE SPACE.
016300 77  WS-DEPTXMST-STATUS       PIC X(02) VALUE SPACE.
016400 77  WS-DEPTSAGX-STATUS       PIC X(02) VALUE SPACE.
016500 77  WS-DEPTCOLX-STATUS       PIC X(02) VALUE SPACE.
016600 77  WS-DEPTHADX-STATUS       PIC X(02) VALUE SPACE.
016700 77  WS-DEPTMSRP-STATUS       PIC X(02) VALUE SPACE.
016800 PROCEDURE DIVISION.
016900*****************************************************************
017000*  0000-MAINLINE                                                 *
017100*  ONE AREA AT A TIME, IN THE ORDER THE NIGHT'S CONTROL STEPS    *
017200*  RUN, THEN THE STEP LIST.                                      *
017300*****************************************************************
017400 0000-MAINLINE.
017500     PERFORM 1000-INITIALIZE
017600         THRU 1000-INITIALIZE-EXIT.
017700     PERFORM 2000-LOAD-RUN-CONTROL
017800         THRU 2000-LOAD-RUN-CONTROL-EXIT.
017900     PERFORM 3000-SUMMARIZE-BALANCING
018000         THRU 3000-SUMMARIZE-BALANCING-EXIT.
018100     PERFORM 3300-SUMMARIZE-HR-ACK
018200         THRU 3300-SUMMARIZE-HR-ACK-EXIT.
018300     PERFORM 4000-SUMMARIZE-EXCEPTIONS
018400         THRU 4000-SUMMARIZE-EXCEPTIONS-EXIT.
018500     PERFORM 4300-SUMMARIZE-SUSPENSE
018600         THRU 4300-SUMMARIZE-SUSPENSE-EXIT.
018700     PERFORM 5000-SUMMARIZE-COLLISIONS
018800         THRU 5000-SUMMARIZE-COLLISIONS-EXIT.
018900     PERFORM 5500-SUMMARIZE-HIST-AUDIT
019000         THRU 5500-SUMMARIZE-HIST-AUDIT-EXIT.
019100     PERFORM 7500-PRINT-STEPS
019200         THRU 7500-PRINT-STEPS-EXIT.
019300     PERFORM 8000-TERMINATE
019400         THRU 8000-TERMINATE-EXIT.
019500     STOP RUN.
019600*****************************************************************
019700*  1000-INITIALIZE                                               *
019800*  OPENS THE SUMMARY AND WRITES ITS HEADINGS.  THE INPUTS ARE    *
019900*  OPENED ONE AT A TIME AS EACH AREA IS TAKEN UP.                *
020000*****************************************************************
020100 1000-INITIALIZE.
020200     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
020300     MOVE 'MAIN'     TO WS-STEP-PROGRAM(1).
020400     MOVE 'DEPTMNT'  TO WS-STEP-PROGRAM(2).
020500     MOVE 'DEPTUPST' TO WS-STEP-PROGRAM(3).
020600     MOVE 'DEPTEXTR' TO WS-STEP-PROGRAM(4).
020700     MOVE 'DEPTHACK' TO WS-STEP-PROGRAM(5).
020800     PERFORM 1100-CLEAR-ONE-STEP
020900         THRU 1100-CLEAR-ONE-STEP-EXIT
021000         VARYING ST-IDX FROM 1 BY 1
021100         UNTIL ST-IDX > 5.
021200     OPEN OUTPUT DEPTMSRP.
021300     IF WS-DEPTMSRP-STATUS NOT = '00'
021400         DISPLAY 'DEPTMSUM - OPEN FAILED FOR DEPTMSRP, STATUS = '
021500             WS-DEPTMSRP-STATUS
021600         MOVE 16 TO RETURN-CODE
021700         GO TO 9999-ABEND
021800     END-IF.
021900     MOVE SPACE TO DEPT-MORNING-RPT-REC.
022000     MOVE 'DEPT1 NIGHT SUMMARY' TO MS-AREA.
022100     STRING 'PRODUCED '         DELIMITED BY SIZE
022200            WS-TODAY            DELIMITED BY SIZE
022300         INTO MS-TEXT
022400     END-STRING.
022500     WRITE DEPT-MORNING-RPT-REC.
022600     MOVE SPACE TO DEPT-MORNING-RPT-REC.
022700     WRITE DEPT-MORNING-RPT-REC.
022800     MOVE 'AREA'                TO MS-AREA.
022900     MOVE 'STAT'                TO MS-STATUS.
023000     MOVE 'KEY COUNTS, THEN WHAT TO WORK FIRST' TO MS-TEXT.
023100     WRITE DEPT-MORNING-RPT-REC.
023200     MOVE SPACE TO DEPT-MORNING-RPT-REC.
023300     WRITE DEPT-MORNING-RPT-REC.
023400 1000-INITIALIZE-EXIT.
023500     EXIT.
023600*****************************************************************
023700*  1100-CLEAR-ONE-STEP                                           *
023800*****************************************************************
023900 1100-CLEAR-ONE-STEP.
024000     MOVE 'N'   TO WS-STEP-PRESENT-SW(ST-IDX).
024100     MOVE SPACE TO WS-STEP-RUN-TIME(ST-IDX).
024200     MOVE SPACE TO WS-STEP-RUN-MODE(ST-IDX).
024300     MOVE SPACE TO WS-STEP-VOLUME-CHECK(ST-IDX).
024400     MOVE ZERO  TO WS-STEP-REJECTED(ST-IDX).
024500 1100-CLEAR-ONE-STEP-EXIT.
024600     EXIT.
024700*****************************************************************
024800*  2000-LOAD-RUN-CONTROL                                         *
024900*  FILES EACH RUN-CONTROL ROW INTO ITS STEP'S SLOT.  NO FILE AT  *
025000*  ALL MEANS NO STEP FINISHED CLEANLY TONIGHT.                   *
025100*****************************************************************
025200 2000-LOAD-RUN-CONTROL.
025300     SET WS-NOT-EOF-INPUT TO TRUE.
025400     OPEN INPUT DEPTRUNC.
025500     IF WS-DEPTRUNC-STATUS = '35'
025600         SET WS-RUNC-ABSENT TO TRUE
025700         GO TO 2000-LOAD-RUN-CONTROL-EXIT
025800     END-IF.
025900     IF WS-DEPTRUNC-STATUS NOT = '00'
026000         DISPLAY 'DEPTMSUM - OPEN FAILED FOR DEPTRUNC, STATUS = '
026100             WS-DEPTRUNC-STATUS
026200         MOVE 16 TO RETURN-CODE
026300         GO TO 9999-ABEND
026400     END-IF.
026500     PERFORM 2100-READ-RUN-CONTROL
026600         THRU 2100-READ-RUN-CONTROL-EXIT.
026700     PERFORM 2200-FILE-ONE-ROW
026800         THRU 2200-FILE-ONE-ROW-EXIT
026900         UNTIL WS-EOF-INPUT.
027000     CLOSE DEPTRUNC.
027100 2000-LOAD-RUN-CONTROL-EXIT.
027200     EXIT.
027300*****************************************************************
027400*  2100-READ-RUN-CONTROL                                         *
027500*****************************************************************
027600 2100-READ-RUN-CONTROL.
027700     READ DEPTRUNC
027800         AT END
027900             SET WS-EOF-INPUT TO TRUE
028000     END-READ.
028100     IF NOT WS-EOF-INPUT AND WS-DEPTRUNC-STATUS NOT = '00'
028200         DISPLAY 'DEPTMSUM - ERROR READING DEPTRUNC, STATUS = '
028300             WS-DEPTRUNC-STATUS
028400         MOVE 16 TO RETURN-CODE
028500         GO TO 9999-ABEND
028600     END-IF.
028700 2100-READ-RUN-CONTROL-EXIT.
028800     EXIT.
028900*****************************************************************
029000*  2200-FILE-ONE-ROW                                             *
029100*  ROWS FROM PROGRAMS OUTSIDE THE STREAM ARE PASSED OVER; THE    *
029200*  BALANCING STEP ALREADY REPORTS THEM.                          *
029300*****************************************************************
029400 2200-FILE-ONE-ROW.
029500     SET ST-IDX TO 1.
029600     SEARCH WS-STEP-ENTRY
029700         AT END
029800             CONTINUE
029900         WHEN WS-STEP-PROGRAM(ST-IDX) = RC-PROGRAM
030000             MOVE 'Y'             TO WS-STEP-PRESENT-SW(ST-IDX)
030100             MOVE RC-RUN-TIME     TO WS-STEP-RUN-TIME(ST-IDX)
030200             MOVE RC-RUN-MODE     TO WS-STEP-RUN-MODE(ST-IDX)
030300             MOVE RC-VOLUME-CHECK TO WS-STEP-VOLUME-CHECK(ST-IDX)
030400             MOVE RC-RECORDS-REJECTED
030500                                  TO WS-STEP-REJECTED(ST-IDX)
030600     END-SEARCH.
030700     PERFORM 2100-READ-RUN-CONTROL
030800         THRU 2100-READ-RUN-CONTROL-EXIT.
030900 2200-FILE-ONE-ROW-EXIT.
031000     EXIT.
031100*****************************************************************
031200*  3000-SUMMARIZE-BALANCING                                      *
031300*  ONE LINE PER CHECK ON THE BALANCING REPORT.  ANY CHECK OUT OF *
031400*  BALANCE IS RED -- THE HR FEED IS HELD; A CHECK SKIPPED        *
031500*  BECAUSE ITS PROGRAM DID NOT RUN IS AMBER.  NO REPORT AT ALL   *
031600*  MEANS THE BALANCING STEP DID NOT RUN, SO NOTHING RELEASED     *
031700*  THE FEED, WHICH IS RED.                                       *
031800*****************************************************************
031900 3000-SUMMARIZE-BALANCING.
032000     PERFORM 6000-RESET-AREA
032100         THRU 6000-RESET-AREA-EXIT.
032200     MOVE 'RUN-CONTROL BALANCE' TO WS-AREA-NAME.
032300     MOVE 'BALANCED'            TO WS-AREA-COUNT-LABEL(1).
032400     MOVE 'OUT OF BALANCE'      TO WS-AREA-COUNT-LABEL(2).
032500     MOVE 'SKIPPED'             TO WS-AREA-COUNT-LABEL(3).
032600     MOVE 'NOT APPLICABLE'      TO WS-AREA-COUNT-LABEL(4).
032700     SET WS-NOT-EOF-INPUT TO TRUE.
032800     OPEN INPUT DEPTBALX.
032900     IF WS-DEPTBALX-STATUS = '35'
033000         SET WS-AREA-RED TO TRUE
033100         MOVE 1 TO WS-OFFER-RANK
033200         MOVE SPACE TO WS-OFFER-TEXT
033300         STRING 'NO BALANCING REPORT - DEPTBAL DID NOT RUN'
033400                                    DELIMITED BY SIZE
033500                ' AND THE HR FEED HAS NOT BEEN RELEASED'
033600                                    DELIMITED BY SIZE
033700             INTO WS-OFFER-TEXT
033800         END-STRING
033900         PERFORM 6100-OFFER-ACTION
034000             THRU 6100-OFFER-ACTION-EXIT
034100         PERFORM 7000-PRINT-AREA
034200             THRU 7000-PRINT-AREA-EXIT
034300         GO TO 3000-SUMMARIZE-BALANCING-EXIT
034400     END-IF.
034500     IF WS-DEPTBALX-STATUS NOT = '00'
034600         DISPLAY 'DEPTMSUM - OPEN FAILED FOR DEPTBALX, STATUS = '
034700             WS-DEPTBALX-STATUS
034800         MOVE 16 TO RETURN-CODE
034900         GO TO 9999-ABEND
035000     END-IF.
035100     PERFORM 3100-READ-BALANCING
035200         THRU 3100-READ-BALANCING-EXIT.
035300     PERFORM 3200-TAKE-ONE-CHECK
035400         THRU 3200-TAKE-ONE-CHECK-EXIT
035500         UNTIL WS-EOF-INPUT.
035600     CLOSE DEPTBALX.
035700     IF WS-AREA-COUNT(2) > ZERO
035800         SET WS-AREA-RED TO TRUE
035900     ELSE
036000         IF WS-AREA-COUNT(3) > ZERO
036100             SET WS-AREA-AMBER TO TRUE
036200         END-IF
036300     END-IF.
036400     PERFORM 7000-PRINT-AREA
036500         THRU 7000-PRINT-AREA-EXIT.
036600 3000-SUMMARIZE-BALANCING-EXIT.
036700     EXIT.
036800*****************************************************************
036900*  3100-READ-BALANCING                                           *
037000*****************************************************************
037100 3100-READ-BALANCING.
037200     READ DEPTBALX
037300         AT END
037400             SET WS-EOF-INPUT TO TRUE
037500     END-READ.
037600     IF NOT WS-EOF-INPUT AND WS-DEPTBALX-STATUS NOT = '00'
037700         DISPLAY 'DEPTMSUM - ERROR READING DEPTBALX, STATUS = '
037800             WS-DEPTBALX-STATUS
037900         MOVE 16 TO RETURN-CODE
038000         GO TO 9999-ABEND
038100     END-IF.
038200 3100-READ-BALANCING-EXIT.
038300     EXIT.
038400*****************************************************************
038500*  3200-TAKE-ONE-CHECK                                           *
038600*  AN OUT-OF-BALANCE CHECK OUTRANKS A SKIPPED ONE.  IGNORED ROWS *
038700*  (PROGRAMS OUTSIDE THE STREAM) ARE NOT COUNTED.                *
038800*****************************************************************
038900 3200-TAKE-ONE-CHECK.
039000     EVALUATE TRUE
039100         WHEN BR-RESULT-BALANCED
039200             ADD 1 TO WS-AREA-COUNT(1)
039300         WHEN BR-RESULT-OUT
039400             ADD 1 TO WS-AREA-COUNT(2)
039500             MOVE 1 TO WS-OFFER-RANK
039600             MOVE SPACE TO WS-OFFER-TEXT
039700             STRING BR-PROGRAM          DELIMITED BY SPACE
039800                    ' '                 DELIMITED BY SIZE
039900                    BR-CHECK            DELIMITED BY SPACE
040000                    ' OUT OF BALANCE - ' DELIMITED BY SIZE
040100                    BR-TEXT             DELIMITED BY SIZE
040200                 INTO WS-OFFER-TEXT
040300             END-STRING
040400             PERFORM 6100-OFFER-ACTION
040500                 THRU 6100-OFFER-ACTION-EXIT
040600         WHEN BR-RESULT-SKIPPED
040700             ADD 1 TO WS-AREA-COUNT(3)
040800             MOVE 2 TO WS-OFFER-RANK
040900             MOVE SPACE TO WS-OFFER-TEXT
041000             STRING BR-PROGRAM          DELIMITED BY SPACE
041100                    ' '                 DELIMITED BY SIZE
041200                    BR-CHECK            DELIMITED BY SPACE
041300                    ' NOT MADE - '      DELIMITED BY SIZE
041400                    BR-TEXT             DELIMITED BY SIZE
041500                 INTO WS-OFFER-TEXT
041600             END-STRING
041700             PERFORM 6100-OFFER-ACTION
041800                 THRU 6100-OFFER-ACTION-EXIT
041900         WHEN BR-RESULT-NOT-APPLIC
042000             ADD 1 TO WS-AREA-COUNT(4)
042100         WHEN OTHER
042200             CONTINUE
042300     END-EVALUATE.
042400     PERFORM 3100-READ-BALANCING
042500         THRU 3100-READ-BALANCING-EXIT.
042600 3200-TAKE-ONE-CHECK-EXIT.
042700     EXIT.
042800*****************************************************************
042900*  3300-SUMMARIZE-HR-ACK                                         *
043000*  THE DISCREPANCY COUNT COMES FROM THE ACKNOWLEDGMENT STEP'S    *
043100*  RUN-CONTROL ROW, WHICH ALSO COUNTS A BAD OR MISSING HEADER;   *
043200*  THE REPORT GIVES THE RECORD-LEVEL FINDINGS.  ANY DISCREPANCY  *
043300*  IS RED.  IF THE STEP DID NOT RUN TONIGHT ANY REPORT ON FILE   *
043400*  IS AN OLD ONE, SO IT IS NOT READ AND THE AREA IS AMBER.       *
043500*****************************************************************
043600 3300-SUMMARIZE-HR-ACK.
043700     PERFORM 6000-RESET-AREA
043800         THRU 6000-RESET-AREA-EXIT.
043900     MOVE 'HR ACKNOWLEDGMENT'   TO WS-AREA-NAME.
044000     MOVE 'REJECTED BY HR'      TO WS-AREA-COUNT-LABEL(1).
044100     MOVE 'UNACKNOWLEDGED'      TO WS-AREA-COUNT-LABEL(2).
044200     MOVE 'NOT SENT'            TO WS-AREA-COUNT-LABEL(3).
044300     MOVE 'DISCREPANCIES'       TO WS-AREA-COUNT-LABEL(4).
044400     IF WS-STEP-ABSENT(5)
044500         SET WS-AREA-AMBER TO TRUE
044600         MOVE 1 TO WS-OFFER-RANK
044700         MOVE SPACE TO WS-OFFER-TEXT
044800         STRING 'DEPTHACK DID NOT RUN TONIGHT - HR HAS NOT'
044900                                    DELIMITED BY SIZE
045000                ' CONFIRMED THE LAST FEED'
045100                                    DELIMITED BY SIZE
045200             INTO WS-OFFER-TEXT
045300         END-STRING
045400         PERFORM 6100-OFFER-ACTION
045500             THRU 6100-OFFER-ACTION-EXIT
045600         PERFORM 7000-PRINT-AREA
045700             THRU 7000-PRINT-AREA-EXIT
045800         GO TO 3300-SUMMARIZE-HR-ACK-EXIT
045900     END-IF.
046000     MOVE WS-STEP-REJECTED(5) TO WS-AREA-COUNT(4).
046100     SET WS-NOT-EOF-INPUT TO TRUE.
046200     OPEN INPUT DEPTHAKX.
046300     IF WS-DEPTHAKX-STATUS = '35'
046400         SET WS-EOF-INPUT TO TRUE
046500     ELSE
046600         IF WS-DEPTHAKX-STATUS NOT = '00'
046700             DISPLAY 'DEPTMSUM - OPEN FAILED FOR DEPTHAKX, '
046800                 'STATUS = ' WS-DEPTHAKX-STATUS
046900             MOVE 16 TO RETURN-CODE
047000             GO TO 9999-ABEND
047100         END-IF
047200         PERFORM 3400-READ-HR-ACK
047300             THRU 3400-READ-HR-ACK-EXIT
047400     END-IF.
047500     PERFORM 3500-TAKE-ONE-FINDING
047600         THRU 3500-TAKE-ONE-FINDING-EXIT
047700         UNTIL WS-EOF-INPUT.
047800     IF WS-DEPTHAKX-STATUS NOT = '35'
047900         CLOSE DEPTHAKX
048000     END-IF.
048100     COMPUTE WS-ACK-FOUND = WS-AREA-COUNT(1)
048200                          + WS-AREA-COUNT(2)
048300                          + WS-AREA-COUNT(3).
048400*    DISCREPANCIES NOT ACCOUNTED FOR BY A RECORD ARE THE HEADER  *
048500*    CHECK -- RECORDS LOST IN TRANSMISSION -- WHICH COMES FIRST. *
048600     IF WS-AREA-COUNT(4) > WS-ACK-FOUND
048700         MOVE ZERO TO WS-OFFER-RANK
048800         MOVE SPACE TO WS-OFFER-TEXT
048900         STRING 'HR RECEIVED COUNT DISAGREES WITH THE FEED'
049000                                    DELIMITED BY SIZE
049100                ' SENT, OR NO HEADER - SEE THE DEPTHACK LOG'
049200                                    DELIMITED BY SIZE
049300             INTO WS-OFFER-TEXT
049400         END-STRING
049500         PERFORM 6100-OFFER-ACTION
049600             THRU 6100-OFFER-ACTION-EXIT
049700     END-IF.
049800     IF WS-AREA-COUNT(4) > ZERO OR WS-ACK-FOUND > ZERO
049900         SET WS-AREA-RED TO TRUE
050000     END-IF.
050100     PERFORM 7000-PRINT-AREA
050200         THRU 7000-PRINT-AREA-EXIT.
050300 3300-SUMMARIZE-HR-ACK-EXIT.
050400     EXIT.
050500*****************************************************************
050600*  3400-READ-HR-ACK                                              *
050700*****************************************************************
050800 3400-READ-HR-ACK.
050900     READ DEPTHAKX
051000         AT END
051100             SET WS-EOF-INPUT TO TRUE
051200     END-READ.
051300     IF NOT WS-EOF-INPUT AND WS-DEPTHAKX-STATUS NOT = '00'
051400         DISPLAY 'DEPTMSUM - ERROR READING DEPTHAKX, STATUS = '
051500             WS-DEPTHAKX-STATUS
051600         MOVE 16 TO RETURN-CODE
051700         GO TO 9999-ABEND
051800     END-IF.
051900 3400-READ-HR-ACK-EXIT.
052000     EXIT.
052100*****************************************************************
052200*  3500-TAKE-ONE-FINDING                                         *
052300*  HEADING AND BLANK LINES ARE PASSED OVER.                      *
052400*****************************************************************
052500 3500-TAKE-ONE-FINDING.
052600     IF AK-DEPTNO NOT = 'DNO' AND AK-FINDING NOT = SPACES
052700         PERFORM 3600-FILE-ONE-FINDING
052800             THRU 3600-FILE-ONE-FINDING-EXIT
052900     END-IF.
053000     PERFORM 3400-READ-HR-ACK
053100         THRU 3400-READ-HR-ACK-EXIT.
053200 3500-TAKE-ONE-FINDING-EXIT.
053300     EXIT.
053400*****************************************************************
053500*  3600-FILE-ONE-FINDING                                         *
053600*  A RECORD HR REFUSED IS WORKED FIRST, THEN ONE HR HOLDS THAT   *
053700*  WE NEVER SENT, THEN ONE NEVER ACKNOWLEDGED.                   *
053800*****************************************************************
053900 3600-FILE-ONE-FINDING.
054000     EVALUATE AK-FINDING
054100         WHEN 'REJECTED'
054200             ADD 1 TO WS-AREA-COUNT(1)
054300             MOVE 1 TO WS-OFFER-RANK
054400         WHEN 'UNACKED'
054500             ADD 1 TO WS-AREA-COUNT(2)
054600             MOVE 3 TO WS-OFFER-RANK
054700         WHEN OTHER
054800             ADD 1 TO WS-AREA-COUNT(3)
054900             MOVE 2 TO WS-OFFER-RANK
055000     END-EVALUATE.
055100     MOVE SPACE TO WS-OFFER-TEXT.
055200     STRING 'DNO '              DELIMITED BY SIZE
055300            AK-DEPTNO           DELIMITED BY SIZE
055400            ' '                 DELIMITED BY SIZE
055500            AK-FINDING          DELIMITED BY '  '
055600            ' - '               DELIMITED BY SIZE
055700            AK-FINDING-TEXT     DELIMITED BY SIZE
055800         INTO WS-OFFER-TEXT
055900     END-STRING.
056000     PERFORM 6100-OFFER-ACTION
056100         THRU 6100-OFFER-ACTION-EXIT.
056200 3600-FILE-ONE-FINDING-EXIT.
056300     EXIT.
056400*****************************************************************
056500*  4000-SUMMARIZE-EXCEPTIONS                                     *
056600*  READS THE WHOLE EXCEPTION MASTER.  TONIGHT IS THE LATEST      *
056700*  DATE THE CONSOLIDATION RUN STAMPED ON ANY RECORD, SO THE      *
056800*  SUMMARY STILL COUNTS THE RIGHT NIGHT WHEN IT RUNS PAST        *
056900*  MIDNIGHT.  AN EXCEPTION IS NEW WHEN IT IS OPEN AND WAS FIRST  *
057000*  DETECTED TONIGHT; THE FIRST TWO NEW ONES IN KEY ORDER ARE     *
057100*  THE ACTION ITEMS.  NO MASTER YET MEANS NO EXCEPTIONS.         *
057200*****************************************************************
057300 4000-SUMMARIZE-EXCEPTIONS.
057400     PERFORM 6000-RESET-AREA
057500         THRU 6000-RESET-AREA-EXIT.
057600     MOVE 'EXCEPTION MASTER'    TO WS-AREA-NAME.
057700     MOVE 'NEW TONIGHT'         TO WS-AREA-COUNT-LABEL(1).
057800     MOVE 'OPEN IN ALL'         TO WS-AREA-COUNT-LABEL(2).
057900     MOVE 'CLEARED TONIGHT'     TO WS-AREA-COUNT-LABEL(3).
058000     SET WS-NOT-EOF-INPUT TO TRUE.
058100     OPEN INPUT DEPTXMST.
058200     IF WS-DEPTXMST-STATUS = '35'
058300         PERFORM 7000-PRINT-AREA
058400             THRU 7000-PRINT-AREA-EXIT
058500         GO TO 4000-SUMMARIZE-EXCEPTIONS-EXIT
058600     END-IF.
058700     IF WS-DEPTXMST-STATUS NOT = '00'
058800         DISPLAY 'DEPTMSUM - OPEN FAILED FOR DEPTXMST, STATUS = '
058900             WS-DEPTXMST-STATUS
059000         MOVE 16 TO RETURN-CODE
059100         GO TO 9999-ABEND
059200     END-IF.
059300     PERFORM 4100-READ-EXCP-MASTER
059400         THRU 4100-READ-EXCP-MASTER-EXIT.
059500     PERFORM 4200-TAKE-ONE-EXCEPTION
059600         THRU 4200-TAKE-ONE-EXCEPTION-EXIT
059700         UNTIL WS-EOF-INPUT.
059800     CLOSE DEPTXMST.
059900     IF WS-AREA-COUNT(1) NOT < WS-EXCP-RED-LIMIT
060000         SET WS-AREA-RED TO TRUE
060100     ELSE
060200         IF WS-AREA-COUNT(1) > ZERO
060300             SET WS-AREA-AMBER TO TRUE
060400         END-IF
060500     END-IF.
060600     PERFORM 7000-PRINT-AREA
060700         THRU 7000-PRINT-AREA-EXIT.
060800 4000-SUMMARIZE-EXCEPTIONS-EXIT.
060900     EXIT.
061000*****************************************************************
061100*  4100-READ-EXCP-MASTER                                         *
061200*****************************************************************
061300 4100-READ-EXCP-MASTER.
061400     READ DEPTXMST
061500         AT END
061600             SET WS-EOF-INPUT TO TRUE
061700     END-READ.
061800     IF NOT WS-EOF-INPUT AND WS-DEPTXMST-STATUS NOT = '00'
061900         DISPLAY 'DEPTMSUM - ERROR READING DEPTXMST, STATUS = '
062000             WS-DEPTXMST-STATUS
062100         MOVE 16 TO RETURN-CODE
062200         GO TO 9999-ABEND
062300     END-IF.
062400 4100-READ-EXCP-MASTER-EXIT.
062500     EXIT.
062600*****************************************************************
062700*  4200-TAKE-ONE-EXCEPTION                                       *
062800*  WHEN A LATER DATE THAN ANY SEEN SO FAR TURNS UP, EVERYTHING   *
062900*  COUNTED AS TONIGHT'S UNTIL NOW BELONGED TO AN EARLIER NIGHT,  *
063000*  SO THOSE COUNTS AND ACTION ITEMS START OVER.                  *
063100*****************************************************************
063200 4200-TAKE-ONE-EXCEPTION.
063300     MOVE XM-LAST-DATE TO WS-EXCP-LATEST.
063400     IF XM-STATUS-RESOLVED
063500             AND XM-RESOLVED-DATE > WS-EXCP-LATEST
063600         MOVE XM-RESOLVED-DATE TO WS-EXCP-LATEST
063700     END-IF.
063800     IF WS-EXCP-LATEST > WS-EXCP-TONIGHT
063900         MOVE WS-EXCP-LATEST TO WS-EXCP-TONIGHT
064000         MOVE ZERO TO WS-AREA-COUNT(1)
064100         MOVE ZERO TO WS-AREA-COUNT(3)
064200         MOVE ZERO TO WS-ACTION-COUNT
064300     END-IF.
064400     IF XM-STATUS-OPEN
064500         ADD 1 TO WS-AREA-COUNT(2)
064600     END-IF.
064700     IF XM-STATUS-RESOLVED
064800             AND XM-RESOLVED-DATE = WS-EXCP-TONIGHT
064900         ADD 1 TO WS-AREA-COUNT(3)
065000     END-IF.
065100     IF XM-STATUS-OPEN
065200             AND XM-FIRST-DATE = WS-EXCP-TONIGHT
065300         ADD 1 TO WS-AREA-COUNT(1)
065400         MOVE 1 TO WS-OFFER-RANK
065500         MOVE SPACE TO WS-OFFER-TEXT
065600         STRING 'NEW '              DELIMITED BY SIZE
065700                XM-EXCEPTION-TYPE   DELIMITED BY SPACE
065800                ' DNO '             DELIMITED BY SIZE
065900                XM-DEPTNO           DELIMITED BY SIZE
066000                ' FROM '            DELIMITED BY SIZE
066100                XM-SOURCE-PGM       DELIMITED BY SPACE
066200                ' - '               DELIMITED BY SIZE
066300                XM-EXCEPTION-TEXT   DELIMITED BY SIZE
066400             INTO WS-OFFER-TEXT
066500         END-STRING
066600         PERFORM 6100-OFFER-ACTION
066700             THRU 6100-OFFER-ACTION-EXIT
066800     END-IF.
066900     PERFORM 4100-READ-EXCP-MASTER
067000         THRU 4100-READ-EXCP-MASTER-EXIT.
067100 4200-TAKE-ONE-EXCEPTION-EXIT.
067200     EXIT.
067300*****************************************************************
067400*  4300-SUMMARIZE-SUSPENSE                                       *
067500*  ANY RECORD THE AGING STEP FLAGGED IS AMBER; ONE SITTING       *
067600*  LONGER THAN THE RED LIMIT HERE MAKES THE AREA RED.  THE       *
067700*  OLDEST AGED RECORDS ARE WORKED FIRST.  THE AGING STEP RUNS    *
067800*  EVERY NIGHT, SO A MISSING REPORT IS AMBER.                    *
067900*****************************************************************
068000 4300-SUMMARIZE-SUSPENSE.
068100     PERFORM 6000-RESET-AREA
068200         THRU 6000-RESET-AREA-EXIT.
068300     MOVE 'REJECT SUSPENSE'     TO WS-AREA-NAME.
068400     MOVE 'IN SUSPENSE'         TO WS-AREA-COUNT-LABEL(1).
068500     MOVE 'AGED'                TO WS-AREA-COUNT-LABEL(2).
068600     MOVE 'OLDEST (DAYS)'       TO WS-AREA-COUNT-LABEL(3).
068700     SET WS-NOT-EOF-INPUT TO TRUE.
068800     OPEN INPUT DEPTSAGX.
068900     IF WS-DEPTSAGX-STATUS = '35'
069000         SET WS-AREA-AMBER TO TRUE
069100         MOVE 1 TO WS-OFFER-RANK
069200         MOVE 'NO SUSPENSE AGING REPORT - DEPTSAGE DID NOT RUN'
069300                             TO WS-OFFER-TEXT
069400         PERFORM 6100-OFFER-ACTION
069500             THRU 6100-OFFER-ACTION-EXIT
069600         PERFORM 7000-PRINT-AREA
069700             THRU 7000-PRINT-AREA-EXIT
069800         GO TO 4300-SUMMARIZE-SUSPENSE-EXIT
069900     END-IF.
070000     IF WS-DEPTSAGX-STATUS NOT = '00'
070100         DISPLAY 'DEPTMSUM - OPEN FAILED FOR DEPTSAGX, STATUS = '
070200             WS-DEPTSAGX-STATUS
070300         MOVE 16 TO RETURN-CODE
070400         GO TO 9999-ABEND
070500     END-IF.
070600     PERFORM 4400-READ-SUSPENSE
070700         THRU 4400-READ-SUSPENSE-EXIT.
070800     PERFORM 4500-TAKE-ONE-SUSPENSE
070900         THRU 4500-TAKE-ONE-SUSPENSE-EXIT
071000         UNTIL WS-EOF-INPUT.
071100     CLOSE DEPTSAGX.
071200     IF WS-AREA-COUNT(3) > WS-SUSP-RED-LIMIT
071300             AND WS-AREA-COUNT(2) > ZERO
071400         SET WS-AREA-RED TO TRUE
071500     ELSE
071600         IF WS-AREA-COUNT(2) > ZERO
071700             SET WS-AREA-AMBER TO TRUE
071800         END-IF
071900     END-IF.
072000     PERFORM 7000-PRINT-AREA
072100         THRU 7000-PRINT-AREA-EXIT.
072200 4300-SUMMARIZE-SUSPENSE-EXIT.
072300     EXIT.
072400*****************************************************************
072500*  4400-READ-SUSPENSE                                            *
072600*****************************************************************
072700 4400-READ-SUSPENSE.
072800     READ DEPTSAGX
072900         AT END
073000             SET WS-EOF-INPUT TO TRUE
073100     END-READ.
073200     IF NOT WS-EOF-INPUT AND WS-DEPTSAGX-STATUS NOT = '00'
073300         DISPLAY 'DEPTMSUM - ERROR READING DEPTSAGX, STATUS = '
073400             WS-DEPTSAGX-STATUS
073500         MOVE 16 TO RETURN-CODE
073600         GO TO 9999-ABEND
073700     END-IF.
073800 4400-READ-SUSPENSE-EXIT.
073900     EXIT.
074000*****************************************************************
074100*  4500-TAKE-ONE-SUSPENSE                                        *
074200*  HEADING AND BLANK LINES ARE PASSED OVER.                      *
074300*****************************************************************
074400 4500-TAKE-ONE-SUSPENSE.
074500     IF SR-DEPTNO NOT = 'DNO' AND SR-DEPTNO NOT = SPACES
074600         PERFORM 4600-FILE-ONE-SUSPENSE
074700             THRU 4600-FILE-ONE-SUSPENSE-EXIT
074800     END-IF.
074900     PERFORM 4400-READ-SUSPENSE
075000         THRU 4400-READ-SUSPENSE-EXIT.
075100 4500-TAKE-ONE-SUSPENSE-EXIT.
075200     EXIT.
075300*****************************************************************
075400*  4600-FILE-ONE-SUSPENSE                                        *
075500*  THE AGE IS TAKEN BACK OFF THE PRINTED LINE.  THE MORE         *
075600*  BUSINESS DAYS, THE LOWER (MORE URGENT) THE RANK.              *
075700*****************************************************************
075800 4600-FILE-ONE-SUSPENSE.
075900     ADD 1 TO WS-AREA-COUNT(1).
076000     MOVE SR-BUSINESS-DAYS TO WS-SUSP-DAYS.
076100     IF SR-AGE-FLAG NOT = '**AGED**'
076200         GO TO 4600-FILE-ONE-SUSPENSE-EXIT
076300     END-IF.
076400     ADD 1 TO WS-AREA-COUNT(2).
076500     IF WS-SUSP-DAYS > WS-AREA-COUNT(3)
076600         MOVE WS-SUSP-DAYS TO WS-AREA-COUNT(3)
076700     END-IF.
076800     COMPUTE WS-OFFER-RANK = 99999 - WS-SUSP-DAYS.
076900     MOVE SPACE TO WS-OFFER-TEXT.
077000     STRING 'DNO '              DELIMITED BY SIZE
077100            SR-DEPTNO           DELIMITED BY SIZE
077200            ' FROM '            DELIMITED BY SIZE
077300            SR-SOURCE-PGM       DELIMITED BY SPACE
077400            ' CODE '            DELIMITED BY SIZE
077500            SR-REJECT-CODE      DELIMITED BY SIZE
077600            ' IN SUSPENSE SINCE ' DELIMITED BY SIZE
077700            SR-FIRST-REJ-DATE   DELIMITED BY SIZE
077800            ' - '               DELIMITED BY SIZE
077900            WS-SUSP-DAYS        DELIMITED BY SIZE
078000            ' BUSINESS DAYS'    DELIMITED BY SIZE
078100         INTO WS-OFFER-TEXT
078200     END-STRING.
078300     PERFORM 6100-OFFER-ACTION
078400         THRU 6100-OFFER-ACTION-EXIT.
078500 4600-FILE-ONE-SUSPENSE-EXIT.
078600     EXIT.
078700*****************************************************************
078800*  5000-SUMMARIZE-COLLISIONS                                     *
078900*  A DEPARTMENT POSTED BY MORE THAN ONE STREAM TONIGHT IS AMBER; *
079000*  ONE WHOSE LAST POSTING WAS A CLOSE ENDED THE NIGHT WITH NO    *
079100*  DEPARTMENT AT ALL, WHICH IS RED AND WORKED FIRST.  THE REPORT *
079200*  LEADS WITH ONE LINE PER POSTING STREAM THAT RAN, WHICH ARE    *
079300*  COUNTED, NOT TREATED AS COLLISIONS.                           *
079400*****************************************************************
079500 5000-SUMMARIZE-COLLISIONS.
079600     PERFORM 6000-RESET-AREA
079700         THRU 6000-RESET-AREA-EXIT.
079800     MOVE 'SAME-NIGHT COLLISION' TO WS-AREA-NAME.
079900     MOVE 'COLLISIONS'          TO WS-AREA-COUNT-LABEL(1).
080000     MOVE 'ENDED CLOSED'        TO WS-AREA-COUNT-LABEL(2).
080100     MOVE 'STREAMS RAN'         TO WS-AREA-COUNT-LABEL(3).
080200     MOVE SPACE TO WS-COLL-DEPTNO.
080300     SET WS-NOT-EOF-INPUT TO TRUE.
080400     OPEN INPUT DEPTCOLX.
080500     IF WS-DEPTCOLX-STATUS = '35'
080600         SET WS-AREA-AMBER TO TRUE
080700         MOVE 1 TO WS-OFFER-RANK
080800         MOVE 'NO COLLISION REPORT - DEPTCOLL DID NOT RUN TONIGHT'
080900                             TO WS-OFFER-TEXT
081000         PERFORM 6100-OFFER-ACTION
081100             THRU 6100-OFFER-ACTION-EXIT
081200         PERFORM 7000-PRINT-AREA
081300             THRU 7000-PRINT-AREA-EXIT
081400         GO TO 5000-SUMMARIZE-COLLISIONS-EXIT
081500     END-IF.
081600     IF WS-DEPTCOLX-STATUS NOT = '00'
081700         DISPLAY 'DEPTMSUM - OPEN FAILED FOR DEPTCOLX, STATUS = '
081800             WS-DEPTCOLX-STATUS
081900         MOVE 16 TO RETURN-CODE
082000         GO TO 9999-ABEND
082100     END-IF.
082200     PERFORM 5100-READ-COLLISION
082300         THRU 5100-READ-COLLISION-EXIT.
082400     PERFORM 5200-TAKE-ONE-COLL-LINE
082500         THRU 5200-TAKE-ONE-COLL-LINE-EXIT
082600         UNTIL WS-EOF-INPUT.
082700     PERFORM 5400-FINISH-COLL-GROUP
082800         THRU 5400-FINISH-COLL-GROUP-EXIT.
082900     CLOSE DEPTCOLX.
083000     IF WS-AREA-COUNT(2) > ZERO
083100         SET WS-AREA-RED TO TRUE
083200     ELSE
083300         IF WS-AREA-COUNT(1) > ZERO
083400             SET WS-AREA-AMBER TO TRUE
083500         END-IF
083600     END-IF.
083700     PERFORM 7000-PRINT-AREA
083800         THRU 7000-PRINT-AREA-EXIT.
083900 5000-SUMMARIZE-COLLISIONS-EXIT.
084000     EXIT.
084100*****************************************************************
084200*  5100-READ-COLLISION                                           *
084300*****************************************************************
084400 5100-READ-COLLISION.
084500     READ DEPTCOLX
084600         AT END
084700             SET WS-EOF-INPUT TO TRUE
084800     END-READ.
084900     IF NOT WS-EOF-INPUT AND WS-DEPTCOLX-STATUS NOT = '00'
085000         DISPLAY 'DEPTMSUM - ERROR READING DEPTCOLX, STATUS = '
085100             WS-DEPTCOLX-STATUS
085200         MOVE 16 TO RETURN-CODE
085300         GO TO 9999-ABEND
085400     END-IF.
085500 5100-READ-COLLISION-EXIT.
085600     EXIT.
085700*****************************************************************
085800*  5200-TAKE-ONE-COLL-LINE                                       *
085900*  LINES WITH NO DEPTNO ARE THE STREAM LINES AND THE BLANK       *
086000*  SEPARATORS; EVERY OTHER LINE EXCEPT THE HEADING IS ONE        *
086100*  POSTING OF A COLLIDING DEPARTMENT.                            *
086200*****************************************************************
086300 5200-TAKE-ONE-COLL-LINE.
086400     EVALUATE TRUE
086500         WHEN CN-DEPTNO = SPACES
086600             IF CN-DEPTNAME(1:14) = 'RAN TONIGHT AT'
086700                 ADD 1 TO WS-AREA-COUNT(3)
086800             END-IF
086900         WHEN CN-DEPTNO = 'DNO'
087000             CONTINUE
087100         WHEN OTHER
087200             PERFORM 5300-TAKE-ONE-POSTING
087300                 THRU 5300-TAKE-ONE-POSTING-EXIT
087400     END-EVALUATE.
087500     PERFORM 5100-READ-COLLISION
087600         THRU 5100-READ-COLLISION-EXIT.
087700 5200-TAKE-ONE-COLL-LINE-EXIT.
087800     EXIT.
087900*****************************************************************
088000*  5300-TAKE-ONE-POSTING                                         *
088100*  THE LAST POSTING OF A GROUP IS THE ONE THAT DECIDED HOW THE   *
088200*  DEPARTMENT ENDED THE NIGHT.                                   *
088300*****************************************************************
088400 5300-TAKE-ONE-POSTING.
088500     IF CN-DEPTNO NOT = WS-COLL-DEPTNO
088600         PERFORM 5400-FINISH-COLL-GROUP
088700             THRU 5400-FINISH-COLL-GROUP-EXIT
088800         MOVE CN-DEPTNO TO WS-COLL-DEPTNO
088900         MOVE ZERO      TO WS-COLL-ROWS
089000     END-IF.
089100     ADD 1 TO WS-COLL-ROWS.
089200     MOVE CN-SOURCE-PGM TO WS-COLL-LAST-PGM.
089300     MOVE CN-FLAG       TO WS-COLL-LAST-FLAG.
089400 5300-TAKE-ONE-POSTING-EXIT.
089500     EXIT.
089600*****************************************************************
089700*  5400-FINISH-COLL-GROUP                                        *
089800*****************************************************************
089900 5400-FINISH-COLL-GROUP.
090000     IF WS-COLL-DEPTNO = SPACES
090100         GO TO 5400-FINISH-COLL-GROUP-EXIT
090200     END-IF.
090300     ADD 1 TO WS-AREA-COUNT(1).
090400     MOVE WS-COLL-ROWS TO WS-TEXT-ROWS.
090500     MOVE SPACE TO WS-OFFER-TEXT.
090600     IF WS-COLL-LAST-FLAG = '*CLOSED'
090700         ADD 1 TO WS-AREA-COUNT(2)
090800         MOVE 1 TO WS-OFFER-RANK
090900         STRING 'DNO '              DELIMITED BY SIZE
091000                WS-COLL-DEPTNO      DELIMITED BY SIZE
091100                ' - '               DELIMITED BY SIZE
091200                WS-TEXT-ROWS        DELIMITED BY SIZE
091300                ' POSTINGS TONIGHT, CLOSED LAST BY '
091400                                    DELIMITED BY SIZE
091500                WS-COLL-LAST-PGM    DELIMITED BY SPACE
091600                ' - NO DEPARTMENT LEFT'
091700                                    DELIMITED BY SIZE
091800             INTO WS-OFFER-TEXT
091900         END-STRING
092000     ELSE
092100         MOVE 2 TO WS-OFFER-RANK
092200         STRING 'DNO '              DELIMITED BY SIZE
092300                WS-COLL-DEPTNO      DELIMITED BY SIZE
092400                ' - '               DELIMITED BY SIZE
092500                WS-TEXT-ROWS        DELIMITED BY SIZE
092600                ' POSTINGS TONIGHT, LAST BY '
092700                                    DELIMITED BY SIZE
092800                WS-COLL-LAST-PGM    DELIMITED BY SPACE
092900                ' - CHECK THE SURVIVING VALUES'
093000                                    DELIMITED BY SIZE
093100             INTO WS-OFFER-TEXT
093200         END-STRING
093300     END-IF.
093400     PERFORM 6100-OFFER-ACTION
093500         THRU 6100-OFFER-ACTION-EXIT.
093600     MOVE SPACE TO WS-COLL-DEPTNO.
093700 5400-FINISH-COLL-GROUP-EXIT.
093800     EXIT.
093900*****************************************************************
094000*  5500-SUMMARIZE-HIST-AUDIT                                     *
094100*  A STRUCTURAL BREAK IN DEPT_HIST (NO OPEN ROW, MORE THAN ONE,  *
094200*  AN OPEN ROW FOR A CLOSED DEPARTMENT, OVERLAPPING DATES) IS    *
094300*  RED; DRIFT FROM DEPT1, A GAP OR A DEPARTMENT WITH NO HISTORY  *
094400*  IS AMBER.  THE AUDIT RUNS ON ITS OWN CYCLE, SO ITS REPORT IS  *
094500*  THE LATEST ONE ON FILE; WITH NO REPORT THE AREA CANNOT BE     *
094600*  CALLED GREEN.                                                 *
094700*****************************************************************
094800 5500-SUMMARIZE-HIST-AUDIT.
094900     PERFORM 6000-RESET-AREA
095000         THRU 6000-RESET-AREA-EXIT.
095100     MOVE 'DEPT_HIST AUDIT'     TO WS-AREA-NAME.
095200     MOVE 'STRUCTURAL'          TO WS-AREA-COUNT-LABEL(1).
095300     MOVE 'HIST DRIFT'          TO WS-AREA-COUNT-LABEL(2).
095400     MOVE 'GAP OR NO-HIST'      TO WS-AREA-COUNT-LABEL(3).
095500     MOVE 'FINDINGS'            TO WS-AREA-COUNT-LABEL(4).
095600     SET WS-NOT-EOF-INPUT TO TRUE.
095700     OPEN INPUT DEPTHADX.
095800     IF WS-DEPTHADX-STATUS = '35'
095900         SET WS-AREA-AMBER TO TRUE
096000         MOVE 1 TO WS-OFFER-RANK
096100         MOVE 'NO DEPT_HIST AUDIT REPORT - DEPTHAUD HAS NOT RUN'
096200                             TO WS-OFFER-TEXT
096300         PERFORM 6100-OFFER-ACTION
096400             THRU 6100-OFFER-ACTION-EXIT
096500         PERFORM 7000-PRINT-AREA
096600             THRU 7000-PRINT-AREA-EXIT
096700         GO TO 5500-SUMMARIZE-HIST-AUDIT-EXIT
096800     END-IF.
096900     IF WS-DEPTHADX-STATUS NOT = '00'
097000         DISPLAY 'DEPTMSUM - OPEN FAILED FOR DEPTHADX, STATUS = '
097100             WS-DEPTHADX-STATUS
097200         MOVE 16 TO RETURN-CODE
097300         GO TO 9999-ABEND
097400     END-IF.
097500     PERFORM 5600-READ-HIST-AUDIT
097600         THRU 5600-READ-HIST-AUDIT-EXIT.
097700     PERFORM 5700-TAKE-ONE-AUDIT-LINE
097800         THRU 5700-TAKE-ONE-AUDIT-LINE-EXIT
097900         UNTIL WS-EOF-INPUT.
098000     CLOSE DEPTHADX.
098100     IF WS-AREA-COUNT(1) > ZERO
098200         SET WS-AREA-RED TO TRUE
098300     ELSE
098400         IF WS-AREA-COUNT(4) > ZERO
098500             SET WS-AREA-AMBER TO TRUE
098600         END-IF
098700     END-IF.
098800     PERFORM 7000-PRINT-AREA
098900         THRU 7000-PRINT-AREA-EXIT.
099000 5500-SUMMARIZE-HIST-AUDIT-EXIT.
099100     EXIT.
099200*****************************************************************
099300*  5600-READ-HIST-AUDIT                                          *
099400*****************************************************************
099500 5600-READ-HIST-AUDIT.
099600     READ DEPTHADX
099700         AT END
099800             SET WS-EOF-INPUT TO TRUE
099900     END-READ.
100000     IF NOT WS-EOF-INPUT AND WS-DEPTHADX-STATUS NOT = '00'
100100         DISPLAY 'DEPTMSUM - ERROR READING DEPTHADX, STATUS = '
100200             WS-DEPTHADX-STATUS
100300         MOVE 16 TO RETURN-CODE
100400         GO TO 9999-ABEND
100500     END-IF.
100600 5600-READ-HIST-AUDIT-EXIT.
100700     EXIT.
100800*****************************************************************
100900*  5700-TAKE-ONE-AUDIT-LINE                                      *
101000*****************************************************************
101100 5700-TAKE-ONE-AUDIT-LINE.
101200     ADD 1 TO WS-AREA-COUNT(4).
101300     EVALUATE EX-EXCEPTION-TYPE
101400         WHEN 'NO-OPEN'
101500         WHEN 'MULTI-OPEN'
101600         WHEN 'NOT-CLOSED'
101700         WHEN 'OVERLAP'
101800             ADD 1 TO WS-AREA-COUNT(1)
101900             MOVE 1 TO WS-OFFER-RANK
102000         WHEN 'HIST-DRIFT'
102100             ADD 1 TO WS-AREA-COUNT(2)
102200             MOVE 2 TO WS-OFFER-RANK
102300         WHEN OTHER
102400             ADD 1 TO WS-AREA-COUNT(3)
102500             MOVE 2 TO WS-OFFER-RANK
102600     END-EVALUATE.
102700     MOVE SPACE TO WS-OFFER-TEXT.
102800     STRING EX-EXCEPTION-TYPE   DELIMITED BY SPACE
102900            ' DNO '             DELIMITED BY SIZE
103000            EX-DEPTNO           DELIMITED BY SIZE
103100            ' - '               DELIMITED BY SIZE
103200            EX-EXCEPTION-TEXT   DELIMITED BY SIZE
103300         INTO WS-OFFER-TEXT
103400     END-STRING.
103500     PERFORM 6100-OFFER-ACTION
103600         THRU 6100-OFFER-ACTION-EXIT.
103700     PERFORM 5600-READ-HIST-AUDIT
103800         THRU 5600-READ-HIST-AUDIT-EXIT.
103900 5700-TAKE-ONE-AUDIT-LINE-EXIT.
104000     EXIT.
104100*****************************************************************
104200*  6000-RESET-AREA                                               *
104300*****************************************************************
104400 6000-RESET-AREA.
104500     MOVE SPACE TO WS-AREA-NAME.
104600     SET WS-AREA-GREEN TO TRUE.
104700     MOVE ZERO TO WS-ACTION-COUNT.
104800     PERFORM 6010-CLEAR-ONE-COUNT
104900         THRU 6010-CLEAR-ONE-COUNT-EXIT
105000         VARYING WS-COUNT-SUB FROM 1 BY 1
105100         UNTIL WS-COUNT-SUB > 4.
105200 6000-RESET-AREA-EXIT.
105300     EXIT.
105400*****************************************************************
105500*  6010-CLEAR-ONE-COUNT                                          *
105600*****************************************************************
105700 6010-CLEAR-ONE-COUNT.
105800     MOVE SPACE TO WS-AREA-COUNT-LABEL(WS-COUNT-SUB).
105900     MOVE ZERO  TO WS-AREA-COUNT(WS-COUNT-SUB).
106000 6010-CLEAR-ONE-COUNT-EXIT.
106100     EXIT.
106200*****************************************************************
106300*  6100-OFFER-ACTION                                             *
106400*  KEEPS THE TWO LOWEST-RANKED ITEMS OFFERED, MOST URGENT IN     *
106500*  SLOT 1.  AN ITEM THAT ONLY TIES SLOT 2 DOES NOT DISPLACE IT.  *
106600*****************************************************************
106700 6100-OFFER-ACTION.
106800     IF WS-ACTION-COUNT < 2
106900         ADD 1 TO WS-ACTION-COUNT
107000         MOVE WS-OFFER-RANK TO WS-ACTION-RANK(WS-ACTION-COUNT)
107100         MOVE WS-OFFER-TEXT TO WS-ACTION-TEXT(WS-ACTION-COUNT)
107200     ELSE
107300         IF WS-OFFER-RANK NOT < WS-ACTION-RANK(2)
107400             GO TO 6100-OFFER-ACTION-EXIT
107500         END-IF
107600         MOVE WS-OFFER-RANK TO WS-ACTION-RANK(2)
107700         MOVE WS-OFFER-TEXT TO WS-ACTION-TEXT(2)
107800     END-IF.
107900     IF WS-ACTION-COUNT = 2
108000             AND WS-ACTION-RANK(2) < WS-ACTION-RANK(1)
108100         MOVE WS-ACTION-ENTRY(1) TO WS-HOLD-ACTION
108200         MOVE WS-ACTION-ENTRY(2) TO WS-ACTION-ENTRY(1)
108300         MOVE WS-HOLD-ACTION     TO WS-ACTION-ENTRY(2)
108400     END-IF.
108500 6100-OFFER-ACTION-EXIT.
108600     EXIT.
108700*****************************************************************
108800*  7000-PRINT-AREA                                               *
108900*  THE STATUS LINE, THE ACTION ITEMS UNDER IT, AND A BLANK LINE. *
109000*****************************************************************
109100 7000-PRINT-AREA.
109200     MOVE SPACE TO DEPT-MORNING-RPT-REC.
109300     MOVE WS-AREA-NAME   TO MS-AREA.
109400     MOVE WS-AREA-STATUS TO MS-STATUS.
109500     PERFORM 7100-PRINT-ONE-COUNT
109600         THRU 7100-PRINT-ONE-COUNT-EXIT
109700         VARYING WS-COUNT-SUB FROM 1 BY 1
109800         UNTIL WS-COUNT-SUB > 4.
109900     WRITE DEPT-MORNING-RPT-REC.
110000     IF WS-AREA-RED
110100         ADD 1 TO WS-RED-AREAS
110200     END-IF.
110300     IF WS-ACTION-COUNT = ZERO
110400         MOVE SPACE TO DEPT-MORNING-RPT-REC
110500         MOVE '   NOTHING TO WORK' TO MS-AREA
110600         WRITE DEPT-MORNING-RPT-REC
110700     END-IF.
110800     PERFORM 7200-PRINT-ONE-ACTION
110900         THRU 7200-PRINT-ONE-ACTION-EXIT
111000         VARYING WS-COUNT-SUB FROM 1 BY 1
111100         UNTIL WS-COUNT-SUB > WS-ACTION-COUNT.
111200     MOVE SPACE TO DEPT-MORNING-RPT-REC.
111300     WRITE DEPT-MORNING-RPT-REC.
111400 7000-PRINT-AREA-EXIT.
111500     EXIT.
111600*****************************************************************
111700*  7100-PRINT-ONE-COUNT                                          *
111800*  AN UNLABELLED COUNT SLOT IS NOT USED BY THIS AREA AND STAYS   *
111900*  BLANK.                                                        *
112000*****************************************************************
112100 7100-PRINT-ONE-COUNT.
112200     IF WS-AREA-COUNT-LABEL(WS-COUNT-SUB) = SPACES
112300         GO TO 7100-PRINT-ONE-COUNT-EXIT
112400     END-IF.
112500     MOVE WS-AREA-COUNT-LABEL(WS-COUNT-SUB)
112600                         TO MS-COUNT-LABEL(WS-COUNT-SUB).
112700     MOVE WS-AREA-COUNT(WS-COUNT-SUB)
112800                         TO MS-COUNT-VALUE(WS-COUNT-SUB).
112900 7100-PRINT-ONE-COUNT-EXIT.
113000     EXIT.
113100*****************************************************************
113200*  7200-PRINT-ONE-ACTION                                         *
113300*****************************************************************
113400 7200-PRINT-ONE-ACTION.
113500     MOVE SPACE TO DEPT-MORNING-RPT-REC.
113600     IF WS-COUNT-SUB = 1
113700         MOVE '   WORK FIRST' TO MS-AREA
113800     ELSE
113900         MOVE '   THEN'       TO MS-AREA
114000     END-IF.
114100     MOVE WS-ACTION-TEXT(WS-COUNT-SUB) TO MS-TEXT.
114200     WRITE DEPT-MORNING-RPT-REC.
114300 7200-PRINT-ONE-ACTION-EXIT.
114400     EXIT.
114500*****************************************************************
114600*  7500-PRINT-STEPS                                              *
114700*  ONE LINE PER STEP THAT FILES A RUN-CONTROL ROW, SAYING WHEN   *
114800*  IT RAN OR THAT IT DID NOT.  A STEP THAT RAN BUT POSTED        *
114900*  NOTHING -- TRIAL MODE, OR HELD BY THE VOLUME CHECK -- IS      *
115000*  CALLED OUT TOO.  ANY SUCH STEP, OR ONE THAT DID NOT RUN, IS   *
115100*  AMBER; NO RUN-CONTROL FILE AT ALL IS RED.                     *
115200*****************************************************************
115300 7500-PRINT-STEPS.
115400     PERFORM 6000-RESET-AREA
115500         THRU 6000-RESET-AREA-EXIT.
115600     MOVE 'JOB STREAM STEPS'    TO WS-AREA-NAME.
115700     MOVE 'EXPECTED'            TO WS-AREA-COUNT-LABEL(1).
115800     MOVE 'RAN'                 TO WS-AREA-COUNT-LABEL(2).
115900     MOVE 'DID NOT RUN'         TO WS-AREA-COUNT-LABEL(3).
116000     MOVE 'TRIAL OR HELD'       TO WS-AREA-COUNT-LABEL(4).
116100     MOVE 5 TO WS-AREA-COUNT(1).
116200     PERFORM 7600-COUNT-ONE-STEP
116300         THRU 7600-COUNT-ONE-STEP-EXIT
116400         VARYING ST-IDX FROM 1 BY 1
116500         UNTIL ST-IDX > 5.
116600     IF WS-RUNC-ABSENT
116700         SET WS-AREA-RED TO TRUE
116800     ELSE
116900         IF WS-AREA-COUNT(3) > ZERO OR WS-AREA-COUNT(4) > ZERO
117000             SET WS-AREA-AMBER TO TRUE
117100         END-IF
117200     END-IF.
117300     MOVE SPACE TO DEPT-MORNING-RPT-REC.
117400     MOVE WS-AREA-NAME   TO MS-AREA.
117500     MOVE WS-AREA-STATUS TO MS-STATUS.
117600     PERFORM 7100-PRINT-ONE-COUNT
117700         THRU 7100-PRINT-ONE-COUNT-EXIT
117800         VARYING WS-COUNT-SUB FROM 1 BY 1
117900         UNTIL WS-COUNT-SUB > 4.
118000     WRITE DEPT-MORNING-RPT-REC.
118100     IF WS-AREA-RED
118200         ADD 1 TO WS-RED-AREAS
118300         MOVE SPACE TO DEPT-MORNING-RPT-REC
118400         MOVE 'NO RUN-CONTROL FILE - NO STEP FINISHED CLEANLY'
118500                             TO MS-TEXT
118600         WRITE DEPT-MORNING-RPT-REC
118700         GO TO 7500-PRINT-STEPS-EXIT
118800     END-IF.
118900     IF WS-AREA-GREEN
119000         MOVE SPACE TO DEPT-MORNING-RPT-REC
119100         MOVE 'ALL STEPS RAN' TO MS-TEXT
119200         WRITE DEPT-MORNING-RPT-REC
119300     END-IF.
119400     PERFORM 7700-PRINT-ONE-STEP
119500         THRU 7700-PRINT-ONE-STEP-EXIT
119600         VARYING ST-IDX FROM 1 BY 1
119700         UNTIL ST-IDX > 5.
119800 7500-PRINT-STEPS-EXIT.
119900     EXIT.
120000*****************************************************************
120100*  7600-COUNT-ONE-STEP                                           *
120200*****************************************************************
120300 7600-COUNT-ONE-STEP.
120400     IF WS-STEP-ABSENT(ST-IDX)
120500         ADD 1 TO WS-AREA-COUNT(3)
120600         GO TO 7600-COUNT-ONE-STEP-EXIT
120700     END-IF.
120800     ADD 1 TO WS-AREA-COUNT(2).
120900     IF WS-STEP-RUN-MODE(ST-IDX) = 'T'
121000             OR WS-STEP-VOLUME-CHECK(ST-IDX) = 'H'
121100         ADD 1 TO WS-AREA-COUNT(4)
121200     END-IF.
121300 7600-COUNT-ONE-STEP-EXIT.
121400     EXIT.
121500*****************************************************************
121600*  7700-PRINT-ONE-STEP                                           *
121700*****************************************************************
121800 7700-PRINT-ONE-STEP.
121900     MOVE SPACE TO DEPT-MORNING-RPT-REC.
122000     STRING '   '                      DELIMITED BY SIZE
122100            WS-STEP-PROGRAM(ST-IDX)    DELIMITED BY SIZE
122200         INTO MS-AREA
122300     END-STRING.
122400     EVALUATE TRUE
122500         WHEN WS-STEP-ABSENT(ST-IDX)
122600             MOVE 'DID NOT RUN TONIGHT' TO MS-TEXT
122700         WHEN WS-STEP-VOLUME-CHECK(ST-IDX) = 'H'
122800             STRING 'RAN AT '                DELIMITED BY SIZE
122900                    WS-STEP-RUN-TIME(ST-IDX) DELIMITED BY SIZE
123000                    ' - HELD BY THE VOLUME CHECK, NOTHING POSTED'
123100                                             DELIMITED BY SIZE
123200                 INTO MS-TEXT
123300             END-STRING
123400         WHEN WS-STEP-RUN-MODE(ST-IDX) = 'T'
123500             STRING 'RAN AT '                DELIMITED BY SIZE
123600                    WS-STEP-RUN-TIME(ST-IDX) DELIMITED BY SIZE
123700                    ' - TRIAL MODE, NOTHING POSTED'
123800                                             DELIMITED BY SIZE
123900                 INTO MS-TEXT
124000             END-STRING
124100         WHEN OTHER
124200             STRING 'RAN AT '                DELIMITED BY SIZE
124300                    WS-STEP-RUN-TIME(ST-IDX) DELIMITED BY SIZE
124400                 INTO MS-TEXT
124500             END-STRING
124600     END-EVALUATE.
124700     WRITE DEPT-MORNING-RPT-REC.
124800 7700-PRINT-ONE-STEP-EXIT.
124900     EXIT.
125000*****************************************************************
125100*  8000-TERMINATE                                                *
125200*  RETURN CODE 4 WHEN ANY AREA IS RED, SO THE SCHEDULER CAN PAGE *
125300*  THE MORNING SHIFT.                                            *
125400*****************************************************************
125500 8000-TERMINATE.
125600     CLOSE DEPTMSRP.
125700     DISPLAY 'DEPTMSUM - MORNING SUMMARY COMPLETE'.
125800     DISPLAY 'AREAS AT RED          = ' WS-RED-AREAS.
125900     IF WS-RED-AREAS > ZERO
126000         MOVE 4 TO RETURN-CODE
126100     END-IF.
126200 8000-TERMINATE-EXIT.
126300     EXIT.
126400*****************************************************************
126500*  9999-ABEND                                                    *
126600*  REACHED ONLY ON A FILE-STATUS ERROR DETECTED ABOVE.  CLOSES   *
126700*  WHAT IS OPEN AND ENDS THE RUN.                                *
126800*****************************************************************
126900 9999-ABEND.
127000     CLOSE DEPTRUNC.
127100     CLOSE DEPTBALX.
127200     CLOSE DEPTHAKX.
127300     CLOSE DEPTXMST.
127400     CLOSE DEPTSAGX.
127500     CLOSE DEPTCOLX.
127600     CLOSE DEPTHADX.
127700     CLOSE DEPTMSRP.
127800     DISPLAY 'DEPTMSUM - ABENDING - RETURN-CODE = ' RETURN-CODE.
127900     STOP RUN.
