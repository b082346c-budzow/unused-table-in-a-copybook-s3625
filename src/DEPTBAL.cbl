002240*                  TREATED EXACTLY LIKE AN IMBALANCE, SO AN      *
002250*                  UNCONFIRMED FEED HOLDS THE NEXT               *
002260*                  TRANSMISSION.                                 *
002265* 10/15/2026  RH   A DEPTMNT TRANSACTION HELD FOR A SECOND       *
002270*                  USERID'S APPROVAL IS NEITHER POSTED NOR       *
002275*                  REJECTED; THE HELD COUNT NOW FOOTS INTO THE   *
002280*                  READ-VERSUS-DISPOSED CHECK.                   *
002285* 10/15/2026  RH   EVERY CHECK NOW ALSO GOES ON THE BALANCING    *
002290*                  REPORT DEPTBALX, ONE LINE PER CHECK, SO THE   *
002295*                  MORNING SUMMARY CAN PICK UP THE RESULT.       *
002300*****************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
003000     SELECT DEPTRUNC ASSIGN TO "DEPTRUNC"
003100         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS WS-DEPTRUNC-STATUS.
003210     SELECT DEPTBALX ASSIGN TO "DEPTBALX"
003220         ORGANIZATION IS SEQUENTIAL
003230         FILE STATUS IS WS-DEPTBALX-STATUS.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  DEPTRUNC
003600     RECORDING MODE IS F
003700     LABEL RECORDS ARE STANDARD.
003800 COPY DEPT-RUN-CONTROL-REC.
003810 FD  DEPTBALX
003820     RECORDING MODE IS F
003830     LABEL RECORDS ARE STANDARD.
003840 COPY DEPT-BAL-RPT-REC.
003900 WORKING-STORAGE SECTION.
004000*****************************************************************
004100*  ONE SLOT PER PROGRAM IN THE JOB STREAM.  A PROGRAM THAT RAN   *
005800         10  WS-BAL-BEFORE       PIC 9(09) COMP.
005900         10  WS-BAL-AFTER        PIC 9(09) COMP.
006000         10  WS-BAL-RUN-MODE     PIC X(01).
006010         10  WS-BAL-HELD         PIC 9(09) COMP.
006100*****************************************************************
006200*  BALANCING WORK FIELDS                                        *
006300*****************************************************************
006900     88  WS-EOF-RUNC              VALUE 'Y'.
007000     88  WS-NOT-EOF-RUNC          VALUE 'N'.
007100 77  WS-DEPTRUNC-STATUS       PIC X(02) VALUE SPACE.
007105 77  WS-DEPTBALX-STATUS       PIC X(02) VALUE SPACE.
007110 77  WS-ROW-FILED-SW          PIC X(01) VALUE 'N'.
007120     88  WS-ROW-FILED             VALUE 'Y'.
007130     88  WS-ROW-NOT-FILED         VALUE 'N'.
007135*****************************************************************
007140*  BALANCING-REPORT TEXT FIELDS.  THE DELTA CAN GO NEGATIVE, SO  *
007145*  IT CARRIES ITS SIGN IN FRONT.                                 *
007150*****************************************************************
007155 77  WS-TEXT-COUNT-A          PIC 9(09) VALUE ZERO.
007160 77  WS-TEXT-COUNT-B          PIC 9(09) VALUE ZERO.
007165 77  WS-TEXT-DELTA-A          PIC S9(09) SIGN IS LEADING
007170                                  SEPARATE VALUE ZERO.
007175 77  WS-TEXT-DELTA-B          PIC S9(09) SIGN IS LEADING
007180                                  SEPARATE VALUE ZERO.
007200 PROCEDURE DIVISION.
007300*****************************************************************
007400*  0000-MAINLINE                                                *
008700         THRU 4000-BALANCE-EXTRACT-EXIT.
008710     PERFORM 5000-BALANCE-HR-ACK
008720         THRU 5000-BALANCE-HR-ACK-EXIT.
008730     PERFORM 5100-REPORT-HR-ACK
008740         THRU 5100-REPORT-HR-ACK-EXIT.
008800     PERFORM 8000-TERMINATE
008900         THRU 8000-TERMINATE-EXIT.
009000     STOP RUN.
009300*  PRIMES THE BALANCE TABLE WITH THE FIVE PROGRAM NAMES AND      *
009400*  OPENS THE RUN-CONTROL FILE.  AN ABSENT RUN-CONTROL FILE       *
009500*  MEANS NOTHING RAN TONIGHT, WHICH IS ITSELF AN IMBALANCE.      *
009510*  THE BALANCING REPORT IS OPENED FIRST SO EVEN THAT CASE IS     *
009520*  ON IT.                                                        *
009600*****************************************************************
009700 1000-INITIALIZE.
009800     MOVE 'MAIN'     TO WS-BAL-PROGRAM(1).
010300         THRU 1100-CLEAR-ONE-SLOT-EXIT
010400         VARYING BA-IDX FROM 1 BY 1
010500         UNTIL BA-IDX > 5.
010510     OPEN OUTPUT DEPTBALX.
010520     IF WS-DEPTBALX-STATUS NOT = '00'
010530         DISPLAY 'DEPTBAL - OPEN FAILED FOR DEPTBALX, STATUS = '
010540             WS-DEPTBALX-STATUS
010550         MOVE 16 TO RETURN-CODE
010560         GO TO 9999-ABEND
010570     END-IF.
010600     OPEN INPUT DEPTRUNC.
010700     IF WS-DEPTRUNC-STATUS = '35'
010800         DISPLAY 'DEPTBAL - NO RUN-CONTROL FILE -'
010900             ' NOTHING RAN TONIGHT'
010910         MOVE SPACE          TO DEPT-BAL-RPT-REC
010920         MOVE 'DEPTRUNC'     TO BR-PROGRAM
010930         MOVE 'RUN-CONTROL'  TO BR-CHECK
010940         SET BR-RESULT-OUT TO TRUE
010950         MOVE 'NO RUN-CONTROL FILE - NOTHING RAN TONIGHT'
010960                             TO BR-TEXT
010970         WRITE DEPT-BAL-RPT-REC
011000         ADD 1 TO WS-IMBALANCE-COUNT
011100         SET WS-EOF-RUNC TO TRUE
011200         GO TO 1000-INITIALIZE-EXIT
013500     MOVE ZERO TO WS-BAL-BEFORE(BA-IDX).
013600     MOVE ZERO TO WS-BAL-AFTER(BA-IDX).
013700     MOVE SPACE TO WS-BAL-RUN-MODE(BA-IDX).
013710     MOVE ZERO TO WS-BAL-HELD(BA-IDX).
013800 1100-CLEAR-ONE-SLOT-EXIT.
013900     EXIT.
014000*****************************************************************
016900     IF WS-ROW-NOT-FILED
017000         DISPLAY 'DEPTBAL - UNRECOGNIZED PROGRAM ON RUN-CONTROL '
017100             'ROW: ' RC-PROGRAM
017110         MOVE SPACE          TO DEPT-BAL-RPT-REC
017120         MOVE RC-PROGRAM     TO BR-PROGRAM
017130         MOVE 'RUN-CONTROL'  TO BR-CHECK
017140         SET BR-RESULT-IGNORED TO TRUE
017150         MOVE 'ROW FROM A PROGRAM OUTSIDE THE STREAM'
017160                             TO BR-TEXT
017170         WRITE DEPT-BAL-RPT-REC
017200     END-IF.
017300     PERFORM 2100-READ-RUN-CONTROL
017400         THRU 2100-READ-RUN-CONTROL-EXIT.
019100         MOVE RC-DEPT1-COUNT-BEFORE TO WS-BAL-BEFORE(BA-IDX)
019200         MOVE RC-DEPT1-COUNT-AFTER TO WS-BAL-AFTER(BA-IDX)
019300         MOVE RC-RUN-MODE          TO WS-BAL-RUN-MODE(BA-IDX)
019310         IF RC-RECORDS-HELD IS NUMERIC
019320             MOVE RC-RECORDS-HELD  TO WS-BAL-HELD(BA-IDX)
019330         ELSE
019340             MOVE ZERO             TO WS-BAL-HELD(BA-IDX)
019350         END-IF
019400     END-IF.
019500 2200-FILE-INTO-SLOT-EXIT.
019600     EXIT.
019700*****************************************************************
019800*  3000-BALANCE-STREAMS                                         *
019900*  CROSS-FOOTS EACH OF THE THREE POSTING STREAMS: READ MUST      *
020000*  EQUAL POSTED PLUS REJECTED (PLUS HELD FOR APPROVAL), AND THE  *
020100*  DEPT1 ROW-COUNT DELTA MUST EQUAL ADDS MINUS CLOSES.           *
020200*****************************************************************
020300 3000-BALANCE-STREAMS.
020400     PERFORM 3100-BALANCE-ONE-STREAM
021100*  3100-BALANCE-ONE-STREAM                                      *
021200*****************************************************************
021300 3100-BALANCE-ONE-STREAM.
021310     MOVE SPACE                  TO DEPT-BAL-RPT-REC.
021320     MOVE WS-BAL-PROGRAM(BA-IDX) TO BR-PROGRAM.
021330     MOVE 'READ-DISP'            TO BR-CHECK.
021400     IF WS-BAL-ABSENT(BA-IDX)
021500         DISPLAY 'DEPTBAL - ' WS-BAL-PROGRAM(BA-IDX)
021600             ' DID NOT RUN TONIGHT - SKIPPED'
021610         SET BR-RESULT-SKIPPED TO TRUE
021620         MOVE 'DID NOT RUN TONIGHT' TO BR-TEXT
021630         WRITE DEPT-BAL-RPT-REC
021700         GO TO 3100-BALANCE-ONE-STREAM-EXIT
021800     END-IF.
021900     COMPUTE WS-EXPECTED = WS-BAL-ADDED(BA-IDX)
022000                         + WS-BAL-CHANGED(BA-IDX)
022100                         + WS-BAL-CLOSED(BA-IDX)
022200                         + WS-BAL-REJECTED(BA-IDX)
022210                         + WS-BAL-HELD(BA-IDX).
022300     MOVE WS-BAL-READ(BA-IDX) TO WS-ACTUAL.
022310     MOVE WS-ACTUAL   TO WS-TEXT-COUNT-A.
022320     MOVE WS-EXPECTED TO WS-TEXT-COUNT-B.
022330     STRING 'READ = '          DELIMITED BY SIZE
022340            WS-TEXT-COUNT-A    DELIMITED BY SIZE
022350            '  DISPOSED = '    DELIMITED BY SIZE
022360            WS-TEXT-COUNT-B    DELIMITED BY SIZE
022370         INTO BR-TEXT
022380     END-STRING.
022400     IF WS-ACTUAL = WS-EXPECTED
022500         DISPLAY 'DEPTBAL - ' WS-BAL-PROGRAM(BA-IDX)
022600             ' READ VS POSTED+REJECTED+HELD IN BALANCE'
022610         SET BR-RESULT-BALANCED TO TRUE
022700     ELSE
022800         DISPLAY 'DEPTBAL - *** ' WS-BAL-PROGRAM(BA-IDX)
022900             ' OUT OF BALANCE: READ = ' WS-ACTUAL
023000             ' DISPOSED = ' WS-EXPECTED
023010         SET BR-RESULT-OUT TO TRUE
023100         ADD 1 TO WS-IMBALANCE-COUNT
023200     END-IF.
023202     WRITE DEPT-BAL-RPT-REC.
023204     MOVE SPACE                  TO DEPT-BAL-RPT-REC.
023206     MOVE WS-BAL-PROGRAM(BA-IDX) TO BR-PROGRAM.
023208     MOVE 'DEPT1-DELTA'          TO BR-CHECK.
023210*****************************************************************
023220*  A TRIAL RUN POSTED NOTHING, SO ITS WOULD-BE COUNTS CANNOT BE  *
023230*  BALANCED AGAINST THE DEPT1 ROW COUNTS.                        *
023250     IF WS-BAL-RUN-MODE(BA-IDX) = 'T'
023260         DISPLAY 'DEPTBAL - ' WS-BAL-PROGRAM(BA-IDX)
023270             ' RAN IN TRIAL MODE - DELTA CHECK NOT APPLICABLE'
023272         SET BR-RESULT-NOT-APPLIC TO TRUE
023274         MOVE 'RAN IN TRIAL MODE' TO BR-TEXT
023276         WRITE DEPT-BAL-RPT-REC
023280         GO TO 3100-BALANCE-ONE-STREAM-EXIT
023290     END-IF.
023300     COMPUTE WS-EXPECTED = WS-BAL-ADDED(BA-IDX)
023400                         - WS-BAL-CLOSED(BA-IDX).
023500     COMPUTE WS-ACTUAL   = WS-BAL-AFTER(BA-IDX)
023600                         - WS-BAL-BEFORE(BA-IDX).
023610     MOVE WS-ACTUAL   TO WS-TEXT-DELTA-A.
023620     MOVE WS-EXPECTED TO WS-TEXT-DELTA-B.
023630     STRING 'DEPT1 DELTA = '   DELIMITED BY SIZE
023640            WS-TEXT-DELTA-A    DELIMITED BY SIZE
023650            '  ADDS-CLOSES = ' DELIMITED BY SIZE
023660            WS-TEXT-DELTA-B    DELIMITED BY SIZE
023670         INTO BR-TEXT
023680     END-STRING.
023700     IF WS-ACTUAL = WS-EXPECTED
023800         DISPLAY 'DEPTBAL - ' WS-BAL-PROGRAM(BA-IDX)
023900             ' DEPT1 ROW-COUNT DELTA IN BALANCE'
023910         SET BR-RESULT-BALANCED TO TRUE
024000     ELSE
024100         DISPLAY 'DEPTBAL - *** ' WS-BAL-PROGRAM(BA-IDX)
024200             ' DEPT1 DELTA = ' WS-ACTUAL
024300             ' BUT ADDS-CLOSES = ' WS-EXPECTED
024310         SET BR-RESULT-OUT TO TRUE
024400         ADD 1 TO WS-IMBALANCE-COUNT
024500     END-IF.
024510     WRITE DEPT-BAL-RPT-REC.
024600 3100-BALANCE-ONE-STREAM-EXIT.
024700     EXIT.
024800*****************************************************************
025100*  ROWS WHEN THE EXTRACT RAN.                                    *
025200*****************************************************************
025300 4000-BALANCE-EXTRACT.
025310     MOVE SPACE          TO DEPT-BAL-RPT-REC.
025320     MOVE 'DEPTEXTR'     TO BR-PROGRAM.
025330     MOVE 'EXTRACT'      TO BR-CHECK.
025400     IF WS-BAL-ABSENT(4)
025500         DISPLAY 'DEPTBAL - DEPTEXTR DID NOT RUN TONIGHT -'
025600             ' SKIPPED'
025610         SET BR-RESULT-SKIPPED TO TRUE
025620         MOVE 'DID NOT RUN TONIGHT' TO BR-TEXT
025630         WRITE DEPT-BAL-RPT-REC
025700         GO TO 4000-BALANCE-EXTRACT-EXIT
025800     END-IF.
025810     IF WS-BAL-RUN-MODE(4) = 'D'
025820         DISPLAY 'DEPTBAL - DEPTEXTR RAN IN DELTA MODE -'
025830             ' EXTRACT COUNT CHECK NOT APPLICABLE'
025832         SET BR-RESULT-NOT-APPLIC TO TRUE
025834         MOVE 'RAN IN DELTA MODE' TO BR-TEXT
025836         WRITE DEPT-BAL-RPT-REC
025840         GO TO 4000-BALANCE-EXTRACT-EXIT
025850     END-IF.
025855     MOVE WS-BAL-EXTRACTED(4) TO WS-TEXT-COUNT-A.
025860     MOVE WS-BAL-AFTER(4)     TO WS-TEXT-COUNT-B.
025865     STRING 'EXTRACTED = '     DELIMITED BY SIZE
025870            WS-TEXT-COUNT-A    DELIMITED BY SIZE
025875            '  DEPT1 ROWS = '  DELIMITED BY SIZE
025880            WS-TEXT-COUNT-B    DELIMITED BY SIZE
025885         INTO BR-TEXT
025890     END-STRING.
025900     IF WS-BAL-EXTRACTED(4) = WS-BAL-AFTER(4)
026000         DISPLAY 'DEPTBAL - DEPTEXTR EXTRACT COUNT IN BALANCE'
026010         SET BR-RESULT-BALANCED TO TRUE
026100     ELSE
026200         DISPLAY 'DEPTBAL - *** DEPTEXTR EXTRACTED '
026300             WS-BAL-EXTRACTED(4)
026400             ' BUT DEPT1 HELD ' WS-BAL-AFTER(4) ' ROWS'
026410         SET BR-RESULT-OUT TO TRUE
026500         ADD 1 TO WS-IMBALANCE-COUNT
026600     END-IF.
026610     WRITE DEPT-BAL-RPT-REC.
026700 4000-BALANCE-EXTRACT-EXIT.
026800     EXIT.
026810*****************************************************************
027300*****************************************************************
027400 8000-TERMINATE.
027500     CLOSE DEPTRUNC.
027510     CLOSE DEPTBALX.
027600     DISPLAY 'DEPTBAL - RUN-CONTROL BALANCING COMPLETE'.
027700     DISPLAY 'RUN-CONTROL ROWS READ = ' WS-ROWS-READ.
027800     DISPLAY 'IMBALANCES FOUND      = ' WS-IMBALANCE-COUNT.
028800*****************************************************************
028900 9999-ABEND.
029000     CLOSE DEPTRUNC.
029010     CLOSE DEPTBALX.
029100     DISPLAY 'DEPTBAL - ABENDING - RETURN-CODE = ' RETURN-CODE.
029200     STOP RUN.
029210*****************************************************************
029220*  5100-REPORT-HR-ACK                                            *
029230*  PUTS THE ACKNOWLEDGMENT CHECK ON THE BALANCING REPORT, THE    *
029240*  SAME THREE WAYS 5000 CAN COME OUT.                            *
029250*****************************************************************
029260 5100-REPORT-HR-ACK.
029270     MOVE SPACE          TO DEPT-BAL-RPT-REC.
029280     MOVE 'DEPTHACK'     TO BR-PROGRAM.
029290     MOVE 'HR-ACK'       TO BR-CHECK.
029300     IF WS-BAL-ABSENT(5)
029310         SET BR-RESULT-SKIPPED TO TRUE
029320         MOVE 'DID NOT RUN TONIGHT' TO BR-TEXT
029330     ELSE
029340         IF WS-BAL-REJECTED(5) = ZERO
029350             SET BR-RESULT-BALANCED TO TRUE
029360             MOVE 'HR CONFIRMED THE LAST FEED WHOLE' TO BR-TEXT
029370         ELSE
029380             SET BR-RESULT-OUT TO TRUE
029390             MOVE WS-BAL-REJECTED(5) TO WS-TEXT-COUNT-A
029400             STRING 'DISCREPANCIES = '  DELIMITED BY SIZE
029410                    WS-TEXT-COUNT-A     DELIMITED BY SIZE
029420                    '  FEED NOT CONFIRMED' DELIMITED BY SIZE
029430                 INTO BR-TEXT
029440             END-STRING
029450         END-IF
029460     END-IF.
029470     WRITE DEPT-BAL-RPT-REC.
029480 5100-REPORT-HR-ACK-EXIT.
029490     EXIT.
