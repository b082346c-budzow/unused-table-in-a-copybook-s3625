002000*                  AN UNCONFIRMED FEED THE SAME WAY IT TREATS    *
002100*                  AN IMBALANCE -- RETURN CODE 8 AND THE NEXT    *
002200*                  TRANSMISSION HELD.                            *
002210* 10/15/2026  RH   THE RUN-CONTROL ROW NOW CARRIES A ZERO HELD   *
002220*                  COUNT; THE FIELD WAS LEFT BLANK.              *
002300*****************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
042500     MOVE WS-FEED-COUNT         TO RC-RECORDS-EXTRACTED.
042600     MOVE ZERO                  TO RC-DEPT1-COUNT-BEFORE.
042700     MOVE ZERO                  TO RC-DEPT1-COUNT-AFTER.
042750     MOVE ZERO                  TO RC-RECORDS-HELD.
042800     SET RC-MODE-UPDATE TO TRUE.
042900     WRITE DEPT-RUN-CONTROL-REC.
043000     CLOSE DEPTRUNC.
