001699*                  MODES, TAKEN FROM THE NEW DEPT1 AND DEPT_HIST *
001701*                  COSTCTR/BUDGCODE COLUMNS.                     *
001702*****************************************************************
001703* 10/15/2026  RH   THE RUN-CONTROL ROW NOW CARRIES A ZERO HELD   *
001704*                  COUNT; THE FIELD WAS LEFT BLANK.              *
001705*****************************************************************
001800 ENVIRONMENT DIVISION.
001900 CONFIGURATION SECTION.
002000 SOURCE-COMPUTER.     IBM-370.
013060     MOVE WS-DEPTS-EXTRACTED  TO RC-RECORDS-EXTRACTED.
013070     MOVE WS-DEPT1-ROW-COUNT  TO RC-DEPT1-COUNT-BEFORE.
013080     MOVE WS-DEPT1-ROW-COUNT  TO RC-DEPT1-COUNT-AFTER.
013085     MOVE ZERO                TO RC-RECORDS-HELD.
013090     IF WS-MODE-DELTA
013100         SET RC-MODE-DELTA-EXTRACT TO TRUE
013110     ELSE
