002140*                  PASS IS GONE.  A RECORD NAMED BY SEVERAL      *
002150*                  CARDS IS STILL REQUEUED EXACTLY ONCE, AFTER   *
002160*                  ALL ITS CARDS HAVE APPLIED.                   *
002162* 10/15/2026  RH   A DEPTMNT REJECT GOES BACK OUT WITH ITS       *
002164*                  REORGANIZATION PACKAGE ID.  NEW FIELD NAME    *
002166*                  REQUEUE CHANGES NOTHING BUT REQUEUES THE      *
002168*                  RECORD AS IT STANDS, FOR A PACKAGE MEMBER     *
002170*                  THAT WAS ONLY BLOCKED BY ANOTHER; FIELD NAME  *
002172*                  PACKAGE CHANGES OR BLANKS THE PACKAGE ID.     *
002174*                  THE CARDS FOR A PACKAGE MUST BE SUBMITTED     *
002176*                  TOGETHER, IN POSTING ORDER, SO THE MEMBERS    *
002178*                  GO OUT TOGETHER.                              *
002200*****************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
026200         WHEN 'TRANCODE'
026300             MOVE WS-CORR-NEW-VALUE(CO-IDX) (1:1)
026400                 TO SP-TRANCODE
026410         WHEN 'PACKAGE'
026420             MOVE WS-CORR-NEW-VALUE(CO-IDX) (1:6)
026430                 TO SP-PACKAGE-ID
026440         WHEN 'REQUEUE'
026450             CONTINUE
026500         WHEN OTHER
026600             DISPLAY 'DEPTSCOR - UNRECOGNIZED FIELD NAME '
026700                 WS-CORR-FIELD-NAME(CO-IDX)
039900     MOVE SP-INPUT-DATA(65:6)  TO MT-COSTCTR.
040000     MOVE SP-INPUT-DATA(71:4)  TO MT-BUDGCODE.
040100     MOVE WS-REQUEUE-USERID    TO MT-USERID.
040110     MOVE SP-PACKAGE-ID        TO MT-PACKAGE-ID.
040200     WRITE DEPT-MAINT-TRAN-REC.
040300     ADD 1 TO WS-RECORDS-REQUEUED.
040400 3300-REQUEUE-TO-MAINT-EXIT.
