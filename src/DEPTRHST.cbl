002100*                  TONIGHT (RERUN) IS ARCHIVED FROM ITS LAST     *
002200*                  ROW ONLY, THE SAME RULE THE BALANCING STEP    *
002300*                  APPLIES.                                      *
002310* 10/15/2026  RH   RUN-CONTROL ROW NOW CARRIES A HELD-FOR-       *
002320*                  APPROVAL COUNT; NAMED IN THE ARCHIVE LAYOUT.  *
002330* 10/15/2026  RH   RUN-CONTROL ROW NOW CARRIES THE VOLUME-CHECK  *
002340*                  OUTCOME AND DEPT1 CHANGE SHARE OF THE NIGHTLY *
002350*                  LOAD AND HR UPSERT FEED; NAMED IN THE ARCHIVE *
002360*                  LAYOUT.                                       *
002400*****************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
006200               ==RC-MODE-FULL-EXTRACT==
006210                   BY ==RH-MODE-FULL-EXTRACT==
006300               ==RC-MODE-DELTA-EXTRACT==
006400                   BY ==RH-MODE-DELTA-EXTR==
006405               ==RC-RECORDS-HELD==      BY ==RH-RECORDS-HELD==
006410               ==RC-VOLUME-CHECK==      BY ==RH-VOLUME-CHECK==
006415               ==RC-VOLUME-IN-RANGE==   BY ==RH-VOLUME-IN-RANGE==
006420               ==RC-VOLUME-NO-HISTORY==
006425                   BY ==RH-VOLUME-NO-HISTORY==
006430               ==RC-VOLUME-OVERRIDDEN==
006435                   BY ==RH-VOLUME-OVERRIDDEN==
006440               ==RC-VOLUME-HELD==       BY ==RH-VOLUME-HELD==
006445               ==RC-VOLUME-OUT-TRIAL==  BY ==RH-VOLUME-OUT-TRIAL==
006450               ==RC-DEPT1-CHANGE-PCT==
006455                   BY ==RH-DEPT1-CHANGE-PCT==.
006500 WORKING-STORAGE SECTION.
006600*****************************************************************
006700*  ONE SLOT PER PROGRAM SEEN TONIGHT.  A LATER ROW FROM THE      *
