      *****************************************************************
      *  DEPT-APPROVAL-NOTICE-REC                                    *
      *  ONE LINE OF THE NOTICE FILE SENT BACK TO THE KEYERS OF       *
      *  HELD TRANSACTIONS THAT WILL NEVER POST -- DECLINED BY THE    *
      *  SECOND USERID, OR EXPIRED UNANSWERED.  KN-KEYER-ID LEADS SO  *
      *  THE FILE CAN BE SPLIT OR SORTED BY RECIPIENT.  THE WHOLE     *
      *  TRANSACTION AS KEYED IS CARRIED SO IT CAN BE RE-KEYED.       *
      *****************************************************************
       01  DEPT-APPROVAL-NOTICE-REC.
           05  KN-KEYER-ID             PIC X(08).
           05  FILLER                  PIC X(02).
           05  KN-QUEUE-NO             PIC X(12).
           05  FILLER                  PIC X(02).
           05  KN-DISPOSITION          PIC X(08).
           05  FILLER                  PIC X(02).
           05  KN-DISPOSED-BY          PIC X(08).
           05  FILLER                  PIC X(02).
           05  KN-DISPOSED-DATE        PIC X(08).
           05  FILLER                  PIC X(02).
           05  KN-COMMENT              PIC X(40).
           05  FILLER                  PIC X(02).
           05  KN-TRANSACTION          PIC X(90).
