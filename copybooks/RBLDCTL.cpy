      *****************************************************************
      *    RBLDCTL - BALANCE MASTER REBUILD CONTROL CARD. NAMES THE
      *              STARTING POINT ("B" = ROLL FORWARD FROM THE
      *              BALMBKUP BACKUP TAKEN AT THE BACKUP DATE/TIME,
      *              "Z" = ROLL FORWARD FROM ZERO BALANCES) AND THE
      *              POINT IN TIME TO REBUILD THROUGH. IMAGES AFTER
      *              THE BACKUP POINT AND ON OR BEFORE THE THROUGH
      *              POINT ARE APPLIED. A BLANK TIME MEANS END OF DAY.
      *****************************************************************
           05  RB-START-MODE               PIC X.
               88  RB-FROM-BACKUP          VALUE "B".
               88  RB-FROM-ZERO            VALUE "Z".
           05  RB-BACKUP-DATE              PIC X(8).
           05  RB-BACKUP-TIME              PIC X(6).
           05  RB-THRU-DATE                PIC X(8).
           05  RB-THRU-TIME                PIC X(6).
           05  FILLER                      PIC X(51).
