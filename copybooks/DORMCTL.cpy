      *****************************************************************
      *    DORMCTL - DORMANCY RUN CONTROL CARD. NAMES THE RUN DATE
      *              (BLANK = TODAY) AND THE CUTOFF DATE. AN OPEN
      *              ACCOUNT WITH NO POSTING ON OR AFTER THE CUTOFF
      *              (OR, WITH NO BALANCE MASTER ROW, OPENED BEFORE
      *              IT) IS MADE DORMANT. MODE "R" LISTS THE ACCOUNTS
      *              WITHOUT CHANGING THE DIRECTORY.
      *****************************************************************
           05  DM-RUN-DATE                 PIC X(8).
           05  DM-CUTOFF-DATE              PIC X(8).
           05  DM-MODE                     PIC X.
               88  DM-REPORT-ONLY          VALUE "R".
               88  DM-MODE-VALID           VALUE "R", "U", " ".
           05  FILLER                      PIC X(63).
