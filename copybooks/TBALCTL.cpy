      *****************************************************************
      *    TBALCTL - TRIAL BALANCE CONTROL CARD. NAMES THE RUN DATE
      *              WHOSE BALANCE IMAGES ARE PROVEN AGAINST THE GL
      *              SUMMARY ROWS FOR THAT DATE. WITHOUT A CARD THE
      *              TRIAL BALANCE PROVES TODAY'S DATE.
      *****************************************************************
           05  TB-RUN-DATE                 PIC X(8).
           05  FILLER                      PIC X(72).
