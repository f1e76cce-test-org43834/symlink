      *****************************************************************
      *    RUNSCTL - RUN-STATUS REPORT CONTROL CARD. NAMES THE RUN
      *              DATE WHOSE DAILY CYCLE IS REPORTED; WITHOUT A CARD
      *              OR WITH A BLANK DATE THE REPORT SHOWS TODAY'S
      *              CYCLE. A SUPERVISOR MAY ALSO NAME A STEP LEFT
      *              MARKED ACTIVE BY AN ABNORMAL END, WITH THEIR CLERK
      *              ID, TO HAVE IT RECORDED AS FAILED SO THE STEPS IT
      *              BLOCKS CAN RUN AGAIN.
      *****************************************************************
           05  RS-CYCLE-DATE               PIC X(8).
           05  RS-RESET-PROGRAM            PIC X(8).
           05  RS-AUTH-ID                  PIC X(8).
           05  FILLER                      PIC X(56).
