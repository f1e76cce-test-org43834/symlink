      *    GLCLSCTL - GL PERIOD CLOSE CONTROL CARD. NAMES THE MONTH
      *               (YYYYMM) TO BE CLOSED AND THE CLERK ID OF THE
      *               SUPERVISOR RUNNING THE CLOSE, WHICH IS CARRIED
      *               ONTO THE CLOSED-PERIOD RECORD. EVERY BUSINESS
      *               DAY OF THE MONTH ON THE CALENDAR MUST HAVE A
      *               DAILY RUN BEFORE THE MONTH WILL CLOSE.
      *****************************************************************
           05  GC-CLOSE-MONTH              PIC X(6).
           05  GC-AUTH-ID                  PIC X(8).
