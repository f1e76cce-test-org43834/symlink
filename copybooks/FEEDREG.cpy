      *****************************************************************
      *    FEEDREG - UPSTREAM FEED REGISTRY RECORD. ONE ROW PER
      *              DEPARTMENT OR PROGRAM THAT SENDS TRANSACTION
      *              BATCHES. A BATCH WHOSE HEADER SOURCE ID IS NOT
      *              REGISTERED, OR WHOSE BATCH NUMBER IS OUTSIDE THE
      *              SOURCE'S RANGE, IS REFUSED. THE SEND-DAY FLAGS
      *              RUN MONDAY THROUGH SUNDAY ("Y" = A BATCH IS
      *              EXPECTED THAT DAY); A MANDATORY FEED THAT IS
      *              EXPECTED AND DOES NOT ARRIVE FAILS THE RUN.
      *****************************************************************
           05  FG-SOURCE-ID                PIC X(8).
           05  FG-DESCRIPTION              PIC X(20).
           05  FG-BATCH-LOW                PIC 9(6).
           05  FG-BATCH-HIGH               PIC 9(6).
           05  FG-SEND-DAYS.
               10  FG-SEND-DAY             PIC X OCCURS 7 TIMES.
           05  FG-MANDATORY-SW             PIC X.
               88  FG-MANDATORY            VALUE "Y".
           05  FILLER                      PIC X(32).
