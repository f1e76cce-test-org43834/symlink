      *****************************************************************
      *    CALNDREC - BUSINESS-DAY CALENDAR RECORD. MONDAY THROUGH
      *               FRIDAY ARE BUSINESS DAYS AND SATURDAY AND
      *               SUNDAY ARE NOT, EXCEPT AS LISTED HERE: DAY TYPE
      *               "H" MARKS A HOLIDAY (NOT A BUSINESS DAY) AND
      *               DAY TYPE "B" MARKS A WEEKEND DATE THAT IS WORKED
      *               AS A BUSINESS DAY. ONE ROW PER EXCEPTION DATE.
      *               SUSPENSE AGING, WRITE-OFF AGE, THE SLA, THE
      *               ACKNOWLEDGMENT GRACE PERIOD, WAREHOUSE MATURITY,
      *               AND THE PERIOD CLOSE ALL COUNT BUSINESS DAYS
      *               FROM THIS FILE.
      *****************************************************************
           05  CA-DATE                     PIC X(8).
           05  CA-DAY-TYPE                 PIC X.
               88  CA-HOLIDAY              VALUE "H".
               88  CA-WORKED-DAY           VALUE "B".
           05  CA-DESCRIPTION              PIC X(20).
           05  FILLER                      PIC X(51).
