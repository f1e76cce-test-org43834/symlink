      *               WHICH A DAY'S VOLUME OR REJECT RATE MUST
      *               DEVIATE FROM ITS TRAILING AVERAGE TO BE
      *               FLAGGED. ZERO PERCENT TAKES THE DEFAULT OF 25.
      *               THE TRAILING AVERAGE IS TAKEN OVER THE LAST FIVE
      *               BUSINESS-DAY RUNS; RUNS ON WEEKENDS OR HOLIDAYS
      *               ARE LISTED BUT NOT COMPARED.
      *****************************************************************
           05  TC-REPORT-MONTH             PIC X(6).
           05  TC-DEVIATION-PCT            PIC 9(3).
