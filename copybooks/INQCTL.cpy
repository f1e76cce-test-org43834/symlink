      *             SELECTS ALL ACTIVITY FOR ONE KEY BETWEEN THE
      *             FROM/TO DATES (BLANK DATE = OPEN ENDED); REQUEST
      *             TYPE "D" SELECTS EVERYTHING AUDITED ON THE RUN
      *             DATE GIVEN IN THE FROM-DATE FIELD. ARCHIVED
      *             MONTHS (ARCHFILE) ARE SEARCHED AHEAD OF THE LIVE
      *             LOG AND EACH LINE SHOWS WHICH ONE IT CAME FROM.
      *****************************************************************
           05  IQ-REQUEST-TYPE             PIC X.
               88  IQ-KEY-REQUEST          VALUE "K".
