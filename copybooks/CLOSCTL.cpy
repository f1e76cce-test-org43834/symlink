      *****************************************************************
      *    CLOSCTL - ACCOUNT CLOSE-OUT CONTROL CARD. NAMES THE RUN
      *              DATE (BLANK = TODAY), THE OPEN ACCOUNT THAT
      *              RECEIVES THE REMAINING BALANCES OF CLOSING
      *              ACCOUNTS, AND THE RANGE OF BATCH NUMBERS RESERVED
      *              FOR CLOSE-OUT BATCHES. THE NEXT NUMBER ABOVE THE
      *              HIGHEST ONE IN THE RANGE ALREADY ON THE BATCH
      *              REGISTER OR NAMED ON A CLOSE-PENDING ACCOUNT IS
      *              USED. EACH RUN REPLACES THE CLOSE-OUT BATCH FILE,
      *              SO AN ACCOUNT WHOSE CLOSE-OUT BATCH IS NOT YET ON
      *              THE REGISTER IS REISSUED IN THE NEW BATCH.
      *****************************************************************
           05  CO-RUN-DATE                 PIC X(8).
           05  CO-CLOSEOUT-KEY             PIC 9(6).
           05  CO-BATCH-LOW                PIC 9(6).
           05  CO-BATCH-HIGH               PIC 9(6).
           05  FILLER                      PIC X(54).
