      *****************************************************************
      *    STNDCTL - STANDING-INSTRUCTION GENERATOR CONTROL CARD.
      *              NAMES THE RUN DATE (BLANK = TODAY) AND THE RANGE
      *              OF BATCH NUMBERS RESERVED FOR GENERATED BATCHES.
      *              THE NEXT NUMBER ABOVE THE HIGHEST ONE IN THE
      *              RANGE ALREADY ON THE BATCH REGISTER IS USED.
      *****************************************************************
           05  SG-RUN-DATE                 PIC X(8).
           05  SG-BATCH-LOW                PIC 9(6).
           05  SG-BATCH-HIGH               PIC 9(6).
           05  FILLER                      PIC X(60).
