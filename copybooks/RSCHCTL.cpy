      *****************************************************************
      *    RSCHCTL - ACCOUNT RESEARCH CONTROL CARD. NAMES ONE KEY AND
      *              A DATE RANGE (BLANK DATE = OPEN ENDED). POSTING
      *              IMAGES, AUDITED TRANSACTIONS, WRITE-OFFS AND
      *              REVERSALS ARE SELECTED BY THEIR DATE IN THE
      *              RANGE; OPEN SUSPENSE ITEMS, ITEMS HELD FOR
      *              APPROVAL, PENDING WAREHOUSE ITEMS AND THE LAST
      *              RUN'S EXCEPTIONS ARE SHOWN WHATEVER THEIR DATE,
      *              AS THEY ARE STILL OPEN.
      *****************************************************************
           05  RQ-KEY                      PIC 9(6).
           05  RQ-FROM-DATE                PIC X(8).
           05  RQ-TO-DATE                  PIC X(8).
           05  FILLER                      PIC X(58).
