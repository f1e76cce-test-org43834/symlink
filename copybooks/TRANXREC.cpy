      *               EFFECTIVE DATE IS AFTER THE RUN DATE IS HELD ON
      *               THE WAREHOUSE FILE AND SWEPT INTO PROCESSING ON
      *               THE DAY IT MATURES; A BLANK EFFECTIVE DATE IS
      *               EFFECTIVE IMMEDIATELY. A DETAIL GENERATED BY
      *               ACCOUNT CLOSE-OUT IS FLAGGED SO IT MAY POST TO
      *               A CLOSE-PENDING ACCOUNT, BYPASSING POSTING LIMITS.
      *               THE FLAG IS HONOURED ONLY IN A BATCH WHOSE HEADER
      *               SOURCE IS CLOSEOUT; ON ANY OTHER FEED IT IS
      *               IGNORED.
      *****************************************************************
           05  TX-KEY                      PIC 9(6).
           05  TX-X                        PIC S9(7)
               88  TX-DETAIL               VALUE "D", " ".
           05  TX-ORIG-DATE                PIC X(8).
           05  TX-EFF-DATE                 PIC X(8).
           05  TX-ORIGIN-SW                PIC X.
               88  TX-CLOSE-OUT            VALUE "C".
           05  FILLER                      PIC X(37).
