      *****************************************************************
      *    HOLDREC - HELD-ITEMS RECORD. A TRANSACTION WHOSE POSTING
      *              AMOUNT BREAKS THE ACCOUNT'S SINGLE-POSTING OR
      *              DAILY LIMIT IS HELD HERE UNPOSTED - IT IS NOT
      *              REJECTED TO ERRFILE AND STAYS OUT OF THE GL AND
      *              EXTRACT TOTALS. IT IS CARRIED DAY OVER DAY UNTIL
      *              A SUPERVISOR RELEASE CARD POSTS IT ON THE NEXT
      *              RUN OR A DECLINE CARD SENDS IT TO SUSPENSE.
      *****************************************************************
           05  HD-KEY                      PIC 9(6).
           05  HD-X                        PIC S9(7)
                                            SIGN IS LEADING SEPARATE.
           05  HD-Y                        PIC S9(7)
                                            SIGN IS LEADING SEPARATE.
           05  HD-OP-CODE                  PIC X(3).
           05  HD-ORIG-DATE                PIC X(8).
           05  HD-AMOUNT                   PIC S9(7)
                                            SIGN IS LEADING SEPARATE.
           05  HD-REASON-CODE              PIC X(10).
           05  HD-HELD-DATE                PIC X(8).
           05  HD-DAYS-HELD                PIC 9(3).
           05  HD-BATCH-NO                 PIC 9(6).
           05  FILLER                      PIC X(12).
