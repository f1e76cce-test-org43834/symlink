      *              AND OPEN DATE. TRANSACTIONS WHOSE KEY IS NOT ON
      *              THE DIRECTORY, OR WHOSE ACCOUNT IS CLOSED OR
      *              FROZEN, ARE REJECTED INSTEAD OF SILENTLY OPENING
      *              A NEW BALANCE ON THE MASTER. A POSTING LARGER
      *              THAN THE SINGLE-POSTING LIMIT, OR ONE THAT TAKES
      *              THE DAY'S POSTINGS FOR THE KEY PAST THE DAILY
      *              LIMIT, IS HELD FOR SUPERVISOR RELEASE. A ZERO OR
      *              BLANK LIMIT MEANS THE ACCOUNT HAS NO LIMIT.
      *              AN ACCOUNT WITH NO POSTING SINCE THE DORMANCY
      *              CUTOFF IS MADE DORMANT AND IS REJECTED LIKE A
      *              FROZEN ONE UNTIL IT IS REACTIVATED. AN ACCOUNT
      *              CLOSED WHILE THE MASTER STILL CARRIES A BALANCE
      *              IS CLOSE PENDING: ONLY CLOSE-OUT DETAILS POST TO
      *              IT, AND IT IS CLOSED ONCE THE CLOSE-OUT BATCH
      *              NAMED HERE HAS POSTED AND THE BALANCE IS ZERO.
      *****************************************************************
           05  AR-KEY                      PIC 9(6).
           05  AR-NAME                     PIC X(20).
               88  AR-OPEN                 VALUE "O".
               88  AR-CLOSED               VALUE "C".
               88  AR-FROZEN               VALUE "F".
               88  AR-DORMANT              VALUE "D".
               88  AR-CLOSE-PENDING        VALUE "P".
           05  AR-OPEN-DATE                PIC X(8).
           05  AR-SINGLE-LIMIT             PIC 9(9).
           05  AR-DAILY-LIMIT              PIC 9(9).
           05  AR-STATUS-DATE              PIC X(8).
           05  AR-CLOSE-BATCH              PIC 9(6).
           05  FILLER                      PIC X(13).
