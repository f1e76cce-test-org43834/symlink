      *              OPEN AND THE OPEN DATE IS SET TO THE RUN DATE);
      *              ACTION "C" CHANGES AN EXISTING ACCOUNT, WHERE A
      *              BLANK NAME OR STATUS FIELD KEEPS THE VALUE
      *              ALREADY ON THE DIRECTORY. THE SINGLE-POSTING
      *              AND DAILY LIMITS FOLLOW THE SAME RULE: BLANK
      *              KEEPS THE LIMIT ON FILE (NO LIMIT ON AN ADD) AND
      *              ZEROS REMOVE IT. STATUS "C" FOR AN ACCOUNT THAT
      *              STILL CARRIES A BALANCE ON THE MASTER IS SET TO
      *              "P" (CLOSE PENDING) FOR THE CLOSE-OUT RUN TO
      *              FINISH; STATUS "O" REACTIVATES A DORMANT ACCOUNT.
      *****************************************************************
           05  AM-ACTION                   PIC X.
               88  AM-ADD                  VALUE "A".
           05  AM-KEY                      PIC 9(6).
           05  AM-NAME                     PIC X(20).
           05  AM-STATUS                   PIC X.
           05  AM-SINGLE-LIMIT             PIC X(9).
           05  AM-DAILY-LIMIT              PIC X(9).
           05  FILLER                      PIC X(34).
