      *****************************************************************
      *    TBSNREC - TRIAL BALANCE SNAPSHOT RECORD. ONE ROW APPENDED
      *              BY EACH TRIAL BALANCE RUN FOR TODAY'S DATE (A
      *              BACK-DATED RUN WRITES NONE) CARRYING THE CLOSING
      *              TOTAL OF BM-BALANCE OVER THE WHOLE MASTER. THE
      *              LATEST ROW BY DATE AND TIME TAKEN BEFORE THE RUN
      *              DATE IS THE NEXT RUN'S OPENING FIGURE; POSTING
      *              IMAGES WRITTEN AFTER ITS DATE AND TIME ROLL IT
      *              FORWARD. THE PROOF FLAG RECORDS WHETHER THAT RUN
      *              BALANCED.
      *****************************************************************
           05  TS-RUN-DATE                 PIC X(8).
           05  TS-RUN-TIME                 PIC X(6).
           05  TS-CLOSING-TOTAL            PIC S9(13)
                                            SIGN IS LEADING SEPARATE.
           05  TS-ACCOUNT-COUNT            PIC 9(7).
           05  TS-IMAGE-NET                PIC S9(13)
                                            SIGN IS LEADING SEPARATE.
           05  TS-PROOF-SW                 PIC X.
               88  TS-IN-BALANCE           VALUE "B".
               88  TS-OUT-OF-BALANCE       VALUE "O".
               88  TS-NOT-PROVEN           VALUE "N".
           05  FILLER                      PIC X(30).
