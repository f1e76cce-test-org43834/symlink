      *****************************************************************
      *    STNDREC - STANDING-INSTRUCTION MASTER RECORD. ONE ROW PER
      *              RECURRING TRANSACTION FOR A KEY (THE SEQUENCE
      *              NUMBER ALLOWS SEVERAL PER KEY). WHILE ACTIVE THE
      *              INSTRUCTION IS GENERATED INTO THE STANDING BATCH
      *              ON EACH RUN WHERE THE NEXT DUE DATE HAS BEEN
      *              REACHED, AND THE DUE DATE IS ROLLED FORWARD BY
      *              THE FREQUENCY (W = WEEKLY, F = FORTNIGHTLY,
      *              M = MONTHLY, Q = QUARTERLY, Y = YEARLY). MONTHLY
      *              FREQUENCIES KEEP TO THE ANCHOR DAY, FALLING BACK
      *              TO THE LAST DAY OF A SHORTER MONTH. AN INSTRUCTION
      *              WHOSE NEXT DUE DATE PASSES A NON-ZERO END DATE IS
      *              MARKED EXPIRED. SUSPENDED, CANCELLED, AND EXPIRED
      *              INSTRUCTIONS ARE NEVER GENERATED.
      *****************************************************************
           05  SN-KEY                      PIC 9(6).
           05  SN-SEQ                      PIC 9(2).
           05  SN-X                        PIC S9(7)
                                            SIGN IS LEADING SEPARATE.
           05  SN-Y                        PIC S9(7)
                                            SIGN IS LEADING SEPARATE.
           05  SN-OP-CODE                  PIC X(3).
           05  SN-FREQUENCY                PIC X.
               88  SN-WEEKLY               VALUE "W".
               88  SN-FORTNIGHTLY          VALUE "F".
               88  SN-MONTHLY              VALUE "M".
               88  SN-QUARTERLY            VALUE "Q".
               88  SN-YEARLY               VALUE "Y".
               88  SN-FREQUENCY-VALID      VALUE "W", "F", "M",
                                                 "Q", "Y".
           05  SN-NEXT-DUE                 PIC X(8).
           05  SN-END-DATE                 PIC X(8).
           05  SN-STATUS                   PIC X.
               88  SN-ACTIVE               VALUE "A".
               88  SN-SUSPENDED            VALUE "S".
               88  SN-CANCELLED            VALUE "C".
               88  SN-EXPIRED              VALUE "E".
           05  SN-ANCHOR-DAY               PIC 9(2).
           05  SN-LAST-GEN-DATE            PIC X(8).
           05  SN-SET-UP-DATE              PIC X(8).
           05  FILLER                      PIC X(17).
