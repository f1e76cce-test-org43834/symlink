      *****************************************************************
      *    SNMTREC - STANDING-INSTRUCTION MAINTENANCE CARD. ACTION
      *              "A" ADDS AN INSTRUCTION FOR THE KEY AND SEQUENCE
      *              (X, Y, FREQUENCY, AND FIRST DUE DATE REQUIRED; A
      *              BLANK OP CODE MEANS ADD); "C" CHANGES ONE, WHERE
      *              A BLANK FIELD KEEPS THE VALUE ON FILE AND AN END
      *              DATE OF ZEROS REMOVES THE END DATE; "S" SUSPENDS,
      *              "R" RESUMES A SUSPENDED INSTRUCTION FROM ITS NEXT
      *              DUE DATE ON OR AFTER THE RUN DATE WITHOUT
      *              GENERATING THE PERIODS MISSED; "X" CANCELS.
      *****************************************************************
           05  NM-ACTION                   PIC X.
               88  NM-ADD                  VALUE "A".
               88  NM-CHANGE               VALUE "C".
               88  NM-SUSPEND              VALUE "S".
               88  NM-RESUME               VALUE "R".
               88  NM-CANCEL               VALUE "X".
               88  NM-ACTION-VALID         VALUE "A", "C", "S",
                                                 "R", "X".
           05  NM-KEY                      PIC 9(6).
           05  NM-SEQ                      PIC 9(2).
           05  NM-X-TEXT                   PIC X(8).
           05  NM-X REDEFINES NM-X-TEXT    PIC S9(7)
                                            SIGN IS LEADING SEPARATE.
           05  NM-Y-TEXT                   PIC X(8).
           05  NM-Y REDEFINES NM-Y-TEXT    PIC S9(7)
                                            SIGN IS LEADING SEPARATE.
           05  NM-OP-CODE                  PIC X(3).
           05  NM-FREQUENCY                PIC X.
           05  NM-NEXT-DUE                 PIC X(8).
           05  NM-END-DATE                 PIC X(8).
           05  FILLER                      PIC X(35).
