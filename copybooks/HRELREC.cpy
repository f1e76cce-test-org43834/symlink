      *****************************************************************
      *    HRELREC - HELD-ITEM RELEASE CARD. A SUPERVISOR NAMES A
      *              HELD KEY AND GIVES THEIR CLERK ID. ACTION "R"
      *              RELEASES THE OLDEST HELD ITEM FOR THE KEY SO THE
      *              NEXT RUN POSTS IT WITHOUT THE LIMIT CHECK; ACTION
      *              "D" DECLINES IT AND SENDS IT TO SUSPENSE. A CARD
      *              WITHOUT A CLERK ID IS IGNORED.
      *****************************************************************
           05  HR-ACTION                   PIC X.
               88  HR-RELEASE              VALUE "R".
               88  HR-DECLINE              VALUE "D".
               88  HR-ACTION-VALID         VALUE "R", "D".
           05  HR-KEY                      PIC 9(6).
           05  HR-AUTH-ID                  PIC X(8).
           05  FILLER                      PIC X(65).
