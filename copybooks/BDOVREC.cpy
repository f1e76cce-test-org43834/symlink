      *****************************************************************
      *    BDOVREC - NON-BUSINESS-DAY RUN OVERRIDE CARD. A SUPERVISOR
      *              NAMES THE RUN DATE AND THEIR CLERK ID TO LET A
      *              RUN ON A WEEKEND OR HOLIDAY GO THROUGH WITHOUT
      *              THE OPERATOR WARNING; WITHOUT THIS CARD SUCH A
      *              RUN IS FLAGGED ON THE REPORT AND ENDS RC 4.
      *****************************************************************
           05  BO-RUN-DATE                 PIC X(8).
           05  BO-AUTH-ID                  PIC X(8).
           05  FILLER                      PIC X(64).
