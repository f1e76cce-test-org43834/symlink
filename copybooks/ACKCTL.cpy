      *****************************************************************
      *    ACKCTL - ACKNOWLEDGMENT CYCLE CONTROL CARD. THE GRACE DAYS
      *             VALUE IS HOW MANY BUSINESS DAYS AFTER TRANSMISSION
      *             A GENERATION MAY REMAIN UNACKNOWLEDGED BEFORE IT
      *             IS REPORTED (ZERO OR NONNUMERIC TAKES THE DEFAULT
      *             OF 3). A NONZERO RETRANSMIT GENERATION FLAGS THAT
      *             GENERATION FOR RETRANSMISSION ON THE REGISTER.
      *****************************************************************
           05  XA-GRACE-DAYS               PIC 9(3).
