      *              ARE HELD HERE DAY OVER DAY UNTIL A CORRECTION
      *              CARD REPAIRS THEM OR THEY ARE WRITTEN OFF. THE
      *              DAYS-OUT COUNT DRIVES THE AGING REPORT AGAINST
      *              THE FIVE-DAY SERVICE-LEVEL AGREEMENT. IT IS THE
      *              NUMBER OF BUSINESS DAYS SINCE THE FIRST DATE,
      *              RECOUNTED FROM THE CALENDAR EACH RUN.
      *****************************************************************
           05  SP-KEY                      PIC 9(6).
           05  SP-X                        PIC S9(7)
