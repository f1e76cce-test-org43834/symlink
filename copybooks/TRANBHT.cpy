      *    TRANBHT - BATCH HEADER/TRAILER VIEW OF THE TRANSACTION
      *              FEED RECORD. THE RECORD-TYPE BYTE IS IN THE SAME
      *              POSITION AS TX-REC-TYPE IN TRANXREC. THE HEADER
      *              CARRIES THE BATCH NUMBER, CREATION DATE, AND THE
      *              SENDING SOURCE ID FROM THE FEED REGISTRY; THE
      *              TRAILER CARRIES THE DETAIL COUNT AND HASH TOTALS
      *              OF TX-X AND TX-Y FOR FILE-COMPLETENESS CONTROL.
      *****************************************************************
           05  BT-BATCH-NO                 PIC 9(6).
           05  BT-CREATE-DATE              PIC X(8).
           05  BT-SOURCE-ID                PIC X(8).
           05  FILLER                      PIC X(3).
           05  BT-REC-TYPE                 PIC X.
           05  BT-DETAIL-COUNT             PIC 9(7).
           05  BT-HASH-X                   PIC S9(9)
