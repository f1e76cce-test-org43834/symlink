               FILE STATUS IS WS-DIR-STATUS.
           SELECT ACCT-DIR-OUT ASSIGN TO "ACCTNEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BALANCE-MASTER ASSIGN TO "BALMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT MAINT-CARD-FILE ASSIGN TO "ACMTCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
       FD  ACCT-DIR-OUT
           RECORDING MODE IS F.
       01  ACCT-DIR-OUT-RECORD             PIC X(80).
       FD  BALANCE-MASTER.
       01  MASTER-RECORD.
           COPY BALMREC.
       FD  MAINT-CARD-FILE
           RECORDING MODE IS F.
       01  MAINT-CARD-RECORD.
       WORKING-STORAGE SECTION.
       77  WS-DIR-STATUS PIC XX VALUE SPACES.
       77  WS-CARD-STATUS PIC XX VALUE SPACES.
       77  WS-MASTER-STATUS PIC XX VALUE SPACES.
       77  WS-MASTER-OPEN-SW PIC X VALUE "N".
           88 WS-MASTER-OPEN VALUE "Y".
       77  WS-DIR-EOF-SW PIC X VALUE "N".
           88 WS-DIR-EOF VALUE "Y".
       77  WS-CARD-EOF-SW PIC X VALUE "N".
       77  WS-ADDED-COUNT PIC 9(7) VALUE ZERO.
       77  WS-CHANGED-COUNT PIC 9(7) VALUE ZERO.
       77  WS-ERROR-COUNT PIC 9(7) VALUE ZERO.
       77  WS-PENDING-COUNT PIC 9(7) VALUE ZERO.
       77  WS-ACTION-KEY PIC 9(6) VALUE ZERO.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE        PIC X(8).
               10  WS-CRD-KEY      PIC 9(6).
               10  WS-CRD-NAME     PIC X(20).
               10  WS-CRD-STATUS   PIC X.
               10  WS-CRD-SINGLE-LIMIT PIC X(9).
               10  WS-CRD-DAILY-LIMIT PIC X(9).
               10  WS-CRD-USED-SW  PIC X.
       01  WS-REPORT-HEADING.
           05  FILLER              PIC X(33)
           05  CL-VALUE            PIC ZZZZZZ9.
           05  FILLER              PIC X(101) VALUE SPACES.
       01  WS-MESSAGE-LINE         PIC X(132).
       01  WS-RUN-CONTROL.
           COPY RCTLPARM.
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           PERFORM START-RUN-CONTROL.
           OPEN OUTPUT PRINT-FILE.
           MOVE WS-CURR-DATE TO MH-RUN-DATE.
           WRITE PRINT-RECORD FROM WS-REPORT-HEADING.
           IF RP-REFUSED
               MOVE RP-MESSAGE TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
               CLOSE PRINT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-CARD-TABLE.
           IF WS-CARD-COUNT = ZERO
               MOVE "NO MAINTENANCE CARDS SUPPLIED - NO ACTION"
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT BALANCE-MASTER
               IF WS-MASTER-STATUS = "00"
                   SET WS-MASTER-OPEN TO TRUE
               END-IF
               OPEN OUTPUT ACCT-DIR-OUT
               PERFORM COPY-DIRECTORY-FORWARD
               PERFORM APPLY-UNUSED-CARDS
               CLOSE ACCT-DIR-OUT
               IF WS-MASTER-OPEN
                   CLOSE BALANCE-MASTER
               END-IF
               PERFORM WRITE-MAINT-SUMMARY
               IF WS-ERROR-COUNT > ZERO OR WS-TABLE-FULL
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE PRINT-FILE.
           PERFORM END-RUN-CONTROL.
           GOBACK.

       LOAD-CARD-TABLE.
                   TO AL-TEXT
               PERFORM WRITE-ACTION-LINE
               ADD 1 TO WS-ERROR-COUNT
           ELSE
           IF (AM-SINGLE-LIMIT NOT = SPACES
               AND AM-SINGLE-LIMIT NOT NUMERIC)
              OR (AM-DAILY-LIMIT NOT = SPACES
               AND AM-DAILY-LIMIT NOT NUMERIC)
               MOVE AM-KEY TO WS-ACTION-KEY
               MOVE "POSTING LIMIT NOT NUMERIC - CARD IGNORED"
                   TO AL-TEXT
               PERFORM WRITE-ACTION-LINE
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               IF WS-CARD-COUNT < 200
                   ADD 1 TO WS-CARD-COUNT
                   MOVE AM-KEY TO WS-CRD-KEY (WS-CARD-COUNT)
                   MOVE AM-NAME TO WS-CRD-NAME (WS-CARD-COUNT)
                   MOVE AM-STATUS TO WS-CRD-STATUS (WS-CARD-COUNT)
                   MOVE AM-SINGLE-LIMIT
                       TO WS-CRD-SINGLE-LIMIT (WS-CARD-COUNT)
                   MOVE AM-DAILY-LIMIT
                       TO WS-CRD-DAILY-LIMIT (WS-CARD-COUNT)
                   MOVE "N" TO WS-CRD-USED-SW (WS-CARD-COUNT)
               ELSE
                   SET WS-TABLE-FULL TO TRUE
               END-IF
           END-IF
           END-IF.

       COPY-DIRECTORY-FORWARD.
                   IF WS-CRD-STATUS (WS-CARD-SLOT) NOT = SPACE
                       MOVE WS-CRD-STATUS (WS-CARD-SLOT)
                           TO AR-STATUS
                       MOVE WS-CURR-DATE TO AR-STATUS-DATE
                       IF AR-CLOSED
                           PERFORM CHECK-CLOSING-BALANCE
                       END-IF
                       IF NOT AR-CLOSE-PENDING
                           MOVE ZERO TO AR-CLOSE-BATCH
                       END-IF
                   END-IF
                   IF WS-CRD-SINGLE-LIMIT (WS-CARD-SLOT) NUMERIC
                       MOVE WS-CRD-SINGLE-LIMIT (WS-CARD-SLOT)
                           TO AR-SINGLE-LIMIT
                   END-IF
                   IF WS-CRD-DAILY-LIMIT (WS-CARD-SLOT) NUMERIC
                       MOVE WS-CRD-DAILY-LIMIT (WS-CARD-SLOT)
                           TO AR-DAILY-LIMIT
                   END-IF
                   MOVE "ACCOUNT CHANGED" TO AL-TEXT
                   PERFORM WRITE-ACTION-LINE
           WRITE ACCT-DIR-OUT-RECORD FROM WS-ACCOUNT-WORK.
           ADD 1 TO WS-RECORDS-OUT.

       CHECK-CLOSING-BALANCE.
           MOVE AR-KEY TO BM-KEY.
           IF WS-MASTER-OPEN
               READ BALANCE-MASTER
                   INVALID KEY
                       MOVE ZERO TO BM-BALANCE
               END-READ
           END-IF.
           IF NOT WS-MASTER-OPEN OR BM-BALANCE NOT = ZERO
               MOVE "P" TO AR-STATUS
               MOVE "BALANCE ON MASTER - CLOSE PENDING" TO AL-TEXT
               PERFORM WRITE-ACTION-LINE
               ADD 1 TO WS-PENDING-COUNT
           END-IF.

       FIND-CARD-FOR-KEY.
           MOVE ZERO TO WS-CARD-SLOT.
           PERFORM VARYING WS-CARD-IX FROM 1 BY 1
                   MOVE WS-CRD-STATUS (WS-CARD-IX) TO AR-STATUS
               END-IF
               MOVE WS-CURR-DATE TO AR-OPEN-DATE
               MOVE WS-CURR-DATE TO AR-STATUS-DATE
               MOVE ZERO TO AR-CLOSE-BATCH
               IF WS-CRD-SINGLE-LIMIT (WS-CARD-IX) NUMERIC
                   MOVE WS-CRD-SINGLE-LIMIT (WS-CARD-IX)
                       TO AR-SINGLE-LIMIT
               ELSE
                   MOVE ZERO TO AR-SINGLE-LIMIT
               END-IF
               IF WS-CRD-DAILY-LIMIT (WS-CARD-IX) NUMERIC
                   MOVE WS-CRD-DAILY-LIMIT (WS-CARD-IX)
                       TO AR-DAILY-LIMIT
               ELSE
                   MOVE ZERO TO AR-DAILY-LIMIT
               END-IF
               WRITE ACCT-DIR-OUT-RECORD FROM WS-ACCOUNT-WORK
               ADD 1 TO WS-RECORDS-OUT
               ADD 1 TO WS-ADDED-COUNT
           MOVE "ACCOUNTS CHANGED" TO CL-LABEL.
           MOVE WS-CHANGED-COUNT TO CL-VALUE.
           WRITE PRINT-RECORD FROM WS-COUNT-LINE.
           MOVE "CLOSES MADE PENDING" TO CL-LABEL.
           MOVE WS-PENDING-COUNT TO CL-VALUE.
           WRITE PRINT-RECORD FROM WS-COUNT-LINE.
           MOVE "CARD ERRORS" TO CL-LABEL.
           MOVE WS-ERROR-COUNT TO CL-VALUE.
           WRITE PRINT-RECORD FROM WS-COUNT-LINE.

       START-RUN-CONTROL.
           SET RP-START-STEP TO TRUE.
           MOVE "ACCTMNT" TO RP-PROGRAM.
           MOVE SPACES TO RP-CYCLE-DATE.
           CALL "RUNCTL" USING WS-RUN-CONTROL.
           MOVE ZERO TO RETURN-CODE.

       END-RUN-CONTROL.
           SET RP-END-STEP TO TRUE.
           MOVE RETURN-CODE TO RP-RETURN-CODE.
           CALL "RUNCTL" USING WS-RUN-CONTROL.
           MOVE RP-RETURN-CODE TO RETURN-CODE.
