       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOSEOUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-DIR-IN ASSIGN TO "ACCTDIR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIR-STATUS.
           SELECT ACCT-DIR-OUT ASSIGN TO "ACCTNEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BALANCE-MASTER ASSIGN TO "BALMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT CLOSE-CARD-FILE ASSIGN TO "CLOSCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT BATCH-REGISTER ASSIGN TO "BATCHREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT CLOSE-TRAN-FILE ASSIGN TO "CLOSTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRINT-FILE ASSIGN TO "CLOSRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-DIR-IN
           RECORDING MODE IS F.
       01  ACCT-DIR-IN-RECORD              PIC X(80).
       FD  ACCT-DIR-OUT
           RECORDING MODE IS F.
       01  ACCT-DIR-OUT-RECORD             PIC X(80).
       FD  BALANCE-MASTER.
       01  MASTER-RECORD.
           COPY BALMREC.
       FD  CLOSE-CARD-FILE
           RECORDING MODE IS F.
       01  CLOSE-CARD-RECORD.
           COPY CLOSCTL.
       FD  BATCH-REGISTER
           RECORDING MODE IS F.
       01  REGISTER-RECORD.
           COPY BATRGREC.
       FD  CLOSE-TRAN-FILE
           RECORDING MODE IS F.
       01  CLOSE-TRAN-RECORD.
           COPY TRANXREC.
       01  CLOSE-BATCH-RECORD.
           COPY TRANBHT.
       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD                    PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-DIR-STATUS PIC XX VALUE SPACES.
       77  WS-MASTER-STATUS PIC XX VALUE SPACES.
       77  WS-CARD-STATUS PIC XX VALUE SPACES.
       77  WS-REGISTER-STATUS PIC XX VALUE SPACES.
       77  WS-CARD-OK-SW PIC X VALUE "N".
           88 WS-CARD-OK VALUE "Y".
       77  WS-DIR-EOF-SW PIC X VALUE "N".
           88 WS-DIR-EOF VALUE "Y".
       77  WS-REGISTER-EOF-SW PIC X VALUE "N".
           88 WS-REGISTER-EOF VALUE "Y".
       77  WS-REG-FULL-SW PIC X VALUE "N".
           88 WS-REG-TABLE-FULL VALUE "Y".
       77  WS-RANGE-SW PIC X VALUE "N".
           88 WS-RANGE-EXHAUSTED VALUE "Y".
       77  WS-BATCH-STARTED-SW PIC X VALUE "N".
           88 WS-BATCH-STARTED VALUE "Y".
       77  WS-TARGET-SW PIC X VALUE "N".
           88 WS-TARGET-OPEN VALUE "Y".
       77  WS-POSTED-SW PIC X VALUE "N".
           88 WS-BATCH-POSTED VALUE "Y".
       77  WS-RUN-DATE PIC X(8) VALUE SPACES.
       77  WS-CLOSEOUT-KEY PIC 9(6) VALUE ZERO.
       77  WS-BATCH-LOW PIC 9(6) VALUE ZERO.
       77  WS-BATCH-HIGH PIC 9(6) VALUE ZERO.
       77  WS-HIGH-USED PIC 9(6) VALUE ZERO.
       77  WS-HIGH-PENDING PIC 9(6) VALUE ZERO.
       77  WS-GEN-BATCH-NO PIC 9(6) VALUE ZERO.
       77  WS-SOURCE-ID PIC X(8) VALUE "CLOSEOUT".
       77  WS-PENDING-BATCH PIC 9(6) VALUE ZERO.
       77  WS-DETAIL-KEY PIC 9(6) VALUE ZERO.
       77  WS-REG-COUNT PIC 9(4) VALUE ZERO.
       77  WS-REG-IX PIC 9(4) VALUE ZERO.
       77  WS-BALANCE PIC S9(11) VALUE ZERO.
       77  WS-REMAINING PIC 9(11) VALUE ZERO.
       77  WS-CHUNK PIC 9(7) VALUE ZERO.
       77  WS-CHUNK-SIGNED PIC S9(7) VALUE ZERO.
       77  WS-RECORDS-IN PIC 9(7) VALUE ZERO.
       77  WS-RECORDS-OUT PIC 9(7) VALUE ZERO.
       77  WS-PENDING-COUNT PIC 9(7) VALUE ZERO.
       77  WS-GENERATED-ACCTS PIC 9(7) VALUE ZERO.
       77  WS-CLOSED-COUNT PIC 9(7) VALUE ZERO.
       77  WS-REISSUED-COUNT PIC 9(7) VALUE ZERO.
       77  WS-DETAIL-COUNT PIC 9(7) VALUE ZERO.
       77  WS-CLOSED-OUT-TOTAL PIC S9(13) VALUE ZERO.
       77  WS-HASH-X PIC S9(9) VALUE ZERO.
       77  WS-HASH-Y PIC S9(9) VALUE ZERO.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE        PIC X(8).
           05  WS-CURR-TIME        PIC X(6).
           05  FILLER              PIC X(7).
       01  WS-ACCOUNT-WORK.
           COPY ACCTREC.
       01  WS-REGISTER-TABLE.
           05  WS-REG-BATCH-NO     PIC 9(6) OCCURS 1000 TIMES.
       01  WS-REPORT-HEADING.
           05  FILLER              PIC X(21)
               VALUE "ACCOUNT CLOSE-OUT -  ".
           05  RH-RUN-DATE         PIC X(8).
           05  FILLER              PIC X(18)
               VALUE "   CLOSE-OUT KEY: ".
           05  RH-CLOSEOUT-KEY     PIC 9(6).
           05  FILLER              PIC X(79) VALUE SPACES.
       01  WS-ACTION-LINE.
           05  FILLER              PIC X(5)  VALUE "KEY: ".
           05  AL-KEY              PIC 9(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  AL-NAME             PIC X(20).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  AL-BALANCE          PIC -(11)9.
           05  FILLER              PIC X(3)  VALUE " - ".
           05  AL-TEXT             PIC X(40).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  AL-BATCH-NO         PIC 9(6).
           05  FILLER              PIC X(34) VALUE SPACES.
       01  WS-COUNT-LINE.
           05  CL-LABEL            PIC X(24).
           05  CL-VALUE            PIC ZZZZZZ9.
           05  FILLER              PIC X(101) VALUE SPACES.
       01  WS-TOTAL-LINE.
           05  TL-LABEL            PIC X(24).
           05  TL-AMOUNT           PIC -(11)9.
           05  FILLER              PIC X(96) VALUE SPACES.
       01  WS-MESSAGE-LINE         PIC X(132).
       01  WS-RUN-CONTROL.
           COPY RCTLPARM.
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           PERFORM READ-CLOSE-OUT-CARD.
           PERFORM START-RUN-CONTROL.
           OPEN OUTPUT PRINT-FILE.
           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           MOVE WS-CLOSEOUT-KEY TO RH-CLOSEOUT-KEY.
           WRITE PRINT-RECORD FROM WS-REPORT-HEADING.
           IF RP-REFUSED
               MOVE RP-MESSAGE TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
               CLOSE PRINT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-CARD-OK
               PERFORM CHECK-CLOSE-OUT-TARGET
               IF NOT WS-TARGET-OPEN
                   MOVE "N" TO WS-CARD-OK-SW
               END-IF
           END-IF.
           IF NOT WS-CARD-OK
               MOVE "CLOSE-OUT CARD MISSING OR INVALID - NO ACTION"
                   TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT BALANCE-MASTER
               IF WS-MASTER-STATUS NOT = "00"
                   MOVE "BALANCE MASTER NOT AVAILABLE - NO ACTION"
                       TO WS-MESSAGE-LINE
                   WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM LOAD-BATCH-REGISTER
                   IF WS-RANGE-EXHAUSTED
                       MOVE "BATCH RANGE EXHAUSTED - NOTHING GENERATED"
                           TO WS-MESSAGE-LINE
                       WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
                   END-IF
                   IF WS-REG-TABLE-FULL
                       MOVE "BATCH REGISTER TABLE FULL - NO ACTION"
                           TO WS-MESSAGE-LINE
                       WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       OPEN OUTPUT ACCT-DIR-OUT
                       OPEN OUTPUT CLOSE-TRAN-FILE
                       PERFORM PROCESS-DIRECTORY
                       IF WS-BATCH-STARTED
                           PERFORM WRITE-BATCH-TRAILER
                       END-IF
                       CLOSE CLOSE-TRAN-FILE
                       CLOSE ACCT-DIR-OUT
                       PERFORM WRITE-CLOSE-OUT-SUMMARY
                       IF WS-RANGE-EXHAUSTED
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF
                   CLOSE BALANCE-MASTER
               END-IF
           END-IF.
           CLOSE PRINT-FILE.
           PERFORM END-RUN-CONTROL.
           GOBACK.

       READ-CLOSE-OUT-CARD.
           MOVE WS-CURR-DATE TO WS-RUN-DATE.
           OPEN INPUT CLOSE-CARD-FILE.
           IF WS-CARD-STATUS = "00"
               READ CLOSE-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CO-CLOSEOUT-KEY NUMERIC
                          AND CO-CLOSEOUT-KEY > ZERO
                          AND CO-BATCH-LOW NUMERIC
                          AND CO-BATCH-HIGH NUMERIC
                          AND CO-BATCH-LOW > ZERO
                          AND CO-BATCH-LOW <= CO-BATCH-HIGH
                          AND (CO-RUN-DATE = SPACES
                               OR CO-RUN-DATE NUMERIC)
                           MOVE CO-CLOSEOUT-KEY TO WS-CLOSEOUT-KEY
                           MOVE CO-BATCH-LOW TO WS-BATCH-LOW
                           MOVE CO-BATCH-HIGH TO WS-BATCH-HIGH
                           IF CO-RUN-DATE NUMERIC
                               MOVE CO-RUN-DATE TO WS-RUN-DATE
                           END-IF
                           SET WS-CARD-OK TO TRUE
                       END-IF
               END-READ
               CLOSE CLOSE-CARD-FILE
           END-IF.

       CHECK-CLOSE-OUT-TARGET.
           OPEN INPUT ACCT-DIR-IN.
           IF WS-DIR-STATUS = "00"
               PERFORM UNTIL WS-DIR-EOF
                   READ ACCT-DIR-IN INTO WS-ACCOUNT-WORK
                       AT END
                           SET WS-DIR-EOF TO TRUE
                       NOT AT END
                           IF AR-KEY = WS-CLOSEOUT-KEY AND AR-OPEN
                               SET WS-TARGET-OPEN TO TRUE
                           END-IF
                           IF AR-CLOSE-PENDING
                              AND AR-CLOSE-BATCH NUMERIC
                              AND AR-CLOSE-BATCH >= WS-BATCH-LOW
                              AND AR-CLOSE-BATCH <= WS-BATCH-HIGH
                              AND AR-CLOSE-BATCH > WS-HIGH-PENDING
                               MOVE AR-CLOSE-BATCH TO WS-HIGH-PENDING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCT-DIR-IN
           END-IF.
           MOVE "N" TO WS-DIR-EOF-SW.
           IF NOT WS-TARGET-OPEN
               MOVE "CLOSE-OUT KEY NOT AN OPEN ACCOUNT"
                   TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
           END-IF.

       LOAD-BATCH-REGISTER.
           MOVE ZERO TO WS-HIGH-USED.
           OPEN INPUT BATCH-REGISTER.
           IF WS-REGISTER-STATUS = "00"
               PERFORM UNTIL WS-REGISTER-EOF
                   READ BATCH-REGISTER
                       AT END
                           SET WS-REGISTER-EOF TO TRUE
                       NOT AT END
                           PERFORM ADD-REGISTER-ENTRY
                   END-READ
               END-PERFORM
               CLOSE BATCH-REGISTER
           END-IF.
           IF WS-HIGH-PENDING > WS-HIGH-USED
               MOVE WS-HIGH-PENDING TO WS-HIGH-USED
           END-IF.
           IF WS-HIGH-USED = ZERO
               MOVE WS-BATCH-LOW TO WS-GEN-BATCH-NO
           ELSE
               IF WS-HIGH-USED >= WS-BATCH-HIGH
                   SET WS-RANGE-EXHAUSTED TO TRUE
               ELSE
                   COMPUTE WS-GEN-BATCH-NO = WS-HIGH-USED + 1
               END-IF
           END-IF.

       ADD-REGISTER-ENTRY.
           IF BR-BATCH-NO NUMERIC
               IF BR-BATCH-NO >= WS-BATCH-LOW
                  AND BR-BATCH-NO <= WS-BATCH-HIGH
                  AND BR-BATCH-NO > WS-HIGH-USED
                   MOVE BR-BATCH-NO TO WS-HIGH-USED
               END-IF
               IF WS-REG-COUNT < 1000
                   ADD 1 TO WS-REG-COUNT
                   MOVE BR-BATCH-NO TO WS-REG-BATCH-NO (WS-REG-COUNT)
               ELSE
                   SET WS-REG-TABLE-FULL TO TRUE
               END-IF
           END-IF.

       PROCESS-DIRECTORY.
           OPEN INPUT ACCT-DIR-IN.
           IF WS-DIR-STATUS = "00"
               PERFORM UNTIL WS-DIR-EOF
                   READ ACCT-DIR-IN INTO WS-ACCOUNT-WORK
                       AT END
                           SET WS-DIR-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-IN
                           IF AR-CLOSE-PENDING
                               PERFORM PROCESS-CLOSING-ACCOUNT
                           END-IF
                           WRITE ACCT-DIR-OUT-RECORD
                               FROM WS-ACCOUNT-WORK
                           ADD 1 TO WS-RECORDS-OUT
                   END-READ
               END-PERFORM
               CLOSE ACCT-DIR-IN
           END-IF.

       PROCESS-CLOSING-ACCOUNT.
           ADD 1 TO WS-PENDING-COUNT.
           PERFORM READ-ACCOUNT-BALANCE.
           MOVE ZERO TO WS-PENDING-BATCH.
           IF AR-CLOSE-BATCH NUMERIC
               MOVE AR-CLOSE-BATCH TO WS-PENDING-BATCH
           END-IF.
           IF WS-PENDING-BATCH > ZERO
               PERFORM CHECK-BATCH-POSTED
               IF NOT WS-BATCH-POSTED
                   IF WS-BALANCE = ZERO
                       MOVE ZERO TO WS-PENDING-BATCH
                       MOVE "CLOSED - NO BALANCE ON MASTER" TO AL-TEXT
                       PERFORM CLOSE-ACCOUNT
                   ELSE
                       MOVE "CLOSE-OUT BATCH NOT POSTED - REISSUED"
                           TO AL-TEXT
                       PERFORM WRITE-ACTION-LINE
                       ADD 1 TO WS-REISSUED-COUNT
                       MOVE ZERO TO AR-CLOSE-BATCH
                       PERFORM GENERATE-CLOSE-OUT
                   END-IF
               ELSE
                   IF WS-BALANCE = ZERO
                       MOVE "CLOSED - CLOSE-OUT BATCH POSTED"
                           TO AL-TEXT
                       PERFORM CLOSE-ACCOUNT
                   ELSE
                       MOVE "BATCH POSTED BUT BALANCE REMAINS"
                           TO AL-TEXT
                       PERFORM WRITE-ACTION-LINE
                       ADD 1 TO WS-REISSUED-COUNT
                       MOVE ZERO TO AR-CLOSE-BATCH
                       PERFORM GENERATE-CLOSE-OUT
                   END-IF
               END-IF
           ELSE
               IF WS-BALANCE = ZERO
                   MOVE "CLOSED - NO BALANCE ON MASTER" TO AL-TEXT
                   PERFORM CLOSE-ACCOUNT
               ELSE
                   PERFORM GENERATE-CLOSE-OUT
               END-IF
           END-IF.

       READ-ACCOUNT-BALANCE.
           MOVE ZERO TO WS-BALANCE.
           MOVE AR-KEY TO BM-KEY.
           READ BALANCE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BM-BALANCE TO WS-BALANCE
           END-READ.

       CHECK-BATCH-POSTED.
           MOVE "N" TO WS-POSTED-SW.
           PERFORM VARYING WS-REG-IX FROM 1 BY 1
                   UNTIL WS-REG-IX > WS-REG-COUNT
               IF WS-REG-BATCH-NO (WS-REG-IX) = WS-PENDING-BATCH
                   SET WS-BATCH-POSTED TO TRUE
               END-IF
           END-PERFORM.

       CLOSE-ACCOUNT.
           MOVE "C" TO AR-STATUS.
           MOVE WS-RUN-DATE TO AR-STATUS-DATE.
           MOVE WS-PENDING-BATCH TO AL-BATCH-NO.
           PERFORM WRITE-ACTION-LINE.
           ADD 1 TO WS-CLOSED-COUNT.

       GENERATE-CLOSE-OUT.
           IF WS-RANGE-EXHAUSTED
               MOVE "CLOSE-OUT NOT GENERATED - NO BATCH NUMBER"
                   TO AL-TEXT
               MOVE ZERO TO WS-PENDING-BATCH
               PERFORM WRITE-ACTION-LINE
           ELSE
               IF NOT WS-BATCH-STARTED
                   PERFORM WRITE-BATCH-HEADER
               END-IF
               IF WS-BALANCE < ZERO
                   COMPUTE WS-REMAINING = ZERO - WS-BALANCE
               ELSE
                   MOVE WS-BALANCE TO WS-REMAINING
               END-IF
               PERFORM UNTIL WS-REMAINING = ZERO
                   IF WS-REMAINING > 9999999
                       MOVE 9999999 TO WS-CHUNK
                   ELSE
                       MOVE WS-REMAINING TO WS-CHUNK
                   END-IF
                   SUBTRACT WS-CHUNK FROM WS-REMAINING
                   PERFORM WRITE-CLOSE-OUT-PAIR
               END-PERFORM
               MOVE WS-GEN-BATCH-NO TO AR-CLOSE-BATCH
               MOVE WS-GEN-BATCH-NO TO WS-PENDING-BATCH
               ADD WS-BALANCE TO WS-CLOSED-OUT-TOTAL
               ADD 1 TO WS-GENERATED-ACCTS
               MOVE "CLOSE-OUT GENERATED IN BATCH" TO AL-TEXT
               PERFORM WRITE-ACTION-LINE
           END-IF.

       WRITE-CLOSE-OUT-PAIR.
           IF WS-BALANCE < ZERO
               MOVE WS-CHUNK TO WS-CHUNK-SIGNED
           ELSE
               COMPUTE WS-CHUNK-SIGNED = ZERO - WS-CHUNK
           END-IF.
           MOVE AR-KEY TO WS-DETAIL-KEY.
           PERFORM WRITE-CLOSE-OUT-DETAIL.
           COMPUTE WS-CHUNK-SIGNED = ZERO - WS-CHUNK-SIGNED.
           MOVE WS-CLOSEOUT-KEY TO WS-DETAIL-KEY.
           PERFORM WRITE-CLOSE-OUT-DETAIL.

       WRITE-CLOSE-OUT-DETAIL.
           MOVE SPACES TO CLOSE-TRAN-RECORD.
           MOVE WS-DETAIL-KEY TO TX-KEY.
           MOVE WS-CHUNK-SIGNED TO TX-X.
           MOVE ZERO TO TX-Y.
           MOVE "ADD" TO TX-OP-CODE.
           MOVE "D" TO TX-REC-TYPE.
           MOVE "C" TO TX-ORIGIN-SW.
           WRITE CLOSE-TRAN-RECORD.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD WS-CHUNK-SIGNED TO WS-HASH-X.

       WRITE-BATCH-HEADER.
           SET WS-BATCH-STARTED TO TRUE.
           MOVE SPACES TO CLOSE-BATCH-RECORD.
           MOVE WS-GEN-BATCH-NO TO BT-BATCH-NO.
           MOVE WS-CURR-DATE TO BT-CREATE-DATE.
           MOVE WS-SOURCE-ID TO BT-SOURCE-ID.
           MOVE "H" TO BT-REC-TYPE.
           WRITE CLOSE-BATCH-RECORD.

       WRITE-BATCH-TRAILER.
           MOVE SPACES TO CLOSE-BATCH-RECORD.
           MOVE WS-GEN-BATCH-NO TO BT-BATCH-NO.
           MOVE WS-CURR-DATE TO BT-CREATE-DATE.
           MOVE "T" TO BT-REC-TYPE.
           MOVE WS-DETAIL-COUNT TO BT-DETAIL-COUNT.
           MOVE WS-HASH-X TO BT-HASH-X.
           MOVE WS-HASH-Y TO BT-HASH-Y.
           WRITE CLOSE-BATCH-RECORD.

       WRITE-ACTION-LINE.
           MOVE AR-KEY TO AL-KEY.
           MOVE AR-NAME TO AL-NAME.
           MOVE WS-BALANCE TO AL-BALANCE.
           MOVE WS-PENDING-BATCH TO AL-BATCH-NO.
           WRITE PRINT-RECORD FROM WS-ACTION-LINE.

       WRITE-CLOSE-OUT-SUMMARY.
           MOVE SPACES TO WS-MESSAGE-LINE.
           WRITE PRINT-RECORD FROM WS-MESSAGE-LINE.
           IF NOT WS-BATCH-STARTED
               MOVE "NO CLOSE-OUT BALANCES - NO BATCH WRITTEN"
                   TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
           ELSE
               MOVE "GENERATED BATCH NUMBER" TO CL-LABEL
               MOVE WS-GEN-BATCH-NO TO CL-VALUE
               WRITE PRINT-RECORD FROM WS-COUNT-LINE
           END-IF.
           MOVE "DIRECTORY RECORDS IN" TO CL-LABEL.
           MOVE WS-RECORDS-IN TO CL-VALUE.
           WRITE PRINT-RECORD FROM WS-COUNT-LINE.
           MOVE "DIRECTORY RECORDS OUT" TO CL-LABEL.
           MOVE WS-RECORDS-OUT TO CL-VALUE.
           WRITE PRINT-RECORD FROM WS-COUNT-LINE.
           MOVE "CLOSE PENDING ACCOUNTS" TO CL-LABEL.
           MOVE WS-PENDING-COUNT TO CL-VALUE.
           WRITE PRINT-RECORD FROM WS-COUNT-LINE.
           MOVE "CLOSE-OUTS GENERATED" TO CL-LABEL.
           MOVE WS-GENERATED-ACCTS TO CL-VALUE.
           WRITE PRINT-RECORD FROM WS-COUNT-LINE.
           MOVE "CLOSE-OUTS REISSUED" TO CL-LABEL.
           MOVE WS-REISSUED-COUNT TO CL-VALUE.
           WRITE PRINT-RECORD FROM WS-COUNT-LINE.
           MOVE "ACCOUNTS CLOSED" TO CL-LABEL.
           MOVE WS-CLOSED-COUNT TO CL-VALUE.
           WRITE PRINT-RECORD FROM WS-COUNT-LINE.
           MOVE "DETAILS GENERATED" TO CL-LABEL.
           MOVE WS-DETAIL-COUNT TO CL-VALUE.
           WRITE PRINT-RECORD FROM WS-COUNT-LINE.
           MOVE "BALANCE CLOSED OUT" TO TL-LABEL.
           MOVE WS-CLOSED-OUT-TOTAL TO TL-AMOUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "HASH TOTAL X" TO TL-LABEL.
           MOVE WS-HASH-X TO TL-AMOUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.

       START-RUN-CONTROL.
           SET RP-START-STEP TO TRUE.
           MOVE "CLOSEOUT" TO RP-PROGRAM.
           MOVE SPACES TO RP-CYCLE-DATE.
           CALL "RUNCTL" USING WS-RUN-CONTROL.
           MOVE ZERO TO RETURN-CODE.

       END-RUN-CONTROL.
           SET RP-END-STEP TO TRUE.
           MOVE RETURN-CODE TO RP-RETURN-CODE.
           CALL "RUNCTL" USING WS-RUN-CONTROL.
           MOVE RP-RETURN-CODE TO RETURN-CODE.
