       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMANT.
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
           SELECT DORM-CARD-FILE ASSIGN TO "DORMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT PRINT-FILE ASSIGN TO "DORMRPT"
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
       FD  DORM-CARD-FILE
           RECORDING MODE IS F.
       01  DORM-CARD-RECORD.
           COPY DORMCTL.
       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD                    PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-DIR-STATUS PIC XX VALUE SPACES.
       77  WS-MASTER-STATUS PIC XX VALUE SPACES.
       77  WS-CARD-STATUS PIC XX VALUE SPACES.
       77  WS-CARD-OK-SW PIC X VALUE "N".
           88 WS-CARD-OK VALUE "Y".
       77  WS-REPORT-ONLY-SW PIC X VALUE "N".
           88 WS-REPORT-ONLY VALUE "Y".
       77  WS-DIR-EOF-SW PIC X VALUE "N".
           88 WS-DIR-EOF VALUE "Y".
       77  WS-ON-MASTER-SW PIC X VALUE "N".
           88 WS-ON-MASTER VALUE "Y".
       77  WS-RUN-DATE PIC X(8) VALUE SPACES.
       77  WS-CUTOFF-DATE PIC X(8) VALUE SPACES.
       77  WS-LAST-ACTIVITY PIC X(8) VALUE SPACES.
       77  WS-BALANCE PIC S9(11) VALUE ZERO.
       77  WS-RECORDS-IN PIC 9(7) VALUE ZERO.
       77  WS-RECORDS-OUT PIC 9(7) VALUE ZERO.
       77  WS-OPEN-COUNT PIC 9(7) VALUE ZERO.
       77  WS-DORMANT-COUNT PIC 9(7) VALUE ZERO.
       77  WS-ALREADY-DORMANT PIC 9(7) VALUE ZERO.
       77  WS-DORMANT-BALANCE PIC S9(13) VALUE ZERO.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE        PIC X(8).
           05  WS-CURR-TIME        PIC X(6).
           05  FILLER              PIC X(7).
       01  WS-ACCOUNT-WORK.
           COPY ACCTREC.
       01  WS-REPORT-HEADING.
           05  FILLER              PIC X(20)
               VALUE "DORMANCY REVIEW -   ".
           05  RH-RUN-DATE         PIC X(8).
           05  FILLER              PIC X(11)
               VALUE "   CUTOFF: ".
           05  RH-CUTOFF-DATE      PIC X(8).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  RH-MODE-TEXT        PIC X(20).
           05  FILLER              PIC X(62) VALUE SPACES.
       01  WS-COLUMN-HEADING.
           05  FILLER              PIC X(8)  VALUE "KEY".
           05  FILLER              PIC X(22) VALUE "ACCOUNT NAME".
           05  FILLER              PIC X(10) VALUE "OPENED".
           05  FILLER              PIC X(12) VALUE "LAST POST".
           05  FILLER              PIC X(16) VALUE "BALANCE".
           05  FILLER              PIC X(64) VALUE SPACES.
       01  WS-DORMANT-LINE.
           05  DL-KEY              PIC 9(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DL-NAME             PIC X(20).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DL-OPEN-DATE        PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DL-LAST-POST        PIC X(10).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DL-BALANCE          PIC -(11)9.
           05  FILLER              PIC X(68) VALUE SPACES.
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
           PERFORM READ-DORMANCY-CARD.
           PERFORM START-RUN-CONTROL.
           OPEN OUTPUT PRINT-FILE.
           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           MOVE WS-CUTOFF-DATE TO RH-CUTOFF-DATE.
           IF WS-REPORT-ONLY
               MOVE "REPORT ONLY" TO RH-MODE-TEXT
           ELSE
               MOVE "DIRECTORY UPDATED" TO RH-MODE-TEXT
           END-IF.
           WRITE PRINT-RECORD FROM WS-REPORT-HEADING.
           IF RP-REFUSED
               MOVE RP-MESSAGE TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
               CLOSE PRINT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT WS-CARD-OK
               MOVE "DORMANCY CARD MISSING OR INVALID - NO ACTION"
                   TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT ACCT-DIR-IN
               IF WS-DIR-STATUS NOT = "00"
                   MOVE "ACCOUNT DIRECTORY NOT AVAILABLE - NO ACTION"
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
                       CLOSE ACCT-DIR-IN
                   ELSE
                       WRITE PRINT-RECORD FROM WS-COLUMN-HEADING
                       IF NOT WS-REPORT-ONLY
                           OPEN OUTPUT ACCT-DIR-OUT
                       END-IF
                       PERFORM REVIEW-DIRECTORY
                       IF NOT WS-REPORT-ONLY
                           CLOSE ACCT-DIR-OUT
                       END-IF
                       CLOSE BALANCE-MASTER
                       PERFORM WRITE-DORMANCY-SUMMARY
                   END-IF
               END-IF
           END-IF.
           CLOSE PRINT-FILE.
           PERFORM END-RUN-CONTROL.
           GOBACK.

       READ-DORMANCY-CARD.
           MOVE WS-CURR-DATE TO WS-RUN-DATE.
           OPEN INPUT DORM-CARD-FILE.
           IF WS-CARD-STATUS = "00"
               READ DORM-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DM-CUTOFF-DATE NUMERIC
                          AND DM-MODE-VALID
                          AND (DM-RUN-DATE = SPACES
                               OR DM-RUN-DATE NUMERIC)
                           MOVE DM-CUTOFF-DATE TO WS-CUTOFF-DATE
                           IF DM-RUN-DATE NUMERIC
                               MOVE DM-RUN-DATE TO WS-RUN-DATE
                           END-IF
                           IF DM-REPORT-ONLY
                               SET WS-REPORT-ONLY TO TRUE
                           END-IF
                           IF WS-CUTOFF-DATE < WS-RUN-DATE
                               SET WS-CARD-OK TO TRUE
                           END-IF
                       END-IF
               END-READ
               CLOSE DORM-CARD-FILE
           END-IF.

       REVIEW-DIRECTORY.
           PERFORM UNTIL WS-DIR-EOF
               READ ACCT-DIR-IN INTO WS-ACCOUNT-WORK
                   AT END
                       SET WS-DIR-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-IN
                       PERFORM REVIEW-ONE-ACCOUNT
               END-READ
           END-PERFORM.
           CLOSE ACCT-DIR-IN.

       REVIEW-ONE-ACCOUNT.
           IF AR-DORMANT
               ADD 1 TO WS-ALREADY-DORMANT
           END-IF.
           IF AR-OPEN
               ADD 1 TO WS-OPEN-COUNT
               PERFORM READ-ACCOUNT-BALANCE
               IF WS-ON-MASTER
                   MOVE BM-LAST-POST-DATE TO WS-LAST-ACTIVITY
               ELSE
                   MOVE AR-OPEN-DATE TO WS-LAST-ACTIVITY
               END-IF
               IF WS-LAST-ACTIVITY < WS-CUTOFF-DATE
                   PERFORM MAKE-ACCOUNT-DORMANT
               END-IF
           END-IF.
           IF NOT WS-REPORT-ONLY
               WRITE ACCT-DIR-OUT-RECORD FROM WS-ACCOUNT-WORK
               ADD 1 TO WS-RECORDS-OUT
           END-IF.

       READ-ACCOUNT-BALANCE.
           MOVE "N" TO WS-ON-MASTER-SW.
           MOVE ZERO TO WS-BALANCE.
           MOVE AR-KEY TO BM-KEY.
           READ BALANCE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ON-MASTER TO TRUE
                   MOVE BM-BALANCE TO WS-BALANCE
           END-READ.

       MAKE-ACCOUNT-DORMANT.
           ADD 1 TO WS-DORMANT-COUNT.
           ADD WS-BALANCE TO WS-DORMANT-BALANCE.
           MOVE AR-KEY TO DL-KEY.
           MOVE AR-NAME TO DL-NAME.
           MOVE AR-OPEN-DATE TO DL-OPEN-DATE.
           IF WS-ON-MASTER
               MOVE BM-LAST-POST-DATE TO DL-LAST-POST
           ELSE
               MOVE "NONE" TO DL-LAST-POST
           END-IF.
           MOVE WS-BALANCE TO DL-BALANCE.
           WRITE PRINT-RECORD FROM WS-DORMANT-LINE.
           MOVE "D" TO AR-STATUS.
           MOVE WS-RUN-DATE TO AR-STATUS-DATE.

       WRITE-DORMANCY-SUMMARY.
           MOVE SPACES TO WS-MESSAGE-LINE.
           WRITE PRINT-RECORD FROM WS-MESSAGE-LINE.
           MOVE "DIRECTORY RECORDS IN" TO CL-LABEL.
           MOVE WS-RECORDS-IN TO CL-VALUE.
           WRITE PRINT-RECORD FROM WS-COUNT-LINE.
           IF NOT WS-REPORT-ONLY
               MOVE "DIRECTORY RECORDS OUT" TO CL-LABEL
               MOVE WS-RECORDS-OUT TO CL-VALUE
               WRITE PRINT-RECORD FROM WS-COUNT-LINE
           END-IF.
           MOVE "OPEN ACCOUNTS REVIEWED" TO CL-LABEL.
           MOVE WS-OPEN-COUNT TO CL-VALUE.
           WRITE PRINT-RECORD FROM WS-COUNT-LINE.
           MOVE "ALREADY DORMANT" TO CL-LABEL.
           MOVE WS-ALREADY-DORMANT TO CL-VALUE.
           WRITE PRINT-RECORD FROM WS-COUNT-LINE.
           IF WS-REPORT-ONLY
               MOVE "WOULD BECOME DORMANT" TO CL-LABEL
           ELSE
               MOVE "MADE DORMANT" TO CL-LABEL
           END-IF.
           MOVE WS-DORMANT-COUNT TO CL-VALUE.
           WRITE PRINT-RECORD FROM WS-COUNT-LINE.
           MOVE "DORMANT BALANCE TOTAL" TO TL-LABEL.
           MOVE WS-DORMANT-BALANCE TO TL-AMOUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.

       START-RUN-CONTROL.
           SET RP-START-STEP TO TRUE.
           MOVE "DORMANT" TO RP-PROGRAM.
           MOVE SPACES TO RP-CYCLE-DATE.
           CALL "RUNCTL" USING WS-RUN-CONTROL.
           MOVE ZERO TO RETURN-CODE.

       END-RUN-CONTROL.
           SET RP-END-STEP TO TRUE.
           MOVE RETURN-CODE TO RP-RETURN-CODE.
           CALL "RUNCTL" USING WS-RUN-CONTROL.
           MOVE RP-RETURN-CODE TO RETURN-CODE.
