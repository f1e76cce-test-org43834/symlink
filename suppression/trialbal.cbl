       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRIALBAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-MASTER ASSIGN TO "BALMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT ACCOUNT-DIRECTORY ASSIGN TO "ACCTDIR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT IMAGE-FILE ASSIGN TO "BALIMAGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMAGE-STATUS.
           SELECT GL-SUMMARY-FILE ASSIGN TO "GLSUMM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLSUMM-STATUS.
           SELECT SNAPSHOT-FILE ASSIGN TO "TBSNAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT TBAL-CARD-FILE ASSIGN TO "TBALCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT PRINT-FILE ASSIGN TO "TBALRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-MASTER.
       01  MASTER-RECORD.
           COPY BALMREC.
       FD  ACCOUNT-DIRECTORY
           RECORDING MODE IS F.
       01  ACCOUNT-RECORD.
           COPY ACCTREC.
       FD  IMAGE-FILE
           RECORDING MODE IS F.
       01  IMAGE-RECORD.
           COPY BALIMREC.
       FD  GL-SUMMARY-FILE
           RECORDING MODE IS F.
       01  GL-SUMMARY-RECORD.
           COPY GLSUMREC.
       FD  SNAPSHOT-FILE
           RECORDING MODE IS F.
       01  SNAPSHOT-RECORD.
           COPY TBSNREC.
       FD  TBAL-CARD-FILE
           RECORDING MODE IS F.
       01  TBAL-CARD-RECORD.
           COPY TBALCTL.
       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD                    PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-MASTER-STATUS PIC XX VALUE SPACES.
       77  WS-ACCT-STATUS PIC XX VALUE SPACES.
       77  WS-IMAGE-STATUS PIC XX VALUE SPACES.
       77  WS-GLSUMM-STATUS PIC XX VALUE SPACES.
       77  WS-SNAP-STATUS PIC XX VALUE SPACES.
       77  WS-CARD-STATUS PIC XX VALUE SPACES.
       77  WS-CARD-OK-SW PIC X VALUE "Y".
           88 WS-CARD-OK VALUE "Y".
       77  WS-MASTER-EOF-SW PIC X VALUE "N".
           88 WS-MASTER-EOF VALUE "Y".
       77  WS-ACCT-EOF-SW PIC X VALUE "N".
           88 WS-ACCT-EOF VALUE "Y".
       77  WS-IMAGE-EOF-SW PIC X VALUE "N".
           88 WS-IMAGE-EOF VALUE "Y".
       77  WS-GLSUMM-EOF-SW PIC X VALUE "N".
           88 WS-GLSUMM-EOF VALUE "Y".
       77  WS-SNAP-EOF-SW PIC X VALUE "N".
           88 WS-SNAP-EOF VALUE "Y".
       77  WS-SNAP-FOUND-SW PIC X VALUE "N".
           88 WS-SNAP-FOUND VALUE "Y".
       77  WS-MASTER-OPEN-SW PIC X VALUE "N".
           88 WS-MASTER-OPEN VALUE "Y".
       77  WS-ROLL-OOB-SW PIC X VALUE "N".
           88 WS-ROLL-OUT-OF-BALANCE VALUE "Y".
       77  WS-GL-OOB-SW PIC X VALUE "N".
           88 WS-GL-OUT-OF-BALANCE VALUE "Y".
       77  WS-ACCT-FULL-SW PIC X VALUE "N".
           88 WS-ACCT-TABLE-FULL VALUE "Y".
       77  WS-RUN-DATE PIC X(8) VALUE SPACES.
       77  WS-ACCT-COUNT PIC 9(3) VALUE ZERO.
       77  WS-ACCT-IX PIC 9(3) VALUE ZERO.
       77  WS-STAT-COUNT PIC 9(2) VALUE ZERO.
       77  WS-STAT-IX PIC 9(2) VALUE ZERO.
       77  WS-STAT-SLOT PIC 9(2) VALUE ZERO.
       77  WS-STATUS-WORK PIC X VALUE SPACE.
       77  WS-MASTER-COUNT PIC 9(7) VALUE ZERO.
       77  WS-IMAGE-COUNT PIC 9(7) VALUE ZERO.
       77  WS-CLOSING-TOTAL PIC S9(13) VALUE ZERO.
       77  WS-OPENING-TOTAL PIC S9(13) VALUE ZERO.
       77  WS-NET-SINCE-SNAP PIC S9(13) VALUE ZERO.
       77  WS-EXPECTED-CLOSING PIC S9(13) VALUE ZERO.
       77  WS-ROLL-DIFFERENCE PIC S9(13) VALUE ZERO.
       77  WS-NET-RUN-DATE PIC S9(13) VALUE ZERO.
       77  WS-GL-DEBIT-TOTAL PIC S9(13) VALUE ZERO.
       77  WS-GL-CREDIT-TOTAL PIC S9(13) VALUE ZERO.
       77  WS-GL-WRITEOFF-TOTAL PIC S9(13) VALUE ZERO.
       77  WS-GL-NET PIC S9(13) VALUE ZERO.
       77  WS-GL-DIFFERENCE PIC S9(13) VALUE ZERO.
       77  WS-GL-ROW-COUNT PIC 9(7) VALUE ZERO.
       77  WS-SNAP-DATE PIC X(8) VALUE SPACES.
       77  WS-SNAP-TIME PIC X(6) VALUE SPACES.
       77  WS-SNAP-POINT PIC X(14) VALUE SPACES.
       77  WS-IMAGE-POINT PIC X(14) VALUE SPACES.
       77  WS-ROW-POINT PIC X(14) VALUE SPACES.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE        PIC X(8).
           05  WS-CURR-TIME        PIC X(6).
           05  FILLER              PIC X(7).
       01  WS-ACCOUNT-TABLE.
           05  WS-ACCOUNT-ENTRY OCCURS 500 TIMES.
               10  WS-ACC-KEY      PIC 9(6).
               10  WS-ACC-STATUS   PIC X.
       01  WS-STATUS-TABLE.
           05  WS-STATUS-ENTRY OCCURS 20 TIMES.
               10  WS-STA-CODE     PIC X.
               10  WS-STA-COUNT    PIC 9(7).
               10  WS-STA-TOTAL    PIC S9(13).
       01  WS-REPORT-HEADING.
           05  FILLER              PIC X(16)
               VALUE "TRIAL BALANCE - ".
           05  RH-RUN-DATE         PIC X(8).
           05  FILLER              PIC X(12)
               VALUE "   PRINTED: ".
           05  RH-PRINT-DATE       PIC X(8).
           05  FILLER              PIC X(88) VALUE SPACES.
       01  WS-STATUS-COLUMN-HDR.
           05  FILLER              PIC X(8)  VALUE "STATUS".
           05  FILLER              PIC X(20) VALUE "DESCRIPTION".
           05  FILLER              PIC X(10) VALUE "ACCOUNTS".
           05  FILLER              PIC X(16) VALUE "BALANCE".
           05  FILLER              PIC X(78) VALUE SPACES.
       01  WS-STATUS-DETAIL.
           05  SD-CODE             PIC X.
           05  FILLER              PIC X(7)  VALUE SPACES.
           05  SD-DESCRIPTION      PIC X(18).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  SD-COUNT            PIC ZZZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  SD-TOTAL            PIC -(13)9.
           05  FILLER              PIC X(81) VALUE SPACES.
       01  WS-PROOF-LINE.
           05  PL-LABEL            PIC X(32).
           05  PL-AMOUNT           PIC -(13)9.
           05  FILLER              PIC X(86) VALUE SPACES.
       01  WS-SNAPSHOT-LINE.
           05  FILLER              PIC X(32)
               VALUE "OPENING SNAPSHOT TAKEN".
           05  SL-DATE             PIC X(8).
           05  FILLER              PIC X     VALUE SPACE.
           05  SL-TIME             PIC X(6).
           05  FILLER              PIC X(85) VALUE SPACES.
       01  WS-NO-SNAPSHOT-LINE     PIC X(132)
           VALUE "NO PRIOR SNAPSHOT - ROLL-FORWARD NOT PROVEN".
       01  WS-ROLL-OK-LINE         PIC X(132)
           VALUE "MASTER ROLL-FORWARD IN BALANCE".
       01  WS-ROLL-OOB-LINE        PIC X(132)
           VALUE "*** MASTER ROLL-FORWARD OUT OF BALANCE ***".
       01  WS-GL-OK-LINE           PIC X(132)
           VALUE "POSTINGS AGREE WITH GL SUMMARY".
       01  WS-GL-OOB-LINE          PIC X(132)
           VALUE "*** POSTINGS DO NOT AGREE WITH GL SUMMARY ***".
       01  WS-ACCT-FULL-LINE       PIC X(132)
           VALUE "ACCOUNT TABLE FULL - STATUS TOTALS SUSPECT".
       01  WS-COUNT-LINE.
           05  CL-LABEL            PIC X(24).
           05  CL-VALUE            PIC ZZZZZZ9.
           05  FILLER              PIC X(101) VALUE SPACES.
       01  WS-MESSAGE-LINE         PIC X(132).
       01  WS-RUN-CONTROL.
           COPY RCTLPARM.
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           PERFORM READ-TRIAL-BALANCE-CARD.
           PERFORM START-RUN-CONTROL.
           OPEN OUTPUT PRINT-FILE.
           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           MOVE WS-CURR-DATE TO RH-PRINT-DATE.
           WRITE PRINT-RECORD FROM WS-REPORT-HEADING.
           IF RP-REFUSED
               MOVE RP-MESSAGE TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
               CLOSE PRINT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT WS-CARD-OK
               MOVE "TRIAL BALANCE CARD INVALID - NO ACTION"
                   TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM LOAD-ACCOUNT-DIRECTORY
               PERFORM TOTAL-BALANCE-MASTER
               IF NOT WS-MASTER-OPEN
                   MOVE "BALANCE MASTER NOT AVAILABLE - NO ACTION"
                       TO WS-MESSAGE-LINE
                   WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM FIND-OPENING-SNAPSHOT
                   PERFORM TOTAL-BALANCE-IMAGES
                   PERFORM TOTAL-GL-SUMMARY
                   PERFORM WRITE-STATUS-SECTION
                   PERFORM PROVE-ROLL-FORWARD
                   PERFORM PROVE-GL-AGREEMENT
                   IF WS-RUN-DATE = WS-CURR-DATE
                       PERFORM WRITE-SNAPSHOT
                   ELSE
                       MOVE "BACK-DATED RUN - NO SNAPSHOT WRITTEN"
                           TO WS-MESSAGE-LINE
                       WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
                   END-IF
                   PERFORM WRITE-TRIAL-BALANCE-SUMMARY
                   EVALUATE TRUE
                       WHEN WS-ROLL-OUT-OF-BALANCE
                         OR WS-GL-OUT-OF-BALANCE
                         OR WS-ACCT-TABLE-FULL
                           MOVE 8 TO RETURN-CODE
                       WHEN NOT WS-SNAP-FOUND
                           MOVE 4 TO RETURN-CODE
                       WHEN OTHER
                           MOVE ZERO TO RETURN-CODE
                   END-EVALUATE
               END-IF
           END-IF.
           CLOSE PRINT-FILE.
           PERFORM END-RUN-CONTROL.
           GOBACK.

       READ-TRIAL-BALANCE-CARD.
           MOVE WS-CURR-DATE TO WS-RUN-DATE.
           OPEN INPUT TBAL-CARD-FILE.
           IF WS-CARD-STATUS = "00"
               READ TBAL-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TB-RUN-DATE NUMERIC
                           MOVE TB-RUN-DATE TO WS-RUN-DATE
                       ELSE
                           IF TB-RUN-DATE NOT = SPACES
                               MOVE "N" TO WS-CARD-OK-SW
                           END-IF
                       END-IF
               END-READ
               CLOSE TBAL-CARD-FILE
           END-IF.

       LOAD-ACCOUNT-DIRECTORY.
           OPEN INPUT ACCOUNT-DIRECTORY.
           IF WS-ACCT-STATUS = "00"
               PERFORM UNTIL WS-ACCT-EOF
                   READ ACCOUNT-DIRECTORY
                       AT END
                           SET WS-ACCT-EOF TO TRUE
                       NOT AT END
                           IF WS-ACCT-COUNT < 500
                               ADD 1 TO WS-ACCT-COUNT
                               MOVE AR-KEY
                                   TO WS-ACC-KEY (WS-ACCT-COUNT)
                               MOVE AR-STATUS
                                   TO WS-ACC-STATUS (WS-ACCT-COUNT)
                           ELSE
                               SET WS-ACCT-TABLE-FULL TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-DIRECTORY
           END-IF.

       TOTAL-BALANCE-MASTER.
           OPEN INPUT BALANCE-MASTER.
           IF WS-MASTER-STATUS = "00"
               SET WS-MASTER-OPEN TO TRUE
               PERFORM UNTIL WS-MASTER-EOF
                   READ BALANCE-MASTER NEXT RECORD
                       AT END
                           SET WS-MASTER-EOF TO TRUE
                       NOT AT END
                           PERFORM TOTAL-ONE-ACCOUNT
                   END-READ
               END-PERFORM
               CLOSE BALANCE-MASTER
           END-IF.

       TOTAL-ONE-ACCOUNT.
           ADD 1 TO WS-MASTER-COUNT.
           ADD BM-BALANCE TO WS-CLOSING-TOTAL.
           MOVE "-" TO WS-STATUS-WORK.
           PERFORM VARYING WS-ACCT-IX FROM 1 BY 1
                   UNTIL WS-ACCT-IX > WS-ACCT-COUNT
               IF WS-ACC-KEY (WS-ACCT-IX) = BM-KEY
                   MOVE WS-ACC-STATUS (WS-ACCT-IX) TO WS-STATUS-WORK
               END-IF
           END-PERFORM.
           MOVE ZERO TO WS-STAT-SLOT.
           PERFORM VARYING WS-STAT-IX FROM 1 BY 1
                   UNTIL WS-STAT-IX > WS-STAT-COUNT
               IF WS-STA-CODE (WS-STAT-IX) = WS-STATUS-WORK
                   MOVE WS-STAT-IX TO WS-STAT-SLOT
               END-IF
           END-PERFORM.
           IF WS-STAT-SLOT = ZERO
               IF WS-STAT-COUNT < 20
                   ADD 1 TO WS-STAT-COUNT
                   MOVE WS-STAT-COUNT TO WS-STAT-SLOT
                   MOVE WS-STATUS-WORK TO WS-STA-CODE (WS-STAT-SLOT)
                   MOVE ZERO TO WS-STA-COUNT (WS-STAT-SLOT)
                   MOVE ZERO TO WS-STA-TOTAL (WS-STAT-SLOT)
               ELSE
                   MOVE 20 TO WS-STAT-SLOT
               END-IF
           END-IF.
           ADD 1 TO WS-STA-COUNT (WS-STAT-SLOT).
           ADD BM-BALANCE TO WS-STA-TOTAL (WS-STAT-SLOT).

       FIND-OPENING-SNAPSHOT.
           OPEN INPUT SNAPSHOT-FILE.
           IF WS-SNAP-STATUS = "00"
               PERFORM UNTIL WS-SNAP-EOF
                   READ SNAPSHOT-FILE
                       AT END
                           SET WS-SNAP-EOF TO TRUE
                       NOT AT END
                           MOVE TS-RUN-DATE TO WS-ROW-POINT (1:8)
                           MOVE TS-RUN-TIME TO WS-ROW-POINT (9:6)
                           IF TS-RUN-DATE < WS-RUN-DATE
                              AND (NOT WS-SNAP-FOUND
                                   OR WS-ROW-POINT > WS-SNAP-POINT)
                               SET WS-SNAP-FOUND TO TRUE
                               MOVE WS-ROW-POINT TO WS-SNAP-POINT
                               MOVE TS-RUN-DATE TO WS-SNAP-DATE
                               MOVE TS-RUN-TIME TO WS-SNAP-TIME
                               MOVE TS-CLOSING-TOTAL
                                   TO WS-OPENING-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SNAPSHOT-FILE
           END-IF.
           MOVE WS-SNAP-DATE TO WS-SNAP-POINT (1:8).
           MOVE WS-SNAP-TIME TO WS-SNAP-POINT (9:6).

       TOTAL-BALANCE-IMAGES.
           OPEN INPUT IMAGE-FILE.
           IF WS-IMAGE-STATUS = "00"
               PERFORM UNTIL WS-IMAGE-EOF
                   READ IMAGE-FILE
                       AT END
                           SET WS-IMAGE-EOF TO TRUE
                       NOT AT END
                           PERFORM TOTAL-ONE-IMAGE
                   END-READ
               END-PERFORM
               CLOSE IMAGE-FILE
           END-IF.

       TOTAL-ONE-IMAGE.
           MOVE BI-RUN-DATE TO WS-IMAGE-POINT (1:8).
           MOVE BI-RUN-TIME TO WS-IMAGE-POINT (9:6).
           IF WS-SNAP-FOUND AND WS-IMAGE-POINT > WS-SNAP-POINT
               ADD 1 TO WS-IMAGE-COUNT
               ADD BI-NEW-BALANCE TO WS-NET-SINCE-SNAP
               SUBTRACT BI-OLD-BALANCE FROM WS-NET-SINCE-SNAP
           END-IF.
           IF BI-RUN-DATE = WS-RUN-DATE
               ADD BI-POST-AMOUNT TO WS-NET-RUN-DATE
           END-IF.

       TOTAL-GL-SUMMARY.
           OPEN INPUT GL-SUMMARY-FILE.
           IF WS-GLSUMM-STATUS = "00"
               PERFORM UNTIL WS-GLSUMM-EOF
                   READ GL-SUMMARY-FILE
                       AT END
                           SET WS-GLSUMM-EOF TO TRUE
                       NOT AT END
                           IF GL-RUN-DATE = WS-RUN-DATE
                               PERFORM TOTAL-ONE-GL-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-SUMMARY-FILE
           END-IF.

       TOTAL-ONE-GL-ROW.
           ADD 1 TO WS-GL-ROW-COUNT.
           EVALUATE TRUE
               WHEN GL-DEBIT
                   ADD GL-AMOUNT TO WS-GL-DEBIT-TOTAL
               WHEN GL-CREDIT
                   ADD GL-AMOUNT TO WS-GL-CREDIT-TOTAL
               WHEN GL-WRITEOFF
                   ADD GL-AMOUNT TO WS-GL-WRITEOFF-TOTAL
           END-EVALUATE.

       WRITE-STATUS-SECTION.
           IF WS-ACCT-TABLE-FULL
               WRITE PRINT-RECORD FROM WS-ACCT-FULL-LINE
           END-IF.
           WRITE PRINT-RECORD FROM WS-STATUS-COLUMN-HDR.
           PERFORM VARYING WS-STAT-IX FROM 1 BY 1
                   UNTIL WS-STAT-IX > WS-STAT-COUNT
               PERFORM WRITE-STATUS-LINE
           END-PERFORM.
           MOVE SPACE TO SD-CODE.
           MOVE "ALL ACCOUNTS" TO SD-DESCRIPTION.
           MOVE WS-MASTER-COUNT TO SD-COUNT.
           MOVE WS-CLOSING-TOTAL TO SD-TOTAL.
           WRITE PRINT-RECORD FROM WS-STATUS-DETAIL.

       WRITE-STATUS-LINE.
           MOVE WS-STA-CODE (WS-STAT-IX) TO SD-CODE.
           EVALUATE WS-STA-CODE (WS-STAT-IX)
               WHEN "O"
                   MOVE "OPEN" TO SD-DESCRIPTION
               WHEN "C"
                   MOVE "CLOSED" TO SD-DESCRIPTION
               WHEN "F"
                   MOVE "FROZEN" TO SD-DESCRIPTION
               WHEN "D"
                   MOVE "DORMANT" TO SD-DESCRIPTION
               WHEN "P"
                   MOVE "CLOSE PENDING" TO SD-DESCRIPTION
               WHEN "-"
                   MOVE "NOT ON DIRECTORY" TO SD-DESCRIPTION
               WHEN OTHER
                   MOVE "UNKNOWN STATUS" TO SD-DESCRIPTION
           END-EVALUATE.
           MOVE WS-STA-COUNT (WS-STAT-IX) TO SD-COUNT.
           MOVE WS-STA-TOTAL (WS-STAT-IX) TO SD-TOTAL.
           WRITE PRINT-RECORD FROM WS-STATUS-DETAIL.

       PROVE-ROLL-FORWARD.
           MOVE SPACES TO WS-MESSAGE-LINE.
           WRITE PRINT-RECORD FROM WS-MESSAGE-LINE.
           IF NOT WS-SNAP-FOUND
               WRITE PRINT-RECORD FROM WS-NO-SNAPSHOT-LINE
           ELSE
               MOVE WS-SNAP-DATE TO SL-DATE
               MOVE WS-SNAP-TIME TO SL-TIME
               WRITE PRINT-RECORD FROM WS-SNAPSHOT-LINE
               COMPUTE WS-EXPECTED-CLOSING
                   = WS-OPENING-TOTAL + WS-NET-SINCE-SNAP
               COMPUTE WS-ROLL-DIFFERENCE
                   = WS-CLOSING-TOTAL - WS-EXPECTED-CLOSING
               MOVE "OPENING TOTAL" TO PL-LABEL
               MOVE WS-OPENING-TOTAL TO PL-AMOUNT
               WRITE PRINT-RECORD FROM WS-PROOF-LINE
               MOVE "NET POSTINGS SINCE SNAPSHOT" TO PL-LABEL
               MOVE WS-NET-SINCE-SNAP TO PL-AMOUNT
               WRITE PRINT-RECORD FROM WS-PROOF-LINE
               MOVE "EXPECTED CLOSING TOTAL" TO PL-LABEL
               MOVE WS-EXPECTED-CLOSING TO PL-AMOUNT
               WRITE PRINT-RECORD FROM WS-PROOF-LINE
               MOVE "MASTER CLOSING TOTAL" TO PL-LABEL
               MOVE WS-CLOSING-TOTAL TO PL-AMOUNT
               WRITE PRINT-RECORD FROM WS-PROOF-LINE
               MOVE "DIFFERENCE" TO PL-LABEL
               MOVE WS-ROLL-DIFFERENCE TO PL-AMOUNT
               WRITE PRINT-RECORD FROM WS-PROOF-LINE
               IF WS-ROLL-DIFFERENCE = ZERO
                   WRITE PRINT-RECORD FROM WS-ROLL-OK-LINE
               ELSE
                   SET WS-ROLL-OUT-OF-BALANCE TO TRUE
                   WRITE PRINT-RECORD FROM WS-ROLL-OOB-LINE
               END-IF
           END-IF.

       PROVE-GL-AGREEMENT.
           MOVE SPACES TO WS-MESSAGE-LINE.
           WRITE PRINT-RECORD FROM WS-MESSAGE-LINE.
           COMPUTE WS-GL-NET = WS-GL-DEBIT-TOTAL - WS-GL-CREDIT-TOTAL.
           COMPUTE WS-GL-DIFFERENCE = WS-NET-RUN-DATE - WS-GL-NET.
           MOVE "NET POSTINGS FOR RUN DATE" TO PL-LABEL.
           MOVE WS-NET-RUN-DATE TO PL-AMOUNT.
           WRITE PRINT-RECORD FROM WS-PROOF-LINE.
           MOVE "GL DEBITS (DR)" TO PL-LABEL.
           MOVE WS-GL-DEBIT-TOTAL TO PL-AMOUNT.
           WRITE PRINT-RECORD FROM WS-PROOF-LINE.
           MOVE "GL CREDITS (CR)" TO PL-LABEL.
           MOVE WS-GL-CREDIT-TOTAL TO PL-AMOUNT.
           WRITE PRINT-RECORD FROM WS-PROOF-LINE.
           MOVE "GL NET (DR - CR)" TO PL-LABEL.
           MOVE WS-GL-NET TO PL-AMOUNT.
           WRITE PRINT-RECORD FROM WS-PROOF-LINE.
           MOVE "DIFFERENCE" TO PL-LABEL.
           MOVE WS-GL-DIFFERENCE TO PL-AMOUNT.
           WRITE PRINT-RECORD FROM WS-PROOF-LINE.
           MOVE "GL WRITE-OFFS (WO) - OFF MASTER" TO PL-LABEL.
           MOVE WS-GL-WRITEOFF-TOTAL TO PL-AMOUNT.
           WRITE PRINT-RECORD FROM WS-PROOF-LINE.
           IF WS-GL-DIFFERENCE = ZERO
               WRITE PRINT-RECORD FROM WS-GL-OK-LINE
           ELSE
               SET WS-GL-OUT-OF-BALANCE TO TRUE
               WRITE PRINT-RECORD FROM WS-GL-OOB-LINE
           END-IF.

       WRITE-SNAPSHOT.
           OPEN EXTEND SNAPSHOT-FILE.
           IF WS-SNAP-STATUS NOT = "00"
               OPEN OUTPUT SNAPSHOT-FILE
           END-IF.
           IF WS-SNAP-STATUS = "00"
               MOVE SPACES TO SNAPSHOT-RECORD
               MOVE WS-RUN-DATE TO TS-RUN-DATE
               MOVE WS-CURR-TIME TO TS-RUN-TIME
               MOVE WS-CLOSING-TOTAL TO TS-CLOSING-TOTAL
               MOVE WS-MASTER-COUNT TO TS-ACCOUNT-COUNT
               MOVE WS-NET-SINCE-SNAP TO TS-IMAGE-NET
               EVALUATE TRUE
                   WHEN WS-ROLL-OUT-OF-BALANCE
                     OR WS-GL-OUT-OF-BALANCE
                       MOVE "O" TO TS-PROOF-SW
                   WHEN NOT WS-SNAP-FOUND
                       MOVE "N" TO TS-PROOF-SW
                   WHEN OTHER
                       MOVE "B" TO TS-PROOF-SW
               END-EVALUATE
               WRITE SNAPSHOT-RECORD
               CLOSE SNAPSHOT-FILE
           END-IF.

       WRITE-TRIAL-BALANCE-SUMMARY.
           MOVE SPACES TO WS-MESSAGE-LINE.
           WRITE PRINT-RECORD FROM WS-MESSAGE-LINE.
           MOVE "MASTER RECORDS" TO CL-LABEL.
           MOVE WS-MASTER-COUNT TO CL-VALUE.
           WRITE PRINT-RECORD FROM WS-COUNT-LINE.
           MOVE "DIRECTORY ENTRIES" TO CL-LABEL.
           MOVE WS-ACCT-COUNT TO CL-VALUE.
           WRITE PRINT-RECORD FROM WS-COUNT-LINE.
           MOVE "IMAGES SINCE SNAPSHOT" TO CL-LABEL.
           MOVE WS-IMAGE-COUNT TO CL-VALUE.
           WRITE PRINT-RECORD FROM WS-COUNT-LINE.
           MOVE "GL ROWS FOR RUN DATE" TO CL-LABEL.
           MOVE WS-GL-ROW-COUNT TO CL-VALUE.
           WRITE PRINT-RECORD FROM WS-COUNT-LINE.

       START-RUN-CONTROL.
           SET RP-START-STEP TO TRUE.
           MOVE "TRIALBAL" TO RP-PROGRAM.
           MOVE SPACES TO RP-CYCLE-DATE.
           CALL "RUNCTL" USING WS-RUN-CONTROL.
           MOVE ZERO TO RETURN-CODE.

       END-RUN-CONTROL.
           SET RP-END-STEP TO TRUE.
           MOVE RETURN-CODE TO RP-RETURN-CODE.
           CALL "RUNCTL" USING WS-RUN-CONTROL.
           MOVE RP-RETURN-CODE TO RETURN-CODE.
