       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTRSCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-DIRECTORY ASSIGN TO "ACCTDIR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT BALANCE-MASTER ASSIGN TO "BALMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT IMAGE-FILE ASSIGN TO "BALIMAGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMAGE-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "ARCHFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT SUSPENSE-IN ASSIGN TO "SUSPOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT HOLD-IN ASSIGN TO "HOLDOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT WRITEOFF-REGISTER ASSIGN TO "WOFFREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WOFF-STATUS.
           SELECT WAREHOUSE-IN ASSIGN TO "WHSEOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHSE-STATUS.
           SELECT REVERSAL-REGISTER ASSIGN TO "REVREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REV-STATUS.
           SELECT ERROR-FILE ASSIGN TO "ERRFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-STATUS.
           SELECT RSCH-CARD-FILE ASSIGN TO "RSCHCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT PRINT-FILE ASSIGN TO "RSCHRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-DIRECTORY
           RECORDING MODE IS F.
       01  ACCOUNT-RECORD.
           COPY ACCTREC.
       FD  BALANCE-MASTER.
       01  MASTER-RECORD.
           COPY BALMREC.
       FD  IMAGE-FILE
           RECORDING MODE IS F.
       01  IMAGE-RECORD.
           COPY BALIMREC.
       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-RECORD.
           COPY AUDTREC REPLACING LEADING ==AU== BY ==AA==.
       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUDIT-RECORD.
           COPY AUDTREC.
       FD  SUSPENSE-IN
           RECORDING MODE IS F.
       01  SUSPENSE-RECORD.
           COPY SUSPREC.
       FD  HOLD-IN
           RECORDING MODE IS F.
       01  HOLD-RECORD.
           COPY HOLDREC.
       FD  WRITEOFF-REGISTER
           RECORDING MODE IS F.
       01  WRITEOFF-RECORD.
           COPY WOFFREC.
       FD  WAREHOUSE-IN
           RECORDING MODE IS F.
       01  WAREHOUSE-IN-RECORD             PIC X(80).
       FD  REVERSAL-REGISTER
           RECORDING MODE IS F.
       01  REVERSAL-REGISTER-RECORD.
           COPY RVRGREC.
       FD  ERROR-FILE
           RECORDING MODE IS F.
       01  ERROR-RECORD.
           COPY EXCPREC.
       FD  RSCH-CARD-FILE
           RECORDING MODE IS F.
       01  RSCH-CARD-RECORD.
           COPY RSCHCTL.
       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD                    PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-ACCT-STATUS PIC XX VALUE SPACES.
       77  WS-MASTER-STATUS PIC XX VALUE SPACES.
       77  WS-IMAGE-STATUS PIC XX VALUE SPACES.
       77  WS-ARCH-STATUS PIC XX VALUE SPACES.
       77  WS-AUDIT-STATUS PIC XX VALUE SPACES.
       77  WS-SUSP-STATUS PIC XX VALUE SPACES.
       77  WS-HOLD-STATUS PIC XX VALUE SPACES.
       77  WS-WOFF-STATUS PIC XX VALUE SPACES.
       77  WS-WHSE-STATUS PIC XX VALUE SPACES.
       77  WS-REV-STATUS PIC XX VALUE SPACES.
       77  WS-ERROR-STATUS PIC XX VALUE SPACES.
       77  WS-CARD-STATUS PIC XX VALUE SPACES.
       77  WS-CARD-OK-SW PIC X VALUE "N".
           88 WS-CARD-OK VALUE "Y".
       77  WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77  WS-ON-DIRECTORY-SW PIC X VALUE "N".
           88 WS-ON-DIRECTORY VALUE "Y".
       77  WS-ON-MASTER-SW PIC X VALUE "N".
           88 WS-ON-MASTER VALUE "Y".
       77  WS-CHAIN-STARTED-SW PIC X VALUE "N".
           88 WS-CHAIN-STARTED VALUE "Y".
       77  WS-OPENING-SET-SW PIC X VALUE "N".
           88 WS-OPENING-SET VALUE "Y".
       77  WS-RESEARCH-KEY PIC 9(6) VALUE ZERO.
       77  WS-FROM-DATE PIC X(8) VALUE SPACES.
       77  WS-TO-DATE PIC X(8) VALUE SPACES.
       77  WS-LOW-DATE PIC X(8) VALUE SPACES.
       77  WS-HIGH-DATE PIC X(8) VALUE SPACES.
       77  WS-SOURCE PIC X(7) VALUE SPACES.
       77  WS-SECTION-COUNT PIC 9(7) VALUE ZERO.
       77  WS-MASTER-BALANCE PIC S9(11) VALUE ZERO.
       77  WS-MASTER-POST-DATE PIC X(8) VALUE SPACES.
       77  WS-MASTER-POST-TIME PIC X(6) VALUE SPACES.
       77  WS-RUNNING-BALANCE PIC S9(11) VALUE ZERO.
       77  WS-OPENING-BALANCE PIC S9(13) VALUE ZERO.
       77  WS-CLOSING-BALANCE PIC S9(13) VALUE ZERO.
       77  WS-COMPUTED-BALANCE PIC S9(13) VALUE ZERO.
       77  WS-BALANCE-DIFFERENCE PIC S9(13) VALUE ZERO.
       77  WS-PERIOD-POSTINGS PIC S9(13) VALUE ZERO.
       77  WS-LATER-POSTINGS PIC S9(13) VALUE ZERO.
       77  WS-IMG-BEFORE PIC 9(7) VALUE ZERO.
       77  WS-IMG-PERIOD PIC 9(7) VALUE ZERO.
       77  WS-IMG-AFTER PIC 9(7) VALUE ZERO.
       77  WS-CHAIN-BREAKS PIC 9(7) VALUE ZERO.
       77  WS-AUDIT-COUNT PIC 9(7) VALUE ZERO.
       77  WS-AUDIT-TOTAL PIC S9(13) VALUE ZERO.
       77  WS-SUSP-COUNT PIC 9(7) VALUE ZERO.
       77  WS-HOLD-COUNT PIC 9(7) VALUE ZERO.
       77  WS-WOFF-COUNT PIC 9(7) VALUE ZERO.
       77  WS-WHSE-COUNT PIC 9(7) VALUE ZERO.
       77  WS-REV-COUNT PIC 9(7) VALUE ZERO.
       77  WS-ERROR-COUNT PIC 9(7) VALUE ZERO.
       01  WS-AUDIT-WORK.
           COPY AUDTREC REPLACING LEADING ==AU== BY ==AW==.
       01  WS-WAREHOUSE-WORK.
           COPY TRANXREC.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE        PIC X(8).
           05  WS-CURR-TIME        PIC X(6).
           05  FILLER              PIC X(7).
       01  WS-REPORT-HEADING.
           05  FILLER              PIC X(24)
               VALUE "ACCOUNT RESEARCH - KEY: ".
           05  RH-KEY              PIC 9(6).
           05  FILLER              PIC X(7)  VALUE " FROM: ".
           05  RH-FROM-DATE        PIC X(8).
           05  FILLER              PIC X(5)  VALUE " TO: ".
           05  RH-TO-DATE          PIC X(8).
           05  FILLER              PIC X(12)
               VALUE "   PRINTED: ".
           05  RH-PRINT-DATE       PIC X(8).
           05  FILLER              PIC X(54) VALUE SPACES.
       01  WS-SECTION-LINE         PIC X(132).
       01  WS-NONE-LINE            PIC X(132)
           VALUE "    NONE".
       01  WS-ACCOUNT-LINE.
           05  FILLER              PIC X(9)  VALUE "ACCOUNT: ".
           05  AL-KEY              PIC 9(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  AL-NAME             PIC X(20).
           05  FILLER              PIC X(10) VALUE "  STATUS: ".
           05  AL-STATUS           PIC X(14).
           05  FILLER              PIC X(12) VALUE "  OPENED: ".
           05  AL-OPEN-DATE        PIC X(8).
           05  FILLER              PIC X(15)
               VALUE "  STATUS DATE: ".
           05  AL-STATUS-DATE      PIC X(8).
           05  FILLER              PIC X(28) VALUE SPACES.
       01  WS-LIMIT-LINE.
           05  FILLER              PIC X(14) VALUE "SINGLE LIMIT: ".
           05  LL-SINGLE-LIMIT     PIC Z(8)9.
           05  FILLER              PIC X(15)
               VALUE "  DAILY LIMIT: ".
           05  LL-DAILY-LIMIT      PIC Z(8)9.
           05  FILLER              PIC X(16)
               VALUE "  CLOSE BATCH: ".
           05  LL-CLOSE-BATCH      PIC Z(5)9.
           05  FILLER              PIC X(63) VALUE SPACES.
       01  WS-BALANCE-LINE.
           05  BL-LABEL            PIC X(32).
           05  BL-AMOUNT           PIC -(13)9.
           05  FILLER              PIC X(86) VALUE SPACES.
       01  WS-IMAGE-HDR.
           05  FILLER              PIC X(10) VALUE "RUN DATE".
           05  FILLER              PIC X(8)  VALUE "TIME".
           05  FILLER              PIC X(5)  VALUE "OP".
           05  FILLER              PIC X(14) VALUE "OLD BALANCE".
           05  FILLER              PIC X(14) VALUE "AMOUNT".
           05  FILLER              PIC X(14) VALUE "NEW BALANCE".
           05  FILLER              PIC X(67) VALUE SPACES.
       01  WS-IMAGE-LINE.
           05  IL-RUN-DATE         PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  IL-RUN-TIME         PIC X(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  IL-OP               PIC X(3).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  IL-OLD-BALANCE      PIC -(11)9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  IL-AMOUNT           PIC -(11)9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  IL-NEW-BALANCE      PIC -(11)9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  IL-FLAG             PIC X(20).
           05  FILLER              PIC X(47) VALUE SPACES.
       01  WS-AUDIT-HDR.
           05  FILLER              PIC X(10) VALUE "RUN DATE".
           05  FILLER              PIC X(8)  VALUE "TIME".
           05  FILLER              PIC X(10) VALUE "X".
           05  FILLER              PIC X(10) VALUE "Y".
           05  FILLER              PIC X(12) VALUE "Z".
           05  FILLER              PIC X(5)  VALUE "OP".
           05  FILLER              PIC X(8)  VALUE "SOURCE".
           05  FILLER              PIC X(69) VALUE SPACES.
       01  WS-AUDIT-LINE.
           05  DL-RUN-DATE         PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DL-RUN-TIME         PIC X(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DL-X                PIC -(7)9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DL-Y                PIC -(7)9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DL-Z                PIC -(9)9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DL-OP               PIC X(3).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DL-SOURCE           PIC X(7).
           05  FILLER              PIC X(70) VALUE SPACES.
       01  WS-ITEM-HDR.
           05  FILLER              PIC X(10) VALUE "DATE".
           05  FILLER              PIC X(10) VALUE "X".
           05  FILLER              PIC X(10) VALUE "Y".
           05  FILLER              PIC X(5)  VALUE "OP".
           05  FILLER              PIC X(12) VALUE "REASON".
           05  FILLER              PIC X(6)  VALUE "DAYS".
           05  FILLER              PIC X(10) VALUE "WRITTEN".
           05  FILLER              PIC X(10) VALUE "AUTH".
           05  FILLER              PIC X(59) VALUE SPACES.
       01  WS-ITEM-LINE.
           05  SL-DATE             PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  SL-X                PIC -(7)9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  SL-Y                PIC -(7)9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  SL-OP               PIC X(3).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  SL-REASON           PIC X(10).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  SL-DAYS             PIC ZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  SL-WRITEOFF-DATE    PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  SL-AUTH-ID          PIC X(8).
           05  FILLER              PIC X(61) VALUE SPACES.
       01  WS-HELD-HDR.
           05  FILLER              PIC X(10) VALUE "HELD DATE".
           05  FILLER              PIC X(10) VALUE "X".
           05  FILLER              PIC X(10) VALUE "Y".
           05  FILLER              PIC X(5)  VALUE "OP".
           05  FILLER              PIC X(10) VALUE "AMOUNT".
           05  FILLER              PIC X(12) VALUE "REASON".
           05  FILLER              PIC X(6)  VALUE "DAYS".
           05  FILLER              PIC X(8)  VALUE "BATCH".
           05  FILLER              PIC X(61) VALUE SPACES.
       01  WS-HELD-LINE.
           05  HL-HELD-DATE        PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  HL-X                PIC -(7)9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  HL-Y                PIC -(7)9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  HL-OP               PIC X(3).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  HL-AMOUNT           PIC -(7)9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  HL-REASON           PIC X(10).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  HL-DAYS             PIC ZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  HL-BATCH-NO         PIC 9(6).
           05  FILLER              PIC X(63) VALUE SPACES.
       01  WS-WHSE-HDR.
           05  FILLER              PIC X(10) VALUE "EFF DATE".
           05  FILLER              PIC X(10) VALUE "X".
           05  FILLER              PIC X(10) VALUE "Y".
           05  FILLER              PIC X(5)  VALUE "OP".
           05  FILLER              PIC X(10) VALUE "ORIG DATE".
           05  FILLER              PIC X(10) VALUE "ORIGIN".
           05  FILLER              PIC X(77) VALUE SPACES.
       01  WS-WHSE-LINE.
           05  WL-EFF-DATE         PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WL-X                PIC -(7)9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WL-Y                PIC -(7)9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WL-OP               PIC X(3).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WL-ORIG-DATE        PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WL-ORIGIN           PIC X(9).
           05  FILLER              PIC X(70) VALUE SPACES.
       01  WS-REVERSAL-HDR.
           05  FILLER              PIC X(14) VALUE "ORIGINAL DATE".
           05  FILLER              PIC X(14) VALUE "REVERSED ON".
           05  FILLER              PIC X(104) VALUE SPACES.
       01  WS-REVERSAL-LINE.
           05  VL-ORIG-DATE        PIC X(8).
           05  FILLER              PIC X(6)  VALUE SPACES.
           05  VL-REV-DATE         PIC X(8).
           05  FILLER              PIC X(110) VALUE SPACES.
       01  WS-EXCEPTION-HDR.
           05  FILLER              PIC X(10) VALUE "X".
           05  FILLER              PIC X(10) VALUE "Y".
           05  FILLER              PIC X(10) VALUE "Z".
           05  FILLER              PIC X(5)  VALUE "OP".
           05  FILLER              PIC X(12) VALUE "REASON".
           05  FILLER              PIC X(40) VALUE "TEXT".
           05  FILLER              PIC X(45) VALUE SPACES.
       01  WS-EXCEPTION-LINE.
           05  EL-X                PIC -(7)9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  EL-Y                PIC -(7)9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  EL-Z                PIC -(7)9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  EL-OP               PIC X(3).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  EL-REASON           PIC X(10).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  EL-TEXT             PIC X(40).
           05  FILLER              PIC X(45) VALUE SPACES.
       01  WS-COUNT-LINE.
           05  CL-LABEL            PIC X(32).
           05  CL-VALUE            PIC ZZZZZZ9.
           05  FILLER              PIC X(93) VALUE SPACES.
       01  WS-RECON-EXCEPTION-LINE PIC X(132)
           VALUE "*** POSTING HISTORY DOES NOT RECONCILE TO BALMSTR".
       01  WS-MESSAGE-LINE         PIC X(132).
       01  WS-RUN-CONTROL.
           COPY RCTLPARM.
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           PERFORM READ-RESEARCH-CARD.
           PERFORM START-RUN-CONTROL.
           OPEN OUTPUT PRINT-FILE.
           MOVE WS-RESEARCH-KEY TO RH-KEY.
           MOVE WS-FROM-DATE TO RH-FROM-DATE.
           MOVE WS-TO-DATE TO RH-TO-DATE.
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
               MOVE "RESEARCH CARD MISSING OR INVALID - NO ACTION"
                   TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM PRINT-ACCOUNT-DETAILS
               PERFORM PRINT-POSTING-HISTORY
               PERFORM PRINT-AUDIT-HISTORY
               PERFORM PRINT-SUSPENSE-ITEMS
               PERFORM PRINT-HELD-ITEMS
               PERFORM PRINT-WRITEOFF-ITEMS
               PERFORM PRINT-WAREHOUSE-ITEMS
               PERFORM PRINT-REVERSAL-ITEMS
               PERFORM PRINT-EXCEPTION-ITEMS
               PERFORM PRINT-RECONCILIATION
               PERFORM WRITE-RESEARCH-SUMMARY
               IF WS-BALANCE-DIFFERENCE NOT = ZERO
                  OR WS-CHAIN-BREAKS > ZERO
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF NOT WS-ON-DIRECTORY OR NOT WS-ON-MASTER
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           CLOSE PRINT-FILE.
           PERFORM END-RUN-CONTROL.
           GOBACK.

       READ-RESEARCH-CARD.
           OPEN INPUT RSCH-CARD-FILE.
           IF WS-CARD-STATUS = "00"
               READ RSCH-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM EDIT-RESEARCH-CARD
               END-READ
               CLOSE RSCH-CARD-FILE
           END-IF.

       EDIT-RESEARCH-CARD.
           MOVE RQ-FROM-DATE TO WS-FROM-DATE.
           MOVE RQ-TO-DATE TO WS-TO-DATE.
           IF RQ-KEY NUMERIC
               MOVE RQ-KEY TO WS-RESEARCH-KEY
               SET WS-CARD-OK TO TRUE
           END-IF.
           IF WS-FROM-DATE = SPACES
               MOVE "00000000" TO WS-LOW-DATE
           ELSE
               MOVE WS-FROM-DATE TO WS-LOW-DATE
               IF WS-FROM-DATE NOT NUMERIC
                   MOVE "N" TO WS-CARD-OK-SW
               END-IF
           END-IF.
           IF WS-TO-DATE = SPACES
               MOVE "99999999" TO WS-HIGH-DATE
           ELSE
               MOVE WS-TO-DATE TO WS-HIGH-DATE
               IF WS-TO-DATE NOT NUMERIC
                   MOVE "N" TO WS-CARD-OK-SW
               END-IF
           END-IF.
           IF WS-LOW-DATE > WS-HIGH-DATE
               MOVE "N" TO WS-CARD-OK-SW
           END-IF.

       WRITE-SECTION-HEADING.
           MOVE ZERO TO WS-SECTION-COUNT.
           MOVE "N" TO WS-EOF-SW.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           WRITE PRINT-RECORD FROM WS-SECTION-LINE.

       WRITE-SECTION-FOOTING.
           IF WS-SECTION-COUNT = ZERO
               WRITE PRINT-RECORD FROM WS-NONE-LINE
           END-IF.

       PRINT-ACCOUNT-DETAILS.
           MOVE "ACCOUNT DIRECTORY (ACCTDIR)" TO WS-SECTION-LINE.
           PERFORM WRITE-SECTION-HEADING.
           OPEN INPUT ACCOUNT-DIRECTORY.
           IF WS-ACCT-STATUS = "00"
               PERFORM UNTIL WS-EOF OR WS-ON-DIRECTORY
                   READ ACCOUNT-DIRECTORY
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF AR-KEY = WS-RESEARCH-KEY
                               SET WS-ON-DIRECTORY TO TRUE
                               PERFORM WRITE-ACCOUNT-LINES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-DIRECTORY
           END-IF.
           IF NOT WS-ON-DIRECTORY
               MOVE "    KEY NOT ON ACCOUNT DIRECTORY"
                   TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
           END-IF.
           MOVE "CURRENT BALANCE (BALMSTR)" TO WS-SECTION-LINE.
           PERFORM WRITE-SECTION-HEADING.
           OPEN INPUT BALANCE-MASTER.
           IF WS-MASTER-STATUS = "00"
               MOVE WS-RESEARCH-KEY TO BM-KEY
               READ BALANCE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-ON-MASTER TO TRUE
                       MOVE BM-BALANCE TO WS-MASTER-BALANCE
                       MOVE BM-LAST-POST-DATE TO WS-MASTER-POST-DATE
                       MOVE BM-LAST-POST-TIME TO WS-MASTER-POST-TIME
               END-READ
               CLOSE BALANCE-MASTER
           END-IF.
           IF WS-ON-MASTER
               MOVE "BALANCE" TO BL-LABEL
               MOVE WS-MASTER-BALANCE TO BL-AMOUNT
               WRITE PRINT-RECORD FROM WS-BALANCE-LINE
               MOVE SPACES TO WS-MESSAGE-LINE
               MOVE "LAST POSTED" TO WS-MESSAGE-LINE (1:32)
               MOVE WS-MASTER-POST-DATE TO WS-MESSAGE-LINE (33:8)
               MOVE WS-MASTER-POST-TIME TO WS-MESSAGE-LINE (42:6)
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
           ELSE
               MOVE "    KEY NOT ON BALANCE MASTER - BALANCE ZERO"
                   TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
           END-IF.

       WRITE-ACCOUNT-LINES.
           MOVE AR-KEY TO AL-KEY.
           MOVE AR-NAME TO AL-NAME.
           EVALUATE TRUE
               WHEN AR-OPEN
                   MOVE "OPEN" TO AL-STATUS
               WHEN AR-CLOSED
                   MOVE "CLOSED" TO AL-STATUS
               WHEN AR-FROZEN
                   MOVE "FROZEN" TO AL-STATUS
               WHEN AR-DORMANT
                   MOVE "DORMANT" TO AL-STATUS
               WHEN AR-CLOSE-PENDING
                   MOVE "CLOSE PENDING" TO AL-STATUS
               WHEN OTHER
                   MOVE AR-STATUS TO AL-STATUS
           END-EVALUATE.
           MOVE AR-OPEN-DATE TO AL-OPEN-DATE.
           MOVE AR-STATUS-DATE TO AL-STATUS-DATE.
           WRITE PRINT-RECORD FROM WS-ACCOUNT-LINE.
           MOVE ZERO TO LL-SINGLE-LIMIT LL-DAILY-LIMIT LL-CLOSE-BATCH.
           IF AR-SINGLE-LIMIT NUMERIC
               MOVE AR-SINGLE-LIMIT TO LL-SINGLE-LIMIT
           END-IF.
           IF AR-DAILY-LIMIT NUMERIC
               MOVE AR-DAILY-LIMIT TO LL-DAILY-LIMIT
           END-IF.
           IF AR-CLOSE-BATCH NUMERIC
               MOVE AR-CLOSE-BATCH TO LL-CLOSE-BATCH
           END-IF.
           WRITE PRINT-RECORD FROM WS-LIMIT-LINE.

       PRINT-POSTING-HISTORY.
           MOVE "POSTING HISTORY (BALIMAGE)" TO WS-SECTION-LINE.
           PERFORM WRITE-SECTION-HEADING.
           WRITE PRINT-RECORD FROM WS-IMAGE-HDR.
           OPEN INPUT IMAGE-FILE.
           IF WS-IMAGE-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ IMAGE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF BI-KEY = WS-RESEARCH-KEY
                               PERFORM PROCESS-ONE-IMAGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IMAGE-FILE
           END-IF.
           MOVE WS-IMG-PERIOD TO WS-SECTION-COUNT.
           PERFORM WRITE-SECTION-FOOTING.
           IF NOT WS-OPENING-SET
               IF WS-CHAIN-STARTED
                   MOVE WS-RUNNING-BALANCE TO WS-OPENING-BALANCE
               ELSE
                   MOVE WS-MASTER-BALANCE TO WS-OPENING-BALANCE
               END-IF
           END-IF.

       PROCESS-ONE-IMAGE.
           MOVE SPACES TO IL-FLAG.
           IF NOT WS-CHAIN-STARTED
               SET WS-CHAIN-STARTED TO TRUE
               MOVE BI-OLD-BALANCE TO WS-RUNNING-BALANCE
           END-IF.
           IF BI-OLD-BALANCE NOT = WS-RUNNING-BALANCE
               ADD 1 TO WS-CHAIN-BREAKS
               MOVE "*** CHAIN BREAK" TO IL-FLAG
           END-IF.
           IF BI-RUN-DATE >= WS-LOW-DATE AND NOT WS-OPENING-SET
               SET WS-OPENING-SET TO TRUE
               MOVE BI-OLD-BALANCE TO WS-OPENING-BALANCE
           END-IF.
           EVALUATE TRUE
               WHEN BI-RUN-DATE < WS-LOW-DATE
                   ADD 1 TO WS-IMG-BEFORE
               WHEN BI-RUN-DATE > WS-HIGH-DATE
                   ADD 1 TO WS-IMG-AFTER
                   ADD BI-POST-AMOUNT TO WS-LATER-POSTINGS
               WHEN OTHER
                   ADD 1 TO WS-IMG-PERIOD
                   ADD BI-POST-AMOUNT TO WS-PERIOD-POSTINGS
                   PERFORM WRITE-IMAGE-DETAIL
           END-EVALUATE.
           MOVE BI-NEW-BALANCE TO WS-RUNNING-BALANCE.

       WRITE-IMAGE-DETAIL.
           MOVE BI-RUN-DATE TO IL-RUN-DATE.
           MOVE BI-RUN-TIME TO IL-RUN-TIME.
           MOVE BI-OP-CODE TO IL-OP.
           MOVE BI-OLD-BALANCE TO IL-OLD-BALANCE.
           MOVE BI-POST-AMOUNT TO IL-AMOUNT.
           MOVE BI-NEW-BALANCE TO IL-NEW-BALANCE.
           WRITE PRINT-RECORD FROM WS-IMAGE-LINE.

       PRINT-AUDIT-HISTORY.
           MOVE "AUDITED TRANSACTIONS (ARCHFILE, AUDITLOG)"
               TO WS-SECTION-LINE.
           PERFORM WRITE-SECTION-HEADING.
           WRITE PRINT-RECORD FROM WS-AUDIT-HDR.
           MOVE "ARCHIVE" TO WS-SOURCE.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCH-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ ARCHIVE-FILE INTO WS-AUDIT-WORK
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM SELECT-AUDIT-RECORD
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           MOVE "LIVE" TO WS-SOURCE.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ AUDIT-FILE INTO WS-AUDIT-WORK
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM SELECT-AUDIT-RECORD
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.
           MOVE WS-AUDIT-COUNT TO WS-SECTION-COUNT.
           PERFORM WRITE-SECTION-FOOTING.

       SELECT-AUDIT-RECORD.
           IF AW-KEY = WS-RESEARCH-KEY
              AND AW-RUN-DATE >= WS-LOW-DATE
              AND AW-RUN-DATE <= WS-HIGH-DATE
               MOVE AW-RUN-DATE TO DL-RUN-DATE
               MOVE AW-RUN-TIME TO DL-RUN-TIME
               MOVE AW-X TO DL-X
               MOVE AW-Y TO DL-Y
               MOVE AW-Z TO DL-Z
               MOVE AW-OP-CODE TO DL-OP
               MOVE WS-SOURCE TO DL-SOURCE
               WRITE PRINT-RECORD FROM WS-AUDIT-LINE
               ADD 1 TO WS-AUDIT-COUNT
               ADD AW-Z TO WS-AUDIT-TOTAL
           END-IF.

       PRINT-SUSPENSE-ITEMS.
           MOVE "OPEN SUSPENSE ITEMS (SUSPOLD)" TO WS-SECTION-LINE.
           PERFORM WRITE-SECTION-HEADING.
           WRITE PRINT-RECORD FROM WS-ITEM-HDR.
           OPEN INPUT SUSPENSE-IN.
           IF WS-SUSP-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ SUSPENSE-IN
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF SP-KEY = WS-RESEARCH-KEY
                               PERFORM WRITE-SUSPENSE-DETAIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-IN
           END-IF.
           MOVE WS-SUSP-COUNT TO WS-SECTION-COUNT.
           PERFORM WRITE-SECTION-FOOTING.

       WRITE-SUSPENSE-DETAIL.
           MOVE SP-FIRST-DATE TO SL-DATE.
           MOVE SP-X TO SL-X.
           MOVE SP-Y TO SL-Y.
           MOVE SP-OP-CODE TO SL-OP.
           MOVE SP-REASON-CODE TO SL-REASON.
           MOVE SP-DAYS-OUT TO SL-DAYS.
           MOVE SPACES TO SL-WRITEOFF-DATE SL-AUTH-ID.
           WRITE PRINT-RECORD FROM WS-ITEM-LINE.
           ADD 1 TO WS-SUSP-COUNT.

       PRINT-HELD-ITEMS.
           MOVE "HELD FOR APPROVAL (HOLDOLD)" TO WS-SECTION-LINE.
           PERFORM WRITE-SECTION-HEADING.
           WRITE PRINT-RECORD FROM WS-HELD-HDR.
           OPEN INPUT HOLD-IN.
           IF WS-HOLD-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ HOLD-IN
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF HD-KEY = WS-RESEARCH-KEY
                               PERFORM WRITE-HELD-DETAIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-IN
           END-IF.
           MOVE WS-HOLD-COUNT TO WS-SECTION-COUNT.
           PERFORM WRITE-SECTION-FOOTING.

       WRITE-HELD-DETAIL.
           MOVE HD-HELD-DATE TO HL-HELD-DATE.
           MOVE HD-X TO HL-X.
           MOVE HD-Y TO HL-Y.
           MOVE HD-OP-CODE TO HL-OP.
           MOVE HD-AMOUNT TO HL-AMOUNT.
           MOVE HD-REASON-CODE TO HL-REASON.
           MOVE HD-DAYS-HELD TO HL-DAYS.
           MOVE HD-BATCH-NO TO HL-BATCH-NO.
           WRITE PRINT-RECORD FROM WS-HELD-LINE.
           ADD 1 TO WS-HOLD-COUNT.

       PRINT-WRITEOFF-ITEMS.
           MOVE "WRITTEN OFF (WOFFREG)" TO WS-SECTION-LINE.
           PERFORM WRITE-SECTION-HEADING.
           WRITE PRINT-RECORD FROM WS-ITEM-HDR.
           OPEN INPUT WRITEOFF-REGISTER.
           IF WS-WOFF-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ WRITEOFF-REGISTER
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WO-KEY = WS-RESEARCH-KEY
                              AND WO-WRITEOFF-DATE >= WS-LOW-DATE
                              AND WO-WRITEOFF-DATE <= WS-HIGH-DATE
                               PERFORM WRITE-WRITEOFF-DETAIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WRITEOFF-REGISTER
           END-IF.
           MOVE WS-WOFF-COUNT TO WS-SECTION-COUNT.
           PERFORM WRITE-SECTION-FOOTING.

       WRITE-WRITEOFF-DETAIL.
           MOVE WO-FIRST-DATE TO SL-DATE.
           MOVE WO-X TO SL-X.
           MOVE WO-Y TO SL-Y.
           MOVE WO-OP-CODE TO SL-OP.
           MOVE WO-REASON-CODE TO SL-REASON.
           MOVE WO-DAYS-OUT TO SL-DAYS.
           MOVE WO-WRITEOFF-DATE TO SL-WRITEOFF-DATE.
           MOVE WO-AUTH-ID TO SL-AUTH-ID.
           WRITE PRINT-RECORD FROM WS-ITEM-LINE.
           ADD 1 TO WS-WOFF-COUNT.

       PRINT-WAREHOUSE-ITEMS.
           MOVE "PENDING FUTURE-DATED ITEMS (WHSEOLD)"
               TO WS-SECTION-LINE.
           PERFORM WRITE-SECTION-HEADING.
           WRITE PRINT-RECORD FROM WS-WHSE-HDR.
           OPEN INPUT WAREHOUSE-IN.
           IF WS-WHSE-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ WAREHOUSE-IN INTO WS-WAREHOUSE-WORK
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF TX-KEY = WS-RESEARCH-KEY
                              AND TX-DETAIL
                               PERFORM WRITE-WAREHOUSE-DETAIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WAREHOUSE-IN
           END-IF.
           MOVE WS-WHSE-COUNT TO WS-SECTION-COUNT.
           PERFORM WRITE-SECTION-FOOTING.

       WRITE-WAREHOUSE-DETAIL.
           MOVE TX-EFF-DATE TO WL-EFF-DATE.
           MOVE TX-X TO WL-X.
           MOVE TX-Y TO WL-Y.
           MOVE TX-OP-CODE TO WL-OP.
           MOVE TX-ORIG-DATE TO WL-ORIG-DATE.
           IF TX-CLOSE-OUT
               MOVE "CLOSE-OUT" TO WL-ORIGIN
           ELSE
               MOVE SPACES TO WL-ORIGIN
           END-IF.
           WRITE PRINT-RECORD FROM WS-WHSE-LINE.
           ADD 1 TO WS-WHSE-COUNT.

       PRINT-REVERSAL-ITEMS.
           MOVE "REVERSALS RECORDED (REVREG)" TO WS-SECTION-LINE.
           PERFORM WRITE-SECTION-HEADING.
           WRITE PRINT-RECORD FROM WS-REVERSAL-HDR.
           OPEN INPUT REVERSAL-REGISTER.
           IF WS-REV-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ REVERSAL-REGISTER
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF RV-KEY = WS-RESEARCH-KEY
                              AND RV-REV-DATE >= WS-LOW-DATE
                              AND RV-REV-DATE <= WS-HIGH-DATE
                               MOVE RV-ORIG-DATE TO VL-ORIG-DATE
                               MOVE RV-REV-DATE TO VL-REV-DATE
                               WRITE PRINT-RECORD
                                   FROM WS-REVERSAL-LINE
                               ADD 1 TO WS-REV-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REVERSAL-REGISTER
           END-IF.
           MOVE WS-REV-COUNT TO WS-SECTION-COUNT.
           PERFORM WRITE-SECTION-FOOTING.

       PRINT-EXCEPTION-ITEMS.
           MOVE "LAST RUN EXCEPTIONS (ERRFILE)" TO WS-SECTION-LINE.
           PERFORM WRITE-SECTION-HEADING.
           WRITE PRINT-RECORD FROM WS-EXCEPTION-HDR.
           OPEN INPUT ERROR-FILE.
           IF WS-ERROR-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ ERROR-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF EX-KEY = WS-RESEARCH-KEY
                               PERFORM WRITE-EXCEPTION-DETAIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ERROR-FILE
           END-IF.
           MOVE WS-ERROR-COUNT TO WS-SECTION-COUNT.
           PERFORM WRITE-SECTION-FOOTING.

       WRITE-EXCEPTION-DETAIL.
           MOVE EX-X TO EL-X.
           MOVE EX-Y TO EL-Y.
           MOVE EX-Z TO EL-Z.
           MOVE EX-OP-CODE TO EL-OP.
           MOVE EX-REASON-CODE TO EL-REASON.
           MOVE EX-REASON-TEXT TO EL-TEXT.
           WRITE PRINT-RECORD FROM WS-EXCEPTION-LINE.
           ADD 1 TO WS-ERROR-COUNT.

       PRINT-RECONCILIATION.
           MOVE "RECONCILIATION OF POSTING HISTORY TO BALMSTR"
               TO WS-SECTION-LINE.
           PERFORM WRITE-SECTION-HEADING.
           COMPUTE WS-CLOSING-BALANCE =
               WS-OPENING-BALANCE + WS-PERIOD-POSTINGS.
           COMPUTE WS-COMPUTED-BALANCE =
               WS-CLOSING-BALANCE + WS-LATER-POSTINGS.
           COMPUTE WS-BALANCE-DIFFERENCE =
               WS-MASTER-BALANCE - WS-COMPUTED-BALANCE.
           MOVE "OPENING BALANCE" TO BL-LABEL.
           MOVE WS-OPENING-BALANCE TO BL-AMOUNT.
           WRITE PRINT-RECORD FROM WS-BALANCE-LINE.
           MOVE "POSTINGS IN PERIOD" TO BL-LABEL.
           MOVE WS-PERIOD-POSTINGS TO BL-AMOUNT.
           WRITE PRINT-RECORD FROM WS-BALANCE-LINE.
           MOVE "CLOSING BALANCE" TO BL-LABEL.
           MOVE WS-CLOSING-BALANCE TO BL-AMOUNT.
           WRITE PRINT-RECORD FROM WS-BALANCE-LINE.
           MOVE "POSTINGS AFTER PERIOD" TO BL-LABEL.
           MOVE WS-LATER-POSTINGS TO BL-AMOUNT.
           WRITE PRINT-RECORD FROM WS-BALANCE-LINE.
           MOVE "COMPUTED CURRENT BALANCE" TO BL-LABEL.
           MOVE WS-COMPUTED-BALANCE TO BL-AMOUNT.
           WRITE PRINT-RECORD FROM WS-BALANCE-LINE.
           MOVE "BALMSTR BALANCE" TO BL-LABEL.
           MOVE WS-MASTER-BALANCE TO BL-AMOUNT.
           WRITE PRINT-RECORD FROM WS-BALANCE-LINE.
           MOVE "DIFFERENCE" TO BL-LABEL.
           MOVE WS-BALANCE-DIFFERENCE TO BL-AMOUNT.
           WRITE PRINT-RECORD FROM WS-BALANCE-LINE.
           IF WS-BALANCE-DIFFERENCE NOT = ZERO
              OR WS-CHAIN-BREAKS > ZERO
               WRITE PRINT-RECORD FROM WS-RECON-EXCEPTION-LINE
           END-IF.

       WRITE-RESEARCH-SUMMARY.
           MOVE "SUMMARY" TO WS-SECTION-LINE.
           PERFORM WRITE-SECTION-HEADING.
           MOVE "IMAGES BEFORE PERIOD" TO CL-LABEL.
           MOVE WS-IMG-BEFORE TO CL-VALUE.
           WRITE PRINT-RECORD FROM WS-COUNT-LINE.
           MOVE "IMAGES IN PERIOD" TO CL-LABEL.
           MOVE WS-IMG-PERIOD TO CL-VALUE.
           WRITE PRINT-RECORD FROM WS-COUNT-LINE.
           MOVE "IMAGES AFTER PERIOD" TO CL-LABEL.
           MOVE WS-IMG-AFTER TO CL-VALUE.
           WRITE PRINT-RECORD FROM WS-COUNT-LINE.
           MOVE "IMAGE CHAIN BREAKS" TO CL-LABEL.
           MOVE WS-CHAIN-BREAKS TO CL-VALUE.
           WRITE PRINT-RECORD FROM WS-COUNT-LINE.
           MOVE "AUDITED TRANSACTIONS" TO CL-LABEL.
           MOVE WS-AUDIT-COUNT TO CL-VALUE.
           WRITE PRINT-RECORD FROM WS-COUNT-LINE.
           MOVE "AUDITED Z TOTAL" TO BL-LABEL.
           MOVE WS-AUDIT-TOTAL TO BL-AMOUNT.
           WRITE PRINT-RECORD FROM WS-BALANCE-LINE.
           MOVE "OPEN SUSPENSE ITEMS" TO CL-LABEL.
           MOVE WS-SUSP-COUNT TO CL-VALUE.
           WRITE PRINT-RECORD FROM WS-COUNT-LINE.
           MOVE "HELD ITEMS" TO CL-LABEL.
           MOVE WS-HOLD-COUNT TO CL-VALUE.
           WRITE PRINT-RECORD FROM WS-COUNT-LINE.
           MOVE "WRITE-OFFS" TO CL-LABEL.
           MOVE WS-WOFF-COUNT TO CL-VALUE.
           WRITE PRINT-RECORD FROM WS-COUNT-LINE.
           MOVE "PENDING WAREHOUSE ITEMS" TO CL-LABEL.
           MOVE WS-WHSE-COUNT TO CL-VALUE.
           WRITE PRINT-RECORD FROM WS-COUNT-LINE.
           MOVE "REVERSALS" TO CL-LABEL.
           MOVE WS-REV-COUNT TO CL-VALUE.
           WRITE PRINT-RECORD FROM WS-COUNT-LINE.
           MOVE "LAST RUN EXCEPTIONS" TO CL-LABEL.
           MOVE WS-ERROR-COUNT TO CL-VALUE.
           WRITE PRINT-RECORD FROM WS-COUNT-LINE.

       START-RUN-CONTROL.
           SET RP-START-STEP TO TRUE.
           MOVE "ACCTRSCH" TO RP-PROGRAM.
           MOVE SPACES TO RP-CYCLE-DATE.
           CALL "RUNCTL" USING WS-RUN-CONTROL.
           MOVE ZERO TO RETURN-CODE.

       END-RUN-CONTROL.
           SET RP-END-STEP TO TRUE.
           MOVE RETURN-CODE TO RP-RETURN-CODE.
           CALL "RUNCTL" USING WS-RUN-CONTROL.
           MOVE RP-RETURN-CODE TO RETURN-CODE.
