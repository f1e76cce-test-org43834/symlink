           SELECT AUDIT-LOOKUP-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOOKUP-STATUS.
           SELECT ARCHIVE-LOOKUP-FILE ASSIGN TO "ARCHFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-LOOKUP-STATUS.
           SELECT REVERSAL-REGISTER ASSIGN TO "REVREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVREG-STATUS.
           SELECT PERIOD-OVERRIDE-FILE ASSIGN TO "PDOVRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDOV-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "BUSCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT BUSDAY-OVERRIDE-FILE ASSIGN TO "BUSOVRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDOV-STATUS.
           SELECT HOLD-IN ASSIGN TO "HOLDOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-IN-STATUS.
           SELECT HOLD-OUT ASSIGN TO "HOLDNEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELEASE-CARD-FILE ASSIGN TO "HOLDREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
           SELECT FEED-REGISTRY ASSIGN TO "FEEDREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT FEED-REPORT-FILE ASSIGN TO "FEEDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POST-WORK-FILE ASSIGN TO "POSTWRK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POST-SORTED-FILE ASSIGN TO "POSTSRTD"
           RECORDING MODE IS F.
       01  AUDIT-LOOKUP-RECORD.
           COPY AUDTREC REPLACING LEADING ==AU== BY ==RL==.
       FD  ARCHIVE-LOOKUP-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-LOOKUP-RECORD.
           COPY AUDTREC REPLACING LEADING ==AU== BY ==RA==.
       FD  REVERSAL-REGISTER
           RECORDING MODE IS F.
       01  REVERSAL-REGISTER-RECORD.
           RECORDING MODE IS F.
       01  PERIOD-OVERRIDE-RECORD.
           COPY PDOVREC.
       FD  CALENDAR-FILE
           RECORDING MODE IS F.
       01  CALENDAR-RECORD.
           COPY CALNDREC.
       FD  BUSDAY-OVERRIDE-FILE
           RECORDING MODE IS F.
       01  BUSDAY-OVERRIDE-RECORD.
           COPY BDOVREC.
       FD  HOLD-IN
           RECORDING MODE IS F.
       01  HOLD-IN-RECORD                  PIC X(80).
       FD  HOLD-OUT
           RECORDING MODE IS F.
       01  HOLD-OUT-RECORD                 PIC X(80).
       FD  RELEASE-CARD-FILE
           RECORDING MODE IS F.
       01  RELEASE-CARD-RECORD.
           COPY HRELREC.
       FD  FEED-REGISTRY
           RECORDING MODE IS F.
       01  FEED-REGISTRY-RECORD.
           COPY FEEDREG.
       FD  FEED-REPORT-FILE
           RECORDING MODE IS F.
       01  FEED-PRINT-RECORD               PIC X(132).
       FD  POST-WORK-FILE
           RECORDING MODE IS F.
       01  POST-WORK-RECORD.
               77 WS-CUR-BATCH-IX PIC 9(3) VALUE ZERO.
               77 WS-BATCH-SKIP-SW PIC X VALUE "N".
                   88 WS-BATCH-SKIP VALUE "Y".
               77 WS-CLOSEOUT-BATCH-SW PIC X VALUE "N".
                   88 WS-CLOSEOUT-BATCH VALUE "Y".
               77 WS-BATCH-FULL-SW PIC X VALUE "N".
                   88 WS-BATCH-TABLE-FULL VALUE "Y".
               77 WS-ACCEPTED-BATCHES PIC 9(3) VALUE ZERO.
               77 WS-TRL-DETAIL-COUNT PIC 9(7) VALUE ZERO.
               77 WS-TRL-HASH-X PIC S9(9) VALUE ZERO.
               77 WS-TRL-HASH-Y PIC S9(9) VALUE ZERO.
               77 WS-FEED-STATUS PIC XX VALUE SPACES.
               77 WS-FEED-EOF-SW PIC X VALUE "N".
                   88 WS-FEED-EOF VALUE "Y".
               77 WS-FEED-LOADED-SW PIC X VALUE "N".
                   88 WS-FEED-LOADED VALUE "Y".
               77 WS-FEED-FULL-SW PIC X VALUE "N".
                   88 WS-FEED-TABLE-FULL VALUE "Y".
               77 WS-FEED-COUNT PIC 9(3) VALUE ZERO.
               77 WS-FEED-IX PIC 9(3) VALUE ZERO.
               77 WS-VAL-FEED-IX PIC 9(3) VALUE ZERO.
               77 WS-VAL-CREATE-DATE PIC X(8) VALUE SPACES.
               77 WS-VAL-SOURCE-ID PIC X(8) VALUE SPACES.
               77 WS-RUN-DATE-NUM PIC 9(8) VALUE ZERO.
               77 WS-RUN-DAY-INT PIC 9(9) VALUE ZERO.
               77 WS-RUN-DAY-QUOT PIC 9(9) VALUE ZERO.
               77 WS-RUN-DOW PIC 9 VALUE ZERO.
               77 WS-FEED-EXPECTED-CNT PIC 9(3) VALUE ZERO.
               77 WS-FEED-RECEIVED-CNT PIC 9(3) VALUE ZERO.
               77 WS-FEED-MISSING-MAND PIC 9(3) VALUE ZERO.
               77 WS-FEED-MISSING-OPT PIC 9(3) VALUE ZERO.
               77 WS-FEED-LATE-CNT PIC 9(3) VALUE ZERO.
               77 WS-UNKNOWN-FEED-BATCHES PIC 9(3) VALUE ZERO.
               77 WS-SUSP-IN-STATUS PIC XX VALUE SPACES.
               77 WS-CORR-STATUS PIC XX VALUE SPACES.
               77 WS-SUSP-EOF-SW PIC X VALUE "N".
                   88 WS-REVREG-EOF VALUE "Y".
               77 WS-LOOKUP-EOF-SW PIC X VALUE "N".
                   88 WS-LOOKUP-EOF VALUE "Y".
               77 WS-ARCH-LOOKUP-STATUS PIC XX VALUE SPACES.
               77 WS-REV-SOURCE PIC X(7) VALUE SPACES.
               77 WS-REV-FROM-ARCHIVE PIC 9(7) VALUE ZERO.
               77 WS-REV-DUP-SW PIC X VALUE "N".
                   88 WS-REV-DUPLICATE VALUE "Y".
               77 WS-REV-NOORIG-SW PIC X VALUE "N".
               77 WS-PERIOD-OVR-SW PIC X VALUE "N".
                   88 WS-PERIOD-OVERRIDDEN VALUE "Y".
               77 WS-PERIOD-AUTH-ID PIC X(8) VALUE SPACES.
               77 WS-CAL-STATUS PIC XX VALUE SPACES.
               77 WS-BDOV-STATUS PIC XX VALUE SPACES.
               77 WS-CAL-EOF-SW PIC X VALUE "N".
                   88 WS-CAL-EOF VALUE "Y".
               77 WS-CAL-LOADED-SW PIC X VALUE "N".
                   88 WS-CAL-LOADED VALUE "Y".
               77 WS-CAL-FULL-SW PIC X VALUE "N".
                   88 WS-CAL-TABLE-FULL VALUE "Y".
               77 WS-CAL-COUNT PIC 9(3) VALUE ZERO.
               77 WS-CAL-IX PIC 9(3) VALUE ZERO.
               77 WS-CAL-DATE-NUM PIC 9(8) VALUE ZERO.
               77 WS-CAL-RUN-INT PIC S9(9) VALUE ZERO.
               77 WS-CAL-TEST-INT PIC S9(9) VALUE ZERO.
               77 WS-CAL-FROM-INT PIC S9(9) VALUE ZERO.
               77 WS-CAL-START-INT PIC S9(9) VALUE ZERO.
               77 WS-CAL-TO-INT PIC S9(9) VALUE ZERO.
               77 WS-CAL-DAY-INT PIC S9(9) VALUE ZERO.
               77 WS-CAL-DAY-QUOT PIC S9(9) VALUE ZERO.
               77 WS-CAL-DOW PIC 9 VALUE ZERO.
               77 WS-CAL-TYPE-FOUND PIC X VALUE SPACE.
               77 WS-CAL-BUS-DAYS PIC S9(5) VALUE ZERO.
               77 WS-CAL-BUS-DAY-SW PIC X VALUE "N".
                   88 WS-CAL-BUSINESS-DAY VALUE "Y".
               77 WS-RUN-NONBUS-SW PIC X VALUE "N".
                   88 WS-RUN-NON-BUSINESS VALUE "Y".
               77 WS-RUN-HOLIDAY-SW PIC X VALUE "N".
                   88 WS-RUN-HOLIDAY VALUE "Y".
               77 WS-NONBUS-WARN-SW PIC X VALUE "N".
                   88 WS-NONBUS-WARNING VALUE "Y".
               77 WS-NONBUS-OVR-SW PIC X VALUE "N".
                   88 WS-NONBUS-OVERRIDDEN VALUE "Y".
               77 WS-NONBUS-AUTH-ID PIC X(8) VALUE SPACES.
               77 WS-MATURE-SW PIC X VALUE "Y".
                   88 WS-ITEM-MATURE VALUE "Y".
               77 WS-HIVOL-SW PIC X VALUE "N".
                   88 WS-HIVOL-ON VALUE "Y".
               77 WS-SORTED-EOF-SW PIC X VALUE "N".
                   88 WS-MASTER-ON VALUE "Y".
               77 WS-PROOF-SW PIC X VALUE "N".
                   88 WS-PROOF-MODE VALUE "Y".
               77 WS-ACCT-SLOT PIC 9(3) VALUE ZERO.
               77 WS-HOLD-IN-STATUS PIC XX VALUE SPACES.
               77 WS-HOLD-EOF-SW PIC X VALUE "N".
                   88 WS-HOLD-EOF VALUE "Y".
               77 WS-HOLD-SW PIC X VALUE "N".
                   88 WS-ITEM-HELD VALUE "Y".
               77 WS-RELEASE-MODE-SW PIC X VALUE "N".
                   88 WS-RELEASE-MODE VALUE "Y".
               77 WS-HOLD-REASON PIC X(10) VALUE SPACES.
               77 WS-LIMIT-AMOUNT PIC 9(9) VALUE ZERO.
               77 WS-REL-STATUS PIC XX VALUE SPACES.
               77 WS-REL-EOF-SW PIC X VALUE "N".
                   88 WS-REL-EOF VALUE "Y".
               77 WS-REL-COUNT PIC 9(3) VALUE ZERO.
               77 WS-REL-IX PIC 9(3) VALUE ZERO.
               77 WS-REL-SLOT PIC 9(3) VALUE ZERO.
               77 WS-REL-AUTH-WORK PIC X(8) VALUE SPACES.
               77 WS-HELD-ACTION-WORK PIC X(8) VALUE SPACES.
               77 WS-HELD-TBL-COUNT PIC 9(3) VALUE ZERO.
               77 WS-HELD-IX PIC 9(3) VALUE ZERO.
               77 WS-HELD-LIST-FULL-SW PIC X VALUE "N".
                   88 WS-HELD-LIST-FULL VALUE "Y".
               77 WS-HELD-COUNT PIC 9(7) VALUE ZERO.
               77 WS-HELD-AMOUNT PIC S9(11) VALUE ZERO.
               77 WS-HELD-CARRIED PIC 9(7) VALUE ZERO.
               77 WS-HELD-RELEASED PIC 9(7) VALUE ZERO.
               77 WS-HELD-DECLINED PIC 9(7) VALUE ZERO.
               01  WS-CURRENT-DATE-TIME.
                   05  WS-CURR-DATE        PIC X(8).
                   05  WS-CURR-TIME        PIC X(6).
                   05  FILLER              PIC X(8)  VALUE "Z".
                   05  FILLER              PIC X(8)  VALUE "OP".
                   05  FILLER              PIC X(20) VALUE "ACCOUNT".
                   05  FILLER              PIC X(8)  VALUE "SOURCE".
                   05  FILLER              PIC X(54) VALUE SPACES.
               01  WS-REPORT-DETAIL.
                   05  RD-KEY              PIC ZZZZZ9.
                   05  FILLER              PIC X(4)  VALUE SPACES.
                   05  RD-OP               PIC X(3).
                   05  FILLER              PIC X(5)  VALUE SPACES.
                   05  RD-ACCT-NAME        PIC X(20).
                   05  FILLER              PIC X(2)  VALUE SPACES.
                   05  RD-SOURCE           PIC X(7).
                   05  FILLER              PIC X(29) VALUE SPACES.
               01  WS-SUSPENSE-WORK.
                   COPY SUSPREC.
               01  WS-HOLD-WORK.
                   COPY HOLDREC.
               01  WS-ACCOUNT-TABLE.
                   05  WS-ACCOUNT-ENTRY OCCURS 500 TIMES.
                       10  WS-ACC-KEY      PIC 9(6).
                       10  WS-ACC-NAME     PIC X(20).
                       10  WS-ACC-STATUS   PIC X.
                       10  WS-ACC-SINGLE-LIMIT PIC 9(9).
                       10  WS-ACC-DAILY-LIMIT PIC 9(9).
                       10  WS-ACC-DAY-TOTAL PIC 9(11).
               01  WS-CALENDAR-TABLE.
                   05  WS-CAL-ENTRY OCCURS 400 TIMES.
                       10  WS-CAL-INT      PIC S9(9).
                       10  WS-CAL-TYPE     PIC X.
               01  WS-REVERSAL-TABLE.
                   05  WS-REVERSAL-ENTRY OCCURS 200 TIMES.
                       10  WS-REV-KEY      PIC 9(6).
                       10  WS-BT-SEEN-SW   PIC X.
                       10  WS-BT-READ-CNT  PIC 9(7).
                       10  WS-BT-PROC-CNT  PIC 9(7).
                       10  WS-BT-FEED-IX   PIC 9(3).
                       10  WS-BT-SOURCE-ID PIC X(8).
               01  WS-FEED-TABLE.
                   05  WS-FEED-ENTRY OCCURS 50 TIMES.
                       10  WS-FD-SOURCE-ID PIC X(8).
                       10  WS-FD-DESCRIPTION PIC X(20).
                       10  WS-FD-BATCH-LOW PIC 9(6).
                       10  WS-FD-BATCH-HIGH PIC 9(6).
                       10  WS-FD-SEND-DAYS PIC X(7).
                       10  WS-FD-MANDATORY-SW PIC X.
                       10  WS-FD-EXPECTED-SW PIC X.
                       10  WS-FD-LATE-SW   PIC X.
                       10  WS-FD-BATCHES   PIC 9(3).
                       10  WS-FD-REJECTED  PIC 9(3).
                       10  WS-FD-READ-CNT  PIC 9(7).
                       10  WS-FD-PROC-CNT  PIC 9(7).
                       10  WS-FD-TOTAL-Z   PIC S9(11).
               01  WS-REGISTER-TABLE.
                   05  WS-REGISTER-ENTRY OCCURS 200 TIMES.
                       10  WS-REG-BATCH-NO PIC 9(6).
                       10  WS-WOF-DAYS     PIC 9(3).
                       10  WS-WOF-AMOUNT   PIC S9(9).
                       10  WS-WOF-AUTH-ID  PIC X(8).
               01  WS-RELEASE-TABLE.
                   05  WS-RELEASE-ENTRY OCCURS 100 TIMES.
                       10  WS-RLS-ACTION   PIC X.
                       10  WS-RLS-KEY      PIC 9(6).
                       10  WS-RLS-AUTH-ID  PIC X(8).
                       10  WS-RLS-USED-SW  PIC X.
               01  WS-HELD-TABLE.
                   05  WS-HELD-ENTRY OCCURS 200 TIMES.
                       10  WS-HLD-KEY      PIC 9(6).
                       10  WS-HLD-AMOUNT   PIC S9(7).
                       10  WS-HLD-OP       PIC X(3).
                       10  WS-HLD-REASON   PIC X(10).
                       10  WS-HLD-HELD-DATE PIC X(8).
                       10  WS-HLD-DAYS     PIC 9(3).
                       10  WS-HLD-ACTION   PIC X(8).
                       10  WS-HLD-AUTH-ID  PIC X(8).
               01  WS-CORRECTION-TABLE.
                   05  WS-CORRECTION-ENTRY OCCURS 200 TIMES.
                       10  WS-CORR-KEY     PIC 9(6).
                   05  FILLER              PIC X(2)  VALUE SPACES.
                   05  WD-AUTH-ID          PIC X(8).
                   05  FILLER              PIC X(73) VALUE SPACES.
               01  WS-HELD-TITLE-LINE      PIC X(132)
                   VALUE "HELD FOR APPROVAL - POSTING LIMITS".
               01  WS-HELD-FULL-LINE       PIC X(132)
                   VALUE "HELD LIST FULL - SEE HOLDNEW".
               01  WS-HELD-COLUMN-HDR.
                   05  FILLER              PIC X(10) VALUE "KEY".
                   05  FILLER              PIC X(10) VALUE "AMOUNT".
                   05  FILLER              PIC X(5)  VALUE "OP".
                   05  FILLER              PIC X(12) VALUE "REASON".
                   05  FILLER              PIC X(10)
                       VALUE "HELD DATE".
                   05  FILLER              PIC X(5)  VALUE "DAYS".
                   05  FILLER              PIC X(10) VALUE "ACTION".
                   05  FILLER              PIC X(8)  VALUE "AUTH".
                   05  FILLER              PIC X(62) VALUE SPACES.
               01  WS-HELD-DETAIL.
                   05  HL-KEY              PIC ZZZZZ9.
                   05  FILLER              PIC X(4)  VALUE SPACES.
                   05  HL-AMOUNT           PIC -(7)9.
                   05  FILLER              PIC X(2)  VALUE SPACES.
                   05  HL-OP               PIC X(3).
                   05  FILLER              PIC X(2)  VALUE SPACES.
                   05  HL-REASON           PIC X(10).
                   05  FILLER              PIC X(2)  VALUE SPACES.
                   05  HL-HELD-DATE        PIC X(8).
                   05  FILLER              PIC X(2)  VALUE SPACES.
                   05  HL-DAYS             PIC ZZ9.
                   05  FILLER              PIC X(2)  VALUE SPACES.
                   05  HL-ACTION           PIC X(8).
                   05  FILLER              PIC X(2)  VALUE SPACES.
                   05  HL-AUTH-ID          PIC X(8).
                   05  FILLER              PIC X(62) VALUE SPACES.
               01  WS-BATCH-STATUS-LINE.
                   05  FILLER              PIC X(7)  VALUE "BATCH: ".
                   05  BS-BATCH-NO         PIC ZZZZZ9.
                   05  FILLER              PIC X(3)  VALUE " - ".
                   05  BS-MESSAGE          PIC X(60).
                   05  FILLER              PIC X(56) VALUE SPACES.
               01  WS-FEED-HEADING.
                   05  FILLER              PIC X(16)
                       VALUE "FEED STATUS -   ".
                   05  FH-RUN-DATE         PIC X(8).
                   05  FILLER              PIC X(8)  VALUE "   DAY: ".
                   05  FH-DAY-NAME         PIC X(9).
                   05  FILLER              PIC X(91) VALUE SPACES.
               01  WS-FEED-COLUMN-HDR.
                   05  FILLER              PIC X(10) VALUE "SOURCE".
                   05  FILLER              PIC X(22)
                       VALUE "DESCRIPTION".
                   05  FILLER              PIC X(5)  VALUE "EXP".
                   05  FILLER              PIC X(5)  VALUE "MAND".
                   05  FILLER              PIC X(10) VALUE "STATUS".
                   05  FILLER              PIC X(9)  VALUE "BATCHES".
                   05  FILLER              PIC X(9)  VALUE "REFUSED".
                   05  FILLER              PIC X(9)  VALUE "READ".
                   05  FILLER              PIC X(9)  VALUE "POSTED".
                   05  FILLER              PIC X(14) VALUE "TOTAL Z".
                   05  FILLER              PIC X(30) VALUE SPACES.
               01  WS-FEED-DETAIL.
                   05  FE-SOURCE-ID        PIC X(8).
                   05  FILLER              PIC X(2)  VALUE SPACES.
                   05  FE-DESCRIPTION      PIC X(20).
                   05  FILLER              PIC X(2)  VALUE SPACES.
                   05  FE-EXPECTED         PIC X(3).
                   05  FILLER              PIC X(2)  VALUE SPACES.
                   05  FE-MANDATORY        PIC X(3).
                   05  FILLER              PIC X(2)  VALUE SPACES.
                   05  FE-STATUS           PIC X(8).
                   05  FILLER              PIC X(2)  VALUE SPACES.
                   05  FE-BATCHES          PIC ZZZZZZ9.
                   05  FILLER              PIC X(2)  VALUE SPACES.
                   05  FE-REJECTED         PIC ZZZZZZ9.
                   05  FILLER              PIC X(2)  VALUE SPACES.
                   05  FE-READ             PIC ZZZZZZ9.
                   05  FILLER              PIC X(2)  VALUE SPACES.
                   05  FE-POSTED           PIC ZZZZZZ9.
                   05  FILLER              PIC X(2)  VALUE SPACES.
                   05  FE-TOTAL-Z          PIC -(11)9.
                   05  FILLER              PIC X(32) VALUE SPACES.
               01  WS-FEED-COUNT-LINE.
                   05  FC-LABEL            PIC X(28).
                   05  FC-VALUE            PIC ZZZZZZ9.
                   05  FILLER              PIC X(97) VALUE SPACES.
               01  WS-FEED-MESSAGE-LINE    PIC X(132).
               01  WS-DAY-NAME-VALUES.
                   05  FILLER              PIC X(9)  VALUE "MONDAY".
                   05  FILLER              PIC X(9)  VALUE "TUESDAY".
                   05  FILLER              PIC X(9)
                       VALUE "WEDNESDAY".
                   05  FILLER              PIC X(9)  VALUE "THURSDAY".
                   05  FILLER              PIC X(9)  VALUE "FRIDAY".
                   05  FILLER              PIC X(9)  VALUE "SATURDAY".
                   05  FILLER              PIC X(9)  VALUE "SUNDAY".
               01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
                   05  WS-DAY-NAME         PIC X(9) OCCURS 7 TIMES.
               01  WS-BATCH-SUMMARY-LINE.
                   05  FILLER              PIC X(7)  VALUE "BATCH: ".
                   05  BL-BATCH-NO         PIC ZZZZZ9.
                   VALUE "PROOF MODE - NO PERMANENT FILES WRITTEN".
               01  WS-PERIOD-LOCKED-LINE   PIC X(132)
                   VALUE "RUN DATE IN CLOSED PERIOD - RUN REFUSED".
               01  WS-RUN-REFUSED-LINE     PIC X(132).
               01  WS-PERIOD-OVR-LINE.
                   05  FILLER              PIC X(40)
                       VALUE "CLOSED PERIOD OVERRIDE ACCEPTED - AUTH ".
                   05  PV-AUTH-ID          PIC X(8).
                   05  FILLER              PIC X(84) VALUE SPACES.
               01  WS-NONBUS-WARN-LINE     PIC X(132)
                   VALUE "NON-BUSINESS DAY RUN - OPERATOR WARNING".
               01  WS-NONBUS-OVR-LINE.
                   05  FILLER              PIC X(37)
                       VALUE "NON-BUSINESS DAY RUN ACCEPTED - AUTH ".
                   05  NB-AUTH-ID          PIC X(8).
                   05  FILLER              PIC X(87) VALUE SPACES.
               01  WS-CAL-MISSING-LINE     PIC X(132)
                   VALUE "BUSINESS CALENDAR MISSING - NO HOLIDAYS".
               01  WS-CAL-FULL-LINE        PIC X(132)
                   VALUE "BUSINESS CALENDAR TABLE FULL - DATES DROPPED".
               01  WS-GL-OOB-LINE          PIC X(132)
                   VALUE "GL SUMMARY OUT OF BALANCE - RUN FLAGGED".
               01  WS-GL-NOBAL-LINE        PIC X(132)
                   VALUE "GL SUMMARY NOT BALANCE-CHECKED - EXTRACT OFF".
               01  WS-RUN-CONTROL.
                   COPY RCTLPARM.
               01  WS-CORR-FULL-LINE       PIC X(132)
                   VALUE "CORRECTION TABLE FULL - REPAIRS NOT APPLIED".
               01  WS-ACCT-FULL-LINE       PIC X(132)
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           PERFORM READ-RUN-OPTIONS.
           PERFORM OBTAIN-RUN-PARAMETERS.
           PERFORM START-RUN-CONTROL.
           IF RP-REFUSED
               OPEN OUTPUT PRINT-FILE
               PERFORM WRITE-REPORT-HEADING
               MOVE RP-MESSAGE TO WS-RUN-REFUSED-LINE
               WRITE PRINT-RECORD FROM WS-RUN-REFUSED-LINE
               CLOSE PRINT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CHECK-CLOSED-PERIOD.
           IF WS-PERIOD-LOCKED
               OPEN OUTPUT PRINT-FILE
               PERFORM WRITE-REPORT-HEADING
               WRITE PRINT-RECORD FROM WS-PERIOD-LOCKED-LINE
               OPEN OUTPUT SUSPENSE-OUT
               OPEN OUTPUT HOLD-OUT
               IF NOT WS-PROOF-MODE
                   OPEN OUTPUT WAREHOUSE-OUT
               END-IF
               PERFORM COPY-SUSPENSE-FORWARD
               PERFORM COPY-WAREHOUSE-FORWARD
               PERFORM COPY-HOLD-FORWARD
               CLOSE SUSPENSE-OUT
               CLOSE HOLD-OUT
               IF NOT WS-PROOF-MODE
                   CLOSE WAREHOUSE-OUT
               END-IF
               CLOSE PRINT-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM END-RUN-CONTROL
               GOBACK
           END-IF.
           PERFORM LOAD-BUSINESS-CALENDAR.
           PERFORM LOAD-ACCOUNT-DIRECTORY.
           PERFORM LOAD-WRITEOFF-AUTHS.
           OPEN OUTPUT ERROR-FILE.
           END-IF.
           OPEN OUTPUT SUSPENSE-OUT.
           OPEN OUTPUT SUSPENSE-REPORT-FILE.
           OPEN OUTPUT HOLD-OUT.
           IF NOT WS-PROOF-MODE
               OPEN OUTPUT WAREHOUSE-OUT
           END-IF.
               PERFORM PROCESS-OVERRIDE-TRANSACTION
               PERFORM COPY-SUSPENSE-FORWARD
               PERFORM COPY-WAREHOUSE-FORWARD
               PERFORM COPY-HOLD-FORWARD
           ELSE
               IF WS-MASTER-ON AND WS-HIVOL-ON
                   OPEN OUTPUT POST-WORK-FILE
               END-IF
               PERFORM LOAD-FEED-REGISTRY
               PERFORM VALIDATE-BATCH-FILE
               PERFORM READ-CHECKPOINT-RECORD
               OPEN INPUT TRAN-FILE
                                   PERFORM BEGIN-BATCH-PROCESSING
                               WHEN TX-BATCH-TRAILER
                                   MOVE ZERO TO WS-CUR-BATCH-IX
                                   MOVE "N" TO WS-CLOSEOUT-BATCH-SW
                                   IF WS-BATCH-COUNT > ZERO
                                       SET WS-BATCH-SKIP TO TRUE
                                   END-IF
                               WHEN TX-DETAIL
                                   IF NOT WS-BATCH-SKIP
                                       IF TX-CLOSE-OUT
                                          AND NOT WS-CLOSEOUT-BATCH
                                           MOVE SPACE TO TX-ORIGIN-SW
                                       END-IF
                                       ADD 1 TO WS-READ-COUNT
                                       PERFORM TEST-ITEM-MATURITY
                                       IF NOT WS-ITEM-MATURE
                                           PERFORM
                                              WAREHOUSE-TRANSACTION
                                       ELSE
               END-PERFORM
               MOVE ZERO TO WS-CUR-BATCH-IX
               MOVE "N" TO WS-BATCH-SKIP-SW
               PERFORM PROCESS-HOLD-CYCLE
               PERFORM PROCESS-SUSPENSE-CYCLE
               IF WS-HELD-TBL-COUNT > ZERO OR WS-HELD-LIST-FULL
                   PERFORM WRITE-HOLD-SECTION
               END-IF
               CLOSE TRAN-FILE
               IF WS-RECON-ON
                   CLOSE EXPECTED-FILE
               IF WS-BATCH-COUNT > ZERO AND NOT WS-PROOF-MODE
                   PERFORM RECORD-PROCESSED-BATCHES
               END-IF
               PERFORM WRITE-FEED-STATUS-REPORT
               IF WS-MASTER-ON AND WS-HIVOL-ON
                   CLOSE POST-WORK-FILE
                   PERFORM SORT-AND-MERGE-POSTINGS
           END-IF.
           CLOSE SUSPENSE-OUT.
           CLOSE SUSPENSE-REPORT-FILE.
           CLOSE HOLD-OUT.
           IF NOT WS-PROOF-MODE
               CLOSE WAREHOUSE-OUT
           END-IF.
               CLOSE GL-SUMMARY-FILE
           END-IF.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           PERFORM END-RUN-CONTROL.
           GOBACK.

       WRITE-RUN-HISTORY.
                 OR WS-BATCH-TABLE-FULL
                 OR WS-ACCT-TABLE-FULL
                 OR WS-STRAY-DETAIL-COUNT > ZERO
                 OR WS-FEED-MISSING-MAND > ZERO
                 OR WS-CAL-TABLE-FULL
                 OR WS-FEED-TABLE-FULL
                   MOVE 8 TO WS-RETURN-CODE
               WHEN WS-REJ-NONNUMERIC > ZERO
                 OR WS-REJ-INVALID-OP > ZERO
                 OR WS-REJ-DUP-REV > ZERO
                 OR WS-REJ-REV-BLOCKED > ZERO
                 OR WS-DUP-KEY-COUNT > ZERO
                 OR WS-HELD-COUNT > ZERO
                 OR WS-FEED-MISSING-OPT > ZERO
                 OR WS-FEED-LATE-CNT > ZERO
                 OR WS-NONBUS-WARNING
                   MOVE 4 TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO WS-RETURN-CODE
               WRITE PRINT-RECORD FROM WS-PERIOD-OVR-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.
           IF WS-NONBUS-WARNING
               WRITE PRINT-RECORD FROM WS-NONBUS-WARN-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.
           IF WS-NONBUS-OVERRIDDEN
               MOVE WS-NONBUS-AUTH-ID TO NB-AUTH-ID
               WRITE PRINT-RECORD FROM WS-NONBUS-OVR-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.
           IF NOT WS-CAL-LOADED
               WRITE PRINT-RECORD FROM WS-CAL-MISSING-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.
           IF WS-CAL-TABLE-FULL
               WRITE PRINT-RECORD FROM WS-CAL-FULL-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.
           IF WS-ACCT-TABLE-FULL
               WRITE PRINT-RECORD FROM WS-ACCT-FULL-LINE
               ADD 1 TO WS-LINE-COUNT
           MOVE "REJECTED - REV REG FULL" TO SL-LABEL.
           MOVE WS-REJ-REV-BLOCKED TO SL-VALUE.
           WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
           MOVE "REVERSALS FROM ARCHIVE" TO SL-LABEL.
           MOVE WS-REV-FROM-ARCHIVE TO SL-VALUE.
           WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
           MOVE "RECON EXCEPTIONS" TO SL-LABEL.
           MOVE WS-RECON-EXC-COUNT TO SL-VALUE.
           WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
           MOVE "WRITE-OFF AMOUNT" TO SL-LABEL.
           MOVE WS-WOFF-TOTAL TO SL-VALUE.
           WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
           MOVE "HELD FOR APPROVAL" TO SL-LABEL.
           MOVE WS-HELD-COUNT TO SL-VALUE.
           WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
           MOVE "HELD AMOUNT" TO SL-LABEL.
           MOVE WS-HELD-AMOUNT TO SL-VALUE.
           WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
           MOVE "HELD CARRIED FORWARD" TO SL-LABEL.
           MOVE WS-HELD-CARRIED TO SL-VALUE.
           WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
           MOVE "HELD RELEASED" TO SL-LABEL.
           MOVE WS-HELD-RELEASED TO SL-VALUE.
           WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
           MOVE "HELD DECLINED" TO SL-LABEL.
           MOVE WS-HELD-DECLINED TO SL-VALUE.
           WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
           MOVE "TOTAL Z" TO SL-LABEL.
           MOVE WS-TOTAL-Z TO SL-VALUE.
           WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
           MOVE ZERO TO WS-VAL-DETAIL-COUNT.
           MOVE ZERO TO WS-VAL-HASH-X.
           MOVE ZERO TO WS-VAL-HASH-Y.
           MOVE ZERO TO WS-VAL-FEED-IX.
           MOVE BT-CREATE-DATE TO WS-VAL-CREATE-DATE.
           MOVE BT-SOURCE-ID TO WS-VAL-SOURCE-ID.
           PERFORM CHECK-BATCH-REGISTER.
           IF WS-FEED-LOADED
               PERFORM CHECK-FEED-SOURCE
           END-IF.

       CHECK-FEED-SOURCE.
           PERFORM VARYING WS-FEED-IX FROM 1 BY 1
                   UNTIL WS-FEED-IX > WS-FEED-COUNT
               IF WS-FD-SOURCE-ID (WS-FEED-IX) = BT-SOURCE-ID
                  AND WS-VAL-FEED-IX = ZERO
                   MOVE WS-FEED-IX TO WS-VAL-FEED-IX
               END-IF
           END-PERFORM.
           IF NOT WS-BATCH-REJECTED
               IF WS-VAL-FEED-IX = ZERO
                   SET WS-BATCH-REJECTED TO TRUE
                   MOVE "UNKNOWN FEED SOURCE - BATCH REFUSED"
                       TO BS-MESSAGE
                   PERFORM WRITE-BATCH-STATUS-LINE
               ELSE
                   IF WS-BATCH-NO < WS-FD-BATCH-LOW (WS-VAL-FEED-IX)
                      OR WS-BATCH-NO
                         > WS-FD-BATCH-HIGH (WS-VAL-FEED-IX)
                       SET WS-BATCH-REJECTED TO TRUE
                       MOVE "BATCH OUTSIDE SOURCE RANGE - BATCH REFUSED"
                           TO BS-MESSAGE
                       PERFORM WRITE-BATCH-STATUS-LINE
                   END-IF
               END-IF
           END-IF.

       CHECK-BATCH-TOTALS.
           IF NOT WS-BATCH-REJECTED
               MOVE WS-VAL-DETAIL-COUNT
                   TO WS-BT-READ-CNT (WS-BATCH-COUNT)
               MOVE ZERO TO WS-BT-PROC-CNT (WS-BATCH-COUNT)
               MOVE WS-VAL-FEED-IX TO WS-BT-FEED-IX (WS-BATCH-COUNT)
               MOVE WS-VAL-SOURCE-ID
                   TO WS-BT-SOURCE-ID (WS-BATCH-COUNT)
               IF WS-BATCH-REJECTED
                   MOVE "R" TO WS-BT-STATUS-SW (WS-BATCH-COUNT)
                   ADD 1 TO WS-REJECTED-BATCHES
           ELSE
               SET WS-BATCH-TABLE-FULL TO TRUE
           END-IF.
           IF WS-FEED-LOADED
               PERFORM TALLY-FEED-BATCH
           END-IF.

       TALLY-FEED-BATCH.
           IF WS-VAL-FEED-IX = ZERO
               ADD 1 TO WS-UNKNOWN-FEED-BATCHES
           ELSE
               ADD 1 TO WS-FD-BATCHES (WS-VAL-FEED-IX)
               IF WS-BATCH-REJECTED
                   ADD 1 TO WS-FD-REJECTED (WS-VAL-FEED-IX)
               ELSE
                   ADD WS-VAL-DETAIL-COUNT
                       TO WS-FD-READ-CNT (WS-VAL-FEED-IX)
                   IF WS-VAL-CREATE-DATE < WS-CURR-DATE
                       MOVE "Y" TO WS-FD-LATE-SW (WS-VAL-FEED-IX)
                   END-IF
               END-IF
           END-IF.

       LOAD-BATCH-REGISTER.
           OPEN INPUT BATCH-REGISTER.
           MOVE BT-BATCH-NO TO WS-BATCH-NO.
           MOVE ZERO TO WS-CUR-BATCH-IX.
           SET WS-BATCH-SKIP TO TRUE.
           MOVE "N" TO WS-CLOSEOUT-BATCH-SW.
           PERFORM VARYING WS-BATCH-IX FROM 1 BY 1
                   UNTIL WS-BATCH-IX > WS-BATCH-COUNT
               IF WS-BT-BATCH-NO (WS-BATCH-IX) = WS-BATCH-NO
               IF WS-BT-STATUS-SW (WS-CUR-BATCH-IX) = "A"
                   MOVE "N" TO WS-BATCH-SKIP-SW
               END-IF
               IF WS-BT-SOURCE-ID (WS-CUR-BATCH-IX) = "CLOSEOUT"
                   SET WS-CLOSEOUT-BATCH TO TRUE
               END-IF
           END-IF.

       LOAD-FEED-REGISTRY.
           MOVE WS-CURR-DATE TO WS-RUN-DATE-NUM.
           COMPUTE WS-RUN-DAY-INT
               = FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM) - 1.
           DIVIDE WS-RUN-DAY-INT BY 7 GIVING WS-RUN-DAY-QUOT
               REMAINDER WS-RUN-DOW.
           ADD 1 TO WS-RUN-DOW.
           OPEN INPUT FEED-REGISTRY.
           IF WS-FEED-STATUS = "00"
               SET WS-FEED-LOADED TO TRUE
               PERFORM UNTIL WS-FEED-EOF
                   READ FEED-REGISTRY
                       AT END
                           SET WS-FEED-EOF TO TRUE
                       NOT AT END
                           PERFORM ADD-FEED-ENTRY
                   END-READ
               END-PERFORM
               CLOSE FEED-REGISTRY
           END-IF.

       ADD-FEED-ENTRY.
           IF WS-FEED-COUNT < 50
               ADD 1 TO WS-FEED-COUNT
               MOVE FG-SOURCE-ID TO WS-FD-SOURCE-ID (WS-FEED-COUNT)
               MOVE FG-DESCRIPTION
                   TO WS-FD-DESCRIPTION (WS-FEED-COUNT)
               IF FG-BATCH-LOW NUMERIC AND FG-BATCH-HIGH NUMERIC
                   MOVE FG-BATCH-LOW
                       TO WS-FD-BATCH-LOW (WS-FEED-COUNT)
                   MOVE FG-BATCH-HIGH
                       TO WS-FD-BATCH-HIGH (WS-FEED-COUNT)
               ELSE
                   MOVE ZERO TO WS-FD-BATCH-LOW (WS-FEED-COUNT)
                   MOVE ZERO TO WS-FD-BATCH-HIGH (WS-FEED-COUNT)
               END-IF
               MOVE FG-SEND-DAYS TO WS-FD-SEND-DAYS (WS-FEED-COUNT)
               MOVE FG-MANDATORY-SW
                   TO WS-FD-MANDATORY-SW (WS-FEED-COUNT)
               IF FG-SEND-DAY (WS-RUN-DOW) = "Y"
                  AND NOT WS-RUN-HOLIDAY
                   MOVE "Y" TO WS-FD-EXPECTED-SW (WS-FEED-COUNT)
               ELSE
                   MOVE "N" TO WS-FD-EXPECTED-SW (WS-FEED-COUNT)
               END-IF
               MOVE "N" TO WS-FD-LATE-SW (WS-FEED-COUNT)
               MOVE ZERO TO WS-FD-BATCHES (WS-FEED-COUNT)
               MOVE ZERO TO WS-FD-REJECTED (WS-FEED-COUNT)
               MOVE ZERO TO WS-FD-READ-CNT (WS-FEED-COUNT)
               MOVE ZERO TO WS-FD-PROC-CNT (WS-FEED-COUNT)
               MOVE ZERO TO WS-FD-TOTAL-Z (WS-FEED-COUNT)
           ELSE
               SET WS-FEED-TABLE-FULL TO TRUE
           END-IF.

       WRITE-FEED-STATUS-REPORT.
           OPEN OUTPUT FEED-REPORT-FILE.
           MOVE WS-CURR-DATE TO FH-RUN-DATE.
           MOVE WS-DAY-NAME (WS-RUN-DOW) TO FH-DAY-NAME.
           WRITE FEED-PRINT-RECORD FROM WS-FEED-HEADING.
           IF NOT WS-FEED-LOADED
               MOVE "FEED REGISTRY NOT AVAILABLE - SOURCES NOT CHECKED"
                   TO WS-FEED-MESSAGE-LINE
               WRITE FEED-PRINT-RECORD FROM WS-FEED-MESSAGE-LINE
           ELSE
               WRITE FEED-PRINT-RECORD FROM WS-FEED-COLUMN-HDR
               PERFORM VARYING WS-FEED-IX FROM 1 BY 1
                       UNTIL WS-FEED-IX > WS-FEED-COUNT
                   PERFORM WRITE-FEED-STATUS-LINE
               END-PERFORM
               IF WS-FEED-TABLE-FULL
                   MOVE "FEED REGISTRY TABLE FULL - SOURCES OMITTED"
                       TO WS-FEED-MESSAGE-LINE
                   WRITE FEED-PRINT-RECORD FROM WS-FEED-MESSAGE-LINE
               END-IF
               MOVE SPACES TO WS-FEED-MESSAGE-LINE
               WRITE FEED-PRINT-RECORD FROM WS-FEED-MESSAGE-LINE
               MOVE "FEEDS EXPECTED TODAY" TO FC-LABEL
               MOVE WS-FEED-EXPECTED-CNT TO FC-VALUE
               WRITE FEED-PRINT-RECORD FROM WS-FEED-COUNT-LINE
               MOVE "FEEDS RECEIVED" TO FC-LABEL
               MOVE WS-FEED-RECEIVED-CNT TO FC-VALUE
               WRITE FEED-PRINT-RECORD FROM WS-FEED-COUNT-LINE
               MOVE "FEEDS LATE" TO FC-LABEL
               MOVE WS-FEED-LATE-CNT TO FC-VALUE
               WRITE FEED-PRINT-RECORD FROM WS-FEED-COUNT-LINE
               MOVE "MANDATORY FEEDS MISSING" TO FC-LABEL
               MOVE WS-FEED-MISSING-MAND TO FC-VALUE
               WRITE FEED-PRINT-RECORD FROM WS-FEED-COUNT-LINE
               MOVE "OPTIONAL FEEDS MISSING" TO FC-LABEL
               MOVE WS-FEED-MISSING-OPT TO FC-VALUE
               WRITE FEED-PRINT-RECORD FROM WS-FEED-COUNT-LINE
               MOVE "BATCHES FROM UNKNOWN SOURCES" TO FC-LABEL
               MOVE WS-UNKNOWN-FEED-BATCHES TO FC-VALUE
               WRITE FEED-PRINT-RECORD FROM WS-FEED-COUNT-LINE
           END-IF.
           CLOSE FEED-REPORT-FILE.

       WRITE-FEED-STATUS-LINE.
           MOVE WS-FD-SOURCE-ID (WS-FEED-IX) TO FE-SOURCE-ID.
           MOVE WS-FD-DESCRIPTION (WS-FEED-IX) TO FE-DESCRIPTION.
           IF WS-FD-EXPECTED-SW (WS-FEED-IX) = "Y"
               MOVE "YES" TO FE-EXPECTED
               ADD 1 TO WS-FEED-EXPECTED-CNT
           ELSE
               MOVE "NO" TO FE-EXPECTED
           END-IF.
           IF WS-FD-MANDATORY-SW (WS-FEED-IX) = "Y"
               MOVE "YES" TO FE-MANDATORY
           ELSE
               MOVE "NO" TO FE-MANDATORY
           END-IF.
           EVALUATE TRUE
               WHEN WS-FD-BATCHES (WS-FEED-IX) > ZERO
                AND WS-FD-LATE-SW (WS-FEED-IX) = "Y"
                   MOVE "LATE" TO FE-STATUS
                   ADD 1 TO WS-FEED-RECEIVED-CNT
                   ADD 1 TO WS-FEED-LATE-CNT
               WHEN WS-FD-BATCHES (WS-FEED-IX) > ZERO
                   MOVE "RECEIVED" TO FE-STATUS
                   ADD 1 TO WS-FEED-RECEIVED-CNT
               WHEN WS-FD-EXPECTED-SW (WS-FEED-IX) = "Y"
                AND WS-FD-MANDATORY-SW (WS-FEED-IX) = "Y"
                   MOVE "MISSING" TO FE-STATUS
                   ADD 1 TO WS-FEED-MISSING-MAND
               WHEN WS-FD-EXPECTED-SW (WS-FEED-IX) = "Y"
                   MOVE "MISSING" TO FE-STATUS
                   ADD 1 TO WS-FEED-MISSING-OPT
               WHEN OTHER
                   MOVE "NOT DUE" TO FE-STATUS
           END-EVALUATE.
           MOVE WS-FD-BATCHES (WS-FEED-IX) TO FE-BATCHES.
           MOVE WS-FD-REJECTED (WS-FEED-IX) TO FE-REJECTED.
           MOVE WS-FD-READ-CNT (WS-FEED-IX) TO FE-READ.
           MOVE WS-FD-PROC-CNT (WS-FEED-IX) TO FE-POSTED.
           MOVE WS-FD-TOTAL-Z (WS-FEED-IX) TO FE-TOTAL-Z.
           WRITE FEED-PRINT-RECORD FROM WS-FEED-DETAIL.

       WRITE-BATCH-STATUS-LINE.
           IF WS-LINE-COUNT = ZERO OR WS-LINE-COUNT >= WS-MAX-LINES
               CLOSE PERIOD-OVERRIDE-FILE
           END-IF.

       LOAD-BUSINESS-CALENDAR.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CAL-STATUS = "00"
               SET WS-CAL-LOADED TO TRUE
               PERFORM UNTIL WS-CAL-EOF
                   READ CALENDAR-FILE
                       AT END
                           SET WS-CAL-EOF TO TRUE
                       NOT AT END
                           PERFORM ADD-CALENDAR-ENTRY
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.
           MOVE WS-CURR-DATE TO WS-CAL-DATE-NUM.
           COMPUTE WS-CAL-RUN-INT
               = FUNCTION INTEGER-OF-DATE (WS-CAL-DATE-NUM).
           MOVE WS-CAL-RUN-INT TO WS-CAL-TEST-INT.
           PERFORM TEST-BUSINESS-DAY.
           IF NOT WS-CAL-BUSINESS-DAY
               SET WS-RUN-NON-BUSINESS TO TRUE
               IF WS-CAL-TYPE-FOUND = "H"
                   SET WS-RUN-HOLIDAY TO TRUE
               END-IF
               PERFORM READ-BUSINESS-DAY-OVERRIDE
           END-IF.

       ADD-CALENDAR-ENTRY.
           IF CA-DATE NUMERIC AND (CA-HOLIDAY OR CA-WORKED-DAY)
               IF WS-CAL-COUNT < 400
                   ADD 1 TO WS-CAL-COUNT
                   MOVE CA-DATE TO WS-CAL-DATE-NUM
                   COMPUTE WS-CAL-INT (WS-CAL-COUNT)
                       = FUNCTION INTEGER-OF-DATE (WS-CAL-DATE-NUM)
                   MOVE CA-DAY-TYPE TO WS-CAL-TYPE (WS-CAL-COUNT)
               ELSE
                   SET WS-CAL-TABLE-FULL TO TRUE
               END-IF
           END-IF.

       READ-BUSINESS-DAY-OVERRIDE.
           SET WS-NONBUS-WARNING TO TRUE.
           OPEN INPUT BUSDAY-OVERRIDE-FILE.
           IF WS-BDOV-STATUS = "00"
               READ BUSDAY-OVERRIDE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BO-RUN-DATE = WS-CURR-DATE
                          AND BO-AUTH-ID NOT = SPACES
                           MOVE "N" TO WS-NONBUS-WARN-SW
                           SET WS-NONBUS-OVERRIDDEN TO TRUE
                           MOVE BO-AUTH-ID TO WS-NONBUS-AUTH-ID
                       END-IF
               END-READ
               CLOSE BUSDAY-OVERRIDE-FILE
           END-IF.

       TEST-BUSINESS-DAY.
           COMPUTE WS-CAL-DAY-INT = WS-CAL-TEST-INT - 1.
           DIVIDE WS-CAL-DAY-INT BY 7 GIVING WS-CAL-DAY-QUOT
               REMAINDER WS-CAL-DOW.
           IF WS-CAL-DOW < 5
               MOVE "Y" TO WS-CAL-BUS-DAY-SW
           ELSE
               MOVE "N" TO WS-CAL-BUS-DAY-SW
           END-IF.
           MOVE SPACE TO WS-CAL-TYPE-FOUND.
           PERFORM VARYING WS-CAL-IX FROM 1 BY 1
                   UNTIL WS-CAL-IX > WS-CAL-COUNT
               IF WS-CAL-INT (WS-CAL-IX) = WS-CAL-TEST-INT
                   MOVE WS-CAL-TYPE (WS-CAL-IX) TO WS-CAL-TYPE-FOUND
               END-IF
           END-PERFORM.
           IF WS-CAL-TYPE-FOUND = "H"
               MOVE "N" TO WS-CAL-BUS-DAY-SW
           END-IF.
           IF WS-CAL-TYPE-FOUND = "B"
               MOVE "Y" TO WS-CAL-BUS-DAY-SW
           END-IF.

       COUNT-BUSINESS-DAYS.
           MOVE ZERO TO WS-CAL-BUS-DAYS.
           COMPUTE WS-CAL-START-INT = WS-CAL-FROM-INT + 1.
           PERFORM VARYING WS-CAL-TEST-INT FROM WS-CAL-START-INT BY 1
                   UNTIL WS-CAL-TEST-INT > WS-CAL-TO-INT
               PERFORM TEST-BUSINESS-DAY
               IF WS-CAL-BUSINESS-DAY
                   ADD 1 TO WS-CAL-BUS-DAYS
               END-IF
           END-PERFORM.

       NEXT-BUSINESS-DAY.
           PERFORM TEST-BUSINESS-DAY.
           PERFORM UNTIL WS-CAL-BUSINESS-DAY
               ADD 1 TO WS-CAL-TEST-INT
               PERFORM TEST-BUSINESS-DAY
           END-PERFORM.

       AGE-SUSPENSE-ITEM.
           MOVE ZERO TO WS-CAL-FROM-INT.
           IF SP-FIRST-DATE NUMERIC
               MOVE SP-FIRST-DATE TO WS-CAL-DATE-NUM
               COMPUTE WS-CAL-FROM-INT
                   = FUNCTION INTEGER-OF-DATE (WS-CAL-DATE-NUM)
           END-IF.
           IF WS-CAL-FROM-INT > ZERO
               MOVE WS-CAL-RUN-INT TO WS-CAL-TO-INT
               PERFORM COUNT-BUSINESS-DAYS
               IF WS-CAL-BUS-DAYS > 999
                   MOVE 999 TO SP-DAYS-OUT
               ELSE
                   MOVE WS-CAL-BUS-DAYS TO SP-DAYS-OUT
               END-IF
           ELSE
               ADD 1 TO SP-DAYS-OUT
           END-IF.

       TEST-ITEM-MATURITY.
           SET WS-ITEM-MATURE TO TRUE.
           IF TX-EFF-DATE NUMERIC
               IF TX-EFF-DATE > WS-CURR-DATE
                   MOVE "N" TO WS-MATURE-SW
               ELSE
                   IF WS-RUN-NON-BUSINESS
                       MOVE TX-EFF-DATE TO WS-CAL-DATE-NUM
                       COMPUTE WS-CAL-TEST-INT
                           = FUNCTION INTEGER-OF-DATE (WS-CAL-DATE-NUM)
                       IF WS-CAL-TEST-INT > ZERO
                           PERFORM NEXT-BUSINESS-DAY
                           IF WS-CAL-TEST-INT > WS-CAL-RUN-INT
                               MOVE "N" TO WS-MATURE-SW
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LOAD-ACCOUNT-DIRECTORY.
           OPEN INPUT ACCOUNT-DIRECTORY.
           IF WS-ACCT-STATUS = "00"
               MOVE AR-KEY TO WS-ACC-KEY (WS-ACCT-COUNT)
               MOVE AR-NAME TO WS-ACC-NAME (WS-ACCT-COUNT)
               MOVE AR-STATUS TO WS-ACC-STATUS (WS-ACCT-COUNT)
               IF AR-SINGLE-LIMIT NUMERIC
                   MOVE AR-SINGLE-LIMIT
                       TO WS-ACC-SINGLE-LIMIT (WS-ACCT-COUNT)
               ELSE
                   MOVE ZERO TO WS-ACC-SINGLE-LIMIT (WS-ACCT-COUNT)
               END-IF
               IF AR-DAILY-LIMIT NUMERIC
                   MOVE AR-DAILY-LIMIT
                       TO WS-ACC-DAILY-LIMIT (WS-ACCT-COUNT)
               ELSE
                   MOVE ZERO TO WS-ACC-DAILY-LIMIT (WS-ACCT-COUNT)
               END-IF
               MOVE ZERO TO WS-ACC-DAY-TOTAL (WS-ACCT-COUNT)
           ELSE
               SET WS-ACCT-TABLE-FULL TO TRUE
           END-IF.
           MOVE "N" TO WS-ACCT-FOUND-SW.
           MOVE SPACES TO WS-ACCT-NAME-WORK.
           MOVE SPACE TO WS-ACCT-STATUS-WORK.
           MOVE ZERO TO WS-ACCT-SLOT.
           PERFORM VARYING WS-ACCT-IX FROM 1 BY 1
                   UNTIL WS-ACCT-IX > WS-ACCT-COUNT
               IF WS-ACC-KEY (WS-ACCT-IX) = WS-ACCT-LOOKUP-KEY
                  AND NOT WS-ACCT-FOUND
                   SET WS-ACCT-FOUND TO TRUE
                   MOVE WS-ACCT-IX TO WS-ACCT-SLOT
                   MOVE WS-ACC-NAME (WS-ACCT-IX)
                       TO WS-ACCT-NAME-WORK
                   MOVE WS-ACC-STATUS (WS-ACCT-IX)
           MOVE ZERO TO EX-Z.
           MOVE TX-OP-CODE TO EX-OP-CODE.
           MOVE "ACCT-STAT" TO EX-REASON-CODE.
           MOVE "ACCOUNT NOT OPEN FOR POSTING - SKIPPED"
               TO EX-REASON-TEXT.
           WRITE ERROR-RECORD.
           ADD 1 TO WS-REJ-ACCT-STATUS.
           MOVE Z TO RD-Z.
           MOVE WS-WORK-OP-CODE TO RD-OP.
           MOVE WS-ACCT-NAME-WORK TO RD-ACCT-NAME.
           MOVE SPACES TO RD-SOURCE.
           WRITE PRINT-RECORD FROM WS-REPORT-DETAIL.
           ADD 1 TO WS-LINE-COUNT.

           END-IF.

       EDIT-AND-POST-TRANSACTION.
           MOVE "N" TO WS-HOLD-SW.
           MOVE TX-KEY TO WS-ACCT-LOOKUP-KEY.
           PERFORM LOOK-UP-ACCOUNT.
           IF TX-X NOT NUMERIC OR TX-Y NOT NUMERIC
                   ELSE
                   IF WS-ACCT-LOADED
                      AND WS-ACCT-STATUS-WORK NOT = "O"
                      AND NOT (WS-ACCT-STATUS-WORK = "P"
                               AND TX-CLOSE-OUT
                               AND (WS-CLOSEOUT-BATCH
                                    OR WS-SWEEP-MODE))
                       PERFORM WRITE-ACCT-STATUS-EXCEPTION
                   ELSE
                   MOVE TX-X TO X
                           ON SIZE ERROR
                               PERFORM WRITE-SIZE-ERROR-RECORD
                           NOT ON SIZE ERROR
                               PERFORM CHECK-POSTING-LIMITS
                               IF WS-ITEM-HELD
                                   PERFORM HOLD-TRANSACTION
                               ELSE
                                   PERFORM POST-EDITED-TRANSACTION
                               END-IF
                       END-COMPUTE
                   END-EVALUATE
                   IF NOT WS-ITEM-HELD
                       PERFORM WRITE-AUDIT-RECORD
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.

       POST-EDITED-TRANSACTION.
           PERFORM WRITE-DETAIL-LINE.
           IF WS-EXTRACT-ON
               PERFORM WRITE-EXTRACT-RECORD
           END-IF.
           IF WS-MASTER-ON
               MOVE TX-KEY TO WS-POST-KEY
               IF WS-HIVOL-ON
                   PERFORM WRITE-POST-WORK-RECORD
               ELSE
                   PERFORM POST-BALANCE-MASTER
               END-IF
           END-IF.
           ADD 1 TO WS-PROCESSED-COUNT.
           IF WS-CUR-BATCH-IX > ZERO
               ADD 1 TO WS-BT-PROC-CNT (WS-CUR-BATCH-IX)
               IF WS-BT-FEED-IX (WS-CUR-BATCH-IX) > ZERO
                   MOVE WS-BT-FEED-IX (WS-CUR-BATCH-IX) TO WS-FEED-IX
                   ADD 1 TO WS-FD-PROC-CNT (WS-FEED-IX)
                   ADD Z TO WS-FD-TOTAL-Z (WS-FEED-IX)
               END-IF
           END-IF.
           ADD Z TO WS-TOTAL-Z.
           PERFORM ACCUMULATE-GL-TOTALS.
           SET WS-RECON-ELIGIBLE TO TRUE.
           IF WS-REV-APPLIED
               PERFORM RECORD-REVERSAL
               IF WS-REV-SOURCE = "ARCHIVE"
                   ADD 1 TO WS-REV-FROM-ARCHIVE
               END-IF
           END-IF.
           IF WS-ACCT-SLOT > ZERO
               MOVE Z TO WS-LIMIT-AMOUNT
               ADD WS-LIMIT-AMOUNT TO WS-ACC-DAY-TOTAL (WS-ACCT-SLOT)
           END-IF.

       CHECK-POSTING-LIMITS.
           MOVE "N" TO WS-HOLD-SW.
           MOVE SPACES TO WS-HOLD-REASON.
           MOVE Z TO WS-LIMIT-AMOUNT.
           IF NOT WS-RELEASE-MODE
              AND NOT (TX-CLOSE-OUT
                       AND (WS-CLOSEOUT-BATCH OR WS-SWEEP-MODE))
              AND WS-ACCT-SLOT > ZERO
               IF WS-ACC-SINGLE-LIMIT (WS-ACCT-SLOT) > ZERO
                  AND WS-LIMIT-AMOUNT
                      > WS-ACC-SINGLE-LIMIT (WS-ACCT-SLOT)
                   SET WS-ITEM-HELD TO TRUE
                   MOVE "SINGLE-LIM" TO WS-HOLD-REASON
               ELSE
                   IF WS-ACC-DAILY-LIMIT (WS-ACCT-SLOT) > ZERO
                      AND WS-ACC-DAY-TOTAL (WS-ACCT-SLOT)
                          + WS-LIMIT-AMOUNT
                          > WS-ACC-DAILY-LIMIT (WS-ACCT-SLOT)
                       SET WS-ITEM-HELD TO TRUE
                       MOVE "DAILY-LIM" TO WS-HOLD-REASON
                   END-IF
               END-IF
           END-IF.

       HOLD-TRANSACTION.
           MOVE SPACES TO WS-HOLD-WORK.
           MOVE TX-KEY TO HD-KEY.
           MOVE TX-X TO HD-X.
           MOVE TX-Y TO HD-Y.
           MOVE TX-OP-CODE TO HD-OP-CODE.
           MOVE TX-ORIG-DATE TO HD-ORIG-DATE.
           MOVE Z TO HD-AMOUNT.
           MOVE WS-HOLD-REASON TO HD-REASON-CODE.
           MOVE WS-CURR-DATE TO HD-HELD-DATE.
           MOVE ZERO TO HD-DAYS-HELD.
           MOVE ZERO TO HD-BATCH-NO.
           IF WS-CUR-BATCH-IX > ZERO
               MOVE WS-BT-BATCH-NO (WS-CUR-BATCH-IX) TO HD-BATCH-NO
           END-IF.
           WRITE HOLD-OUT-RECORD FROM WS-HOLD-WORK.
           ADD 1 TO WS-HELD-COUNT.
           ADD Z TO WS-HELD-AMOUNT.
           MOVE "HELD" TO WS-HELD-ACTION-WORK.
           MOVE SPACES TO WS-REL-AUTH-WORK.
           PERFORM ADD-HELD-ENTRY.

       RESOLVE-OPERATION-CODE.
           IF TX-OP-CODE = SPACES
               MOVE "ADD" TO WS-WORK-OP-CODE
           MOVE "N" TO WS-REV-NOORIG-SW.
           MOVE "N" TO WS-REV-APPLIED-SW.
           MOVE "N" TO WS-REV-BLOCKED-SW.
           MOVE SPACES TO WS-REV-SOURCE.
           MOVE ZERO TO WS-COMPUTED-SUM.
           EVALUATE TRUE
               WHEN TX-OP-SUBTRACT
                              AND RL-OP-CODE NOT = "REV"
                              AND NOT WS-REV-APPLIED
                               SET WS-REV-APPLIED TO TRUE
                               MOVE "LIVE" TO WS-REV-SOURCE
                               COMPUTE WS-COMPUTED-SUM
                                   = ZERO - RL-Z
                           END-IF
           IF NOT WS-PROOF-MODE
               OPEN EXTEND AUDIT-FILE
           END-IF.
           IF NOT WS-REV-APPLIED
               PERFORM FIND-ARCHIVED-POSTING
           END-IF.
           IF NOT WS-REV-APPLIED
               SET WS-REV-NO-ORIGINAL TO TRUE
           END-IF.

       FIND-ARCHIVED-POSTING.
           MOVE "N" TO WS-LOOKUP-EOF-SW.
           OPEN INPUT ARCHIVE-LOOKUP-FILE.
           IF WS-ARCH-LOOKUP-STATUS = "00"
               PERFORM UNTIL WS-LOOKUP-EOF
                   READ ARCHIVE-LOOKUP-FILE
                       AT END
                           SET WS-LOOKUP-EOF TO TRUE
                       NOT AT END
                           IF RA-KEY = TX-KEY
                              AND RA-RUN-DATE = TX-ORIG-DATE
                              AND RA-OP-CODE NOT = "REV"
                              AND NOT WS-REV-APPLIED
                               SET WS-REV-APPLIED TO TRUE
                               MOVE "ARCHIVE" TO WS-REV-SOURCE
                               COMPUTE WS-COMPUTED-SUM
                                   = ZERO - RA-Z
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-LOOKUP-FILE
           END-IF.

       RECORD-REVERSAL.
           IF WS-REV-COUNT < 200
               ADD 1 TO WS-REV-COUNT
           MOVE Z TO RD-Z.
           MOVE WS-WORK-OP-CODE TO RD-OP.
           MOVE WS-ACCT-NAME-WORK TO RD-ACCT-NAME.
           MOVE WS-REV-SOURCE TO RD-SOURCE.
           WRITE PRINT-RECORD FROM WS-REPORT-DETAIL.
           ADD 1 TO WS-LINE-COUNT.

               MOVE TX-X TO SP-X
               MOVE TX-Y TO SP-Y
               MOVE EX-REASON-CODE TO SP-REASON-CODE
               PERFORM AGE-SUSPENSE-ITEM
           ELSE
               MOVE TX-KEY TO SP-KEY
               MOVE TX-X TO SP-X
           IF WS-CORR-FOUND
               PERFORM RESUBMIT-REPAIRED-TRANSACTION
           ELSE
               PERFORM AGE-SUSPENSE-ITEM
               PERFORM CHECK-WRITEOFF-ELIGIBILITY
               IF WS-WOFF-ELIGIBLE
                   PERFORM WRITE-OFF-SUSPENSE-ITEM
               END-IF
           END-IF.

       PROCESS-HOLD-CYCLE.
           PERFORM LOAD-RELEASE-CARDS.
           OPEN INPUT HOLD-IN.
           IF WS-HOLD-IN-STATUS = "00"
               PERFORM UNTIL WS-HOLD-EOF
                   READ HOLD-IN INTO WS-HOLD-WORK
                       AT END
                           SET WS-HOLD-EOF TO TRUE
                       NOT AT END
                           PERFORM PROCESS-HOLD-ITEM
                   END-READ
               END-PERFORM
               CLOSE HOLD-IN
           END-IF.

       PROCESS-HOLD-ITEM.
           PERFORM FIND-RELEASE-CARD.
           IF WS-REL-SLOT > ZERO
               MOVE "Y" TO WS-RLS-USED-SW (WS-REL-SLOT)
               MOVE WS-RLS-AUTH-ID (WS-REL-SLOT) TO WS-REL-AUTH-WORK
               IF WS-RLS-ACTION (WS-REL-SLOT) = "R"
                   PERFORM RELEASE-HELD-ITEM
               ELSE
                   PERFORM DECLINE-HELD-ITEM
               END-IF
           ELSE
               ADD 1 TO HD-DAYS-HELD
               WRITE HOLD-OUT-RECORD FROM WS-HOLD-WORK
               ADD 1 TO WS-HELD-CARRIED
               MOVE "CARRIED" TO WS-HELD-ACTION-WORK
               MOVE SPACES TO WS-REL-AUTH-WORK
               PERFORM ADD-HELD-ENTRY
           END-IF.

       FIND-RELEASE-CARD.
           MOVE ZERO TO WS-REL-SLOT.
           PERFORM VARYING WS-REL-IX FROM 1 BY 1
                   UNTIL WS-REL-IX > WS-REL-COUNT
               IF WS-RLS-KEY (WS-REL-IX) = HD-KEY
                  AND WS-RLS-USED-SW (WS-REL-IX) = "N"
                  AND WS-REL-SLOT = ZERO
                   MOVE WS-REL-IX TO WS-REL-SLOT
               END-IF
           END-PERFORM.

       RELEASE-HELD-ITEM.
           MOVE "RELEASED" TO WS-HELD-ACTION-WORK.
           PERFORM ADD-HELD-ENTRY.
           ADD 1 TO WS-HELD-RELEASED.
           MOVE HD-KEY TO TX-KEY.
           MOVE HD-X TO TX-X.
           MOVE HD-Y TO TX-Y.
           MOVE HD-OP-CODE TO TX-OP-CODE.
           MOVE "D" TO TX-REC-TYPE.
           MOVE HD-ORIG-DATE TO TX-ORIG-DATE.
           MOVE SPACES TO TX-EFF-DATE.
           MOVE SPACE TO TX-ORIGIN-SW.
           MOVE "Y" TO WS-RELEASE-MODE-SW.
           PERFORM EDIT-AND-POST-TRANSACTION.
           MOVE "N" TO WS-RELEASE-MODE-SW.

       DECLINE-HELD-ITEM.
           MOVE "DECLINED" TO WS-HELD-ACTION-WORK.
           PERFORM ADD-HELD-ENTRY.
           ADD 1 TO WS-HELD-DECLINED.
           MOVE SPACES TO WS-SUSPENSE-WORK.
           MOVE HD-KEY TO SP-KEY.
           MOVE HD-X TO SP-X.
           MOVE HD-Y TO SP-Y.
           MOVE HD-OP-CODE TO SP-OP-CODE.
           MOVE "DECLINED" TO SP-REASON-CODE.
           MOVE WS-CURR-DATE TO SP-FIRST-DATE.
           MOVE ZERO TO SP-DAYS-OUT.
           WRITE SUSPENSE-OUT-RECORD FROM WS-SUSPENSE-WORK.
           PERFORM WRITE-SUSPENSE-AGING-LINE.

       LOAD-RELEASE-CARDS.
           OPEN INPUT RELEASE-CARD-FILE.
           IF WS-REL-STATUS = "00"
               PERFORM UNTIL WS-REL-EOF
                   READ RELEASE-CARD-FILE
                       AT END
                           SET WS-REL-EOF TO TRUE
                       NOT AT END
                           IF WS-REL-COUNT < 100
                              AND HR-KEY NUMERIC
                              AND HR-ACTION-VALID
                              AND HR-AUTH-ID NOT = SPACES
                               ADD 1 TO WS-REL-COUNT
                               MOVE HR-ACTION
                                   TO WS-RLS-ACTION (WS-REL-COUNT)
                               MOVE HR-KEY
                                   TO WS-RLS-KEY (WS-REL-COUNT)
                               MOVE HR-AUTH-ID
                                   TO WS-RLS-AUTH-ID (WS-REL-COUNT)
                               MOVE "N"
                                   TO WS-RLS-USED-SW (WS-REL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RELEASE-CARD-FILE
           END-IF.

       ADD-HELD-ENTRY.
           IF WS-HELD-TBL-COUNT < 200
               ADD 1 TO WS-HELD-TBL-COUNT
               MOVE HD-KEY TO WS-HLD-KEY (WS-HELD-TBL-COUNT)
               MOVE HD-AMOUNT TO WS-HLD-AMOUNT (WS-HELD-TBL-COUNT)
               MOVE HD-OP-CODE TO WS-HLD-OP (WS-HELD-TBL-COUNT)
               MOVE HD-REASON-CODE
                   TO WS-HLD-REASON (WS-HELD-TBL-COUNT)
               MOVE HD-HELD-DATE
                   TO WS-HLD-HELD-DATE (WS-HELD-TBL-COUNT)
               MOVE HD-DAYS-HELD TO WS-HLD-DAYS (WS-HELD-TBL-COUNT)
               MOVE WS-HELD-ACTION-WORK
                   TO WS-HLD-ACTION (WS-HELD-TBL-COUNT)
               MOVE WS-REL-AUTH-WORK
                   TO WS-HLD-AUTH-ID (WS-HELD-TBL-COUNT)
           ELSE
               SET WS-HELD-LIST-FULL TO TRUE
           END-IF.

       WRITE-HOLD-SECTION.
           PERFORM WRITE-HOLD-TITLE.
           PERFORM VARYING WS-HELD-IX FROM 1 BY 1
                   UNTIL WS-HELD-IX > WS-HELD-TBL-COUNT
               PERFORM WRITE-HOLD-REPORT-LINE
           END-PERFORM.
           IF WS-HELD-LIST-FULL
               WRITE PRINT-RECORD FROM WS-HELD-FULL-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       WRITE-HOLD-TITLE.
           IF WS-LINE-COUNT = ZERO OR WS-LINE-COUNT >= WS-MAX-LINES
               PERFORM WRITE-REPORT-HEADING
           END-IF.
           WRITE PRINT-RECORD FROM WS-HELD-TITLE-LINE.
           WRITE PRINT-RECORD FROM WS-HELD-COLUMN-HDR.
           ADD 2 TO WS-LINE-COUNT.

       WRITE-HOLD-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-MAX-LINES
               PERFORM WRITE-HOLD-TITLE
           END-IF.
           MOVE WS-HLD-KEY (WS-HELD-IX) TO HL-KEY.
           MOVE WS-HLD-AMOUNT (WS-HELD-IX) TO HL-AMOUNT.
           MOVE WS-HLD-OP (WS-HELD-IX) TO HL-OP.
           MOVE WS-HLD-REASON (WS-HELD-IX) TO HL-REASON.
           MOVE WS-HLD-HELD-DATE (WS-HELD-IX) TO HL-HELD-DATE.
           MOVE WS-HLD-DAYS (WS-HELD-IX) TO HL-DAYS.
           MOVE WS-HLD-ACTION (WS-HELD-IX) TO HL-ACTION.
           MOVE WS-HLD-AUTH-ID (WS-HELD-IX) TO HL-AUTH-ID.
           WRITE PRINT-RECORD FROM WS-HELD-DETAIL.
           ADD 1 TO WS-LINE-COUNT.

       COPY-HOLD-FORWARD.
           OPEN INPUT HOLD-IN.
           IF WS-HOLD-IN-STATUS = "00"
               PERFORM UNTIL WS-HOLD-EOF
                   READ HOLD-IN INTO WS-HOLD-WORK
                       AT END
                           SET WS-HOLD-EOF TO TRUE
                       NOT AT END
                           WRITE HOLD-OUT-RECORD FROM WS-HOLD-WORK
                   END-READ
               END-PERFORM
               CLOSE HOLD-IN
           END-IF.

       LOAD-WRITEOFF-AUTHS.
           OPEN INPUT AUTH-CARD-FILE.
           IF WS-AUTH-STATUS = "00"
           MOVE "D" TO TX-REC-TYPE.
           MOVE SPACES TO TX-ORIG-DATE.
           MOVE SPACES TO TX-EFF-DATE.
           MOVE SPACE TO TX-ORIGIN-SW.
           PERFORM EDIT-AND-POST-TRANSACTION.
           MOVE "N" TO WS-REPAIR-MODE-SW.

           END-IF.

       PROCESS-WAREHOUSE-ITEM.
           PERFORM TEST-ITEM-MATURITY.
           IF NOT WS-ITEM-MATURE
               IF NOT WS-PROOF-MODE
                   WRITE WAREHOUSE-OUT-RECORD FROM TRAN-RECORD
               END-IF
           END-IF.
           WRITE MASTER-PRINT-RECORD FROM WS-MASTER-COLUMN-HDR.
           MOVE ZERO TO WS-MST-LINE-COUNT.

       START-RUN-CONTROL.
           SET RP-START-STEP TO TRUE.
           MOVE "COBOL" TO RP-PROGRAM.
           IF WS-PROOF-MODE
               MOVE SPACES TO RP-CYCLE-DATE
           ELSE
               MOVE WS-CURR-DATE TO RP-CYCLE-DATE
           END-IF.
           CALL "RUNCTL" USING WS-RUN-CONTROL.
           MOVE ZERO TO RETURN-CODE.

       END-RUN-CONTROL.
           SET RP-END-STEP TO TRUE.
           MOVE RETURN-CODE TO RP-RETURN-CODE.
           CALL "RUNCTL" USING WS-RUN-CONTROL.
           MOVE RP-RETURN-CODE TO RETURN-CODE.
