       IDENTIFICATION DIVISION.
       PROGRAM-ID. STNDGEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STND-MASTER-IN ASSIGN TO "STNDOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STND-STATUS.
           SELECT STND-MASTER-OUT ASSIGN TO "STNDNEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAINT-CARD-FILE ASSIGN TO "STNDMNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.
           SELECT GEN-CARD-FILE ASSIGN TO "STNDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT BATCH-REGISTER ASSIGN TO "BATCHREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT STND-TRAN-FILE ASSIGN TO "STNDTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRINT-FILE ASSIGN TO "STNDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  STND-MASTER-IN
           RECORDING MODE IS F.
       01  STND-MASTER-IN-RECORD           PIC X(80).
       FD  STND-MASTER-OUT
           RECORDING MODE IS F.
       01  STND-MASTER-OUT-RECORD          PIC X(80).
       FD  MAINT-CARD-FILE
           RECORDING MODE IS F.
       01  MAINT-CARD-RECORD.
           COPY SNMTREC.
       FD  GEN-CARD-FILE
           RECORDING MODE IS F.
       01  GEN-CARD-RECORD.
           COPY STNDCTL.
       FD  BATCH-REGISTER
           RECORDING MODE IS F.
       01  REGISTER-RECORD.
           COPY BATRGREC.
       FD  STND-TRAN-FILE
           RECORDING MODE IS F.
       01  STND-TRAN-RECORD.
           COPY TRANXREC.
       01  STND-BATCH-RECORD.
           COPY TRANBHT.
       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD                    PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-STND-STATUS PIC XX VALUE SPACES.
       77  WS-MAINT-STATUS PIC XX VALUE SPACES.
       77  WS-CARD-STATUS PIC XX VALUE SPACES.
       77  WS-REGISTER-STATUS PIC XX VALUE SPACES.
       77  WS-CARD-OK-SW PIC X VALUE "N".
           88 WS-CARD-OK VALUE "Y".
       77  WS-STND-EOF-SW PIC X VALUE "N".
           88 WS-STND-EOF VALUE "Y".
       77  WS-MAINT-EOF-SW PIC X VALUE "N".
           88 WS-MAINT-EOF VALUE "Y".
       77  WS-REGISTER-EOF-SW PIC X VALUE "N".
           88 WS-REGISTER-EOF VALUE "Y".
       77  WS-TABLE-FULL-SW PIC X VALUE "N".
           88 WS-TABLE-FULL VALUE "Y".
       77  WS-RANGE-SW PIC X VALUE "N".
           88 WS-RANGE-EXHAUSTED VALUE "Y".
       77  WS-BATCH-STARTED-SW PIC X VALUE "N".
           88 WS-BATCH-STARTED VALUE "Y".
       77  WS-CARD-VALID-SW PIC X VALUE "N".
           88 WS-CARD-VALID VALUE "Y".
       77  WS-DATE-OK-SW PIC X VALUE "N".
           88 WS-DATE-OK VALUE "Y".
       77  WS-RUN-DATE PIC X(8) VALUE SPACES.
       77  WS-BATCH-LOW PIC 9(6) VALUE ZERO.
       77  WS-BATCH-HIGH PIC 9(6) VALUE ZERO.
       77  WS-HIGH-USED PIC 9(6) VALUE ZERO.
       77  WS-GEN-BATCH-NO PIC 9(6) VALUE ZERO.
       77  WS-SOURCE-ID PIC X(8) VALUE "STNDGEN".
       77  WS-CARD-COUNT PIC 9(3) VALUE ZERO.
       77  WS-CARD-IX PIC 9(3) VALUE ZERO.
       77  WS-CARD-SLOT PIC 9(3) VALUE ZERO.
       77  WS-DUP-IX PIC 9(3) VALUE ZERO.
       77  WS-RECORDS-IN PIC 9(7) VALUE ZERO.
       77  WS-RECORDS-OUT PIC 9(7) VALUE ZERO.
       77  WS-ADDED-COUNT PIC 9(7) VALUE ZERO.
       77  WS-CHANGED-COUNT PIC 9(7) VALUE ZERO.
       77  WS-SUSPENDED-COUNT PIC 9(7) VALUE ZERO.
       77  WS-RESUMED-COUNT PIC 9(7) VALUE ZERO.
       77  WS-CANCELLED-COUNT PIC 9(7) VALUE ZERO.
       77  WS-EXPIRED-COUNT PIC 9(7) VALUE ZERO.
       77  WS-GENERATED-COUNT PIC 9(7) VALUE ZERO.
       77  WS-ERROR-COUNT PIC 9(7) VALUE ZERO.
       77  WS-HASH-X PIC S9(9) VALUE ZERO.
       77  WS-HASH-Y PIC S9(9) VALUE ZERO.
       77  WS-ACTION-KEY PIC 9(6) VALUE ZERO.
       77  WS-ACTION-SEQ PIC 9(2) VALUE ZERO.
       77  WS-ROLL-DAYS PIC 9(3) VALUE ZERO.
       77  WS-ROLL-MONTHS PIC 9(2) VALUE ZERO.
       77  WS-DUE-INT PIC S9(9) VALUE ZERO.
       77  WS-MONTH-LEN PIC 9(2) VALUE ZERO.
       77  WS-LEAP-QUOT PIC 9(4) VALUE ZERO.
       77  WS-LEAP-REM PIC 9(3) VALUE ZERO.
       77  WS-FREQ-WORK PIC X VALUE SPACE.
           88 WS-FREQ-VALID VALUE "W", "F", "M", "Q", "Y".
       77  WS-OP-WORK PIC X(3) VALUE SPACES.
           88 WS-OP-VALID VALUE "ADD", "SUB", "MUL", "   ".
       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE        PIC X(8).
           05  WS-CURR-TIME        PIC X(6).
           05  FILLER              PIC X(7).
       01  WS-DUE-DATE-GROUP.
           05  WS-DUE-YYYY         PIC 9(4).
           05  WS-DUE-MM           PIC 9(2).
           05  WS-DUE-DD           PIC 9(2).
       01  WS-DUE-DATE-NUM REDEFINES WS-DUE-DATE-GROUP
                                   PIC 9(8).
       01  WS-MONTH-DAYS-VALUES    PIC X(24)
           VALUE "312831303130313130313031".
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS       PIC 9(2) OCCURS 12 TIMES.
       01  WS-INSTRUCTION-WORK.
           COPY STNDREC.
       01  WS-CARD-WORK.
           COPY SNMTREC REPLACING LEADING ==NM== BY ==CW==.
       01  WS-CARD-TABLE.
           05  WS-CARD-ENTRY OCCURS 200 TIMES.
               10  WS-CRD-KEY      PIC 9(6).
               10  WS-CRD-SEQ      PIC 9(2).
               10  WS-CRD-IMAGE    PIC X(80).
               10  WS-CRD-USED-SW  PIC X.
       01  WS-REPORT-HEADING.
           05  FILLER              PIC X(33)
               VALUE "STANDING INSTRUCTION GENERATOR - ".
           05  RH-RUN-DATE         PIC X(8).
           05  FILLER              PIC X(91) VALUE SPACES.
       01  WS-ACTION-LINE.
           05  FILLER              PIC X(5)  VALUE "KEY: ".
           05  AL-KEY              PIC 9(6).
           05  FILLER              PIC X     VALUE "/".
           05  AL-SEQ              PIC 9(2).
           05  FILLER              PIC X(3)  VALUE " - ".
           05  AL-TEXT             PIC X(50).
           05  FILLER              PIC X(65) VALUE SPACES.
       01  WS-GENERATED-LINE.
           05  FILLER              PIC X(11)
               VALUE "GENERATED: ".
           05  GD-KEY              PIC 9(6).
           05  FILLER              PIC X     VALUE "/".
           05  GD-SEQ              PIC 9(2).
           05  FILLER              PIC X(7)  VALUE "  DUE: ".
           05  GD-DUE-DATE         PIC X(8).
           05  FILLER              PIC X(6)  VALUE "  OP: ".
           05  GD-OP               PIC X(3).
           05  FILLER              PIC X(5)  VALUE "  X: ".
           05  GD-X                PIC -(7)9.
           05  FILLER              PIC X(5)  VALUE "  Y: ".
           05  GD-Y                PIC -(7)9.
           05  FILLER              PIC X(62) VALUE SPACES.
       01  WS-EXPIRED-LINE.
           05  FILLER              PIC X(11)
               VALUE "EXPIRED:   ".
           05  EL-KEY              PIC 9(6).
           05  FILLER              PIC X     VALUE "/".
           05  EL-SEQ              PIC 9(2).
           05  FILLER              PIC X(7)  VALUE "  END: ".
           05  EL-END-DATE         PIC X(8).
           05  FILLER              PIC X(18)
               VALUE "  LAST GENERATED: ".
           05  EL-LAST-GEN-DATE    PIC X(8).
           05  FILLER              PIC X(71) VALUE SPACES.
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
           PERFORM READ-GENERATOR-CARD.
           PERFORM START-RUN-CONTROL.
           OPEN OUTPUT PRINT-FILE.
           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           WRITE PRINT-RECORD FROM WS-REPORT-HEADING.
           IF RP-REFUSED
               MOVE RP-MESSAGE TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
               CLOSE PRINT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT WS-CARD-OK
               MOVE "GENERATOR CARD MISSING OR INVALID - NO ACTION"
                   TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM ASSIGN-BATCH-NUMBER
               IF WS-RANGE-EXHAUSTED
                   MOVE "BATCH RANGE EXHAUSTED - NOTHING GENERATED"
                       TO WS-MESSAGE-LINE
                   WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
               END-IF
               PERFORM LOAD-CARD-TABLE
               OPEN OUTPUT STND-MASTER-OUT
               OPEN OUTPUT STND-TRAN-FILE
               PERFORM COPY-INSTRUCTIONS-FORWARD
               PERFORM APPLY-UNUSED-CARDS
               IF WS-BATCH-STARTED
                   PERFORM WRITE-BATCH-TRAILER
               END-IF
               CLOSE STND-TRAN-FILE
               CLOSE STND-MASTER-OUT
               PERFORM WRITE-GENERATOR-SUMMARY
               IF WS-ERROR-COUNT > ZERO OR WS-TABLE-FULL
                  OR WS-RANGE-EXHAUSTED
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE PRINT-FILE.
           PERFORM END-RUN-CONTROL.
           GOBACK.

       READ-GENERATOR-CARD.
           MOVE WS-CURR-DATE TO WS-RUN-DATE.
           OPEN INPUT GEN-CARD-FILE.
           IF WS-CARD-STATUS = "00"
               READ GEN-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SG-BATCH-LOW NUMERIC
                          AND SG-BATCH-HIGH NUMERIC
                          AND SG-BATCH-LOW > ZERO
                          AND SG-BATCH-LOW <= SG-BATCH-HIGH
                          AND (SG-RUN-DATE = SPACES
                               OR SG-RUN-DATE NUMERIC)
                           MOVE SG-BATCH-LOW TO WS-BATCH-LOW
                           MOVE SG-BATCH-HIGH TO WS-BATCH-HIGH
                           IF SG-RUN-DATE NUMERIC
                               MOVE SG-RUN-DATE TO WS-RUN-DATE
                           END-IF
                           SET WS-CARD-OK TO TRUE
                       END-IF
               END-READ
               CLOSE GEN-CARD-FILE
           END-IF.

       ASSIGN-BATCH-NUMBER.
           MOVE ZERO TO WS-HIGH-USED.
           OPEN INPUT BATCH-REGISTER.
           IF WS-REGISTER-STATUS = "00"
               PERFORM UNTIL WS-REGISTER-EOF
                   READ BATCH-REGISTER
                       AT END
                           SET WS-REGISTER-EOF TO TRUE
                       NOT AT END
                           IF BR-BATCH-NO NUMERIC
                              AND BR-BATCH-NO >= WS-BATCH-LOW
                              AND BR-BATCH-NO <= WS-BATCH-HIGH
                              AND BR-BATCH-NO > WS-HIGH-USED
                               MOVE BR-BATCH-NO TO WS-HIGH-USED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BATCH-REGISTER
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

       LOAD-CARD-TABLE.
           OPEN INPUT MAINT-CARD-FILE.
           IF WS-MAINT-STATUS = "00"
               PERFORM UNTIL WS-MAINT-EOF
                   READ MAINT-CARD-FILE
                       AT END
                           SET WS-MAINT-EOF TO TRUE
                       NOT AT END
                           PERFORM ADD-CARD-ENTRY
                   END-READ
               END-PERFORM
               CLOSE MAINT-CARD-FILE
           END-IF.

       ADD-CARD-ENTRY.
           MOVE MAINT-CARD-RECORD TO WS-CARD-WORK.
           IF CW-KEY NOT NUMERIC OR CW-SEQ NOT NUMERIC
              OR NOT CW-ACTION-VALID
               MOVE ZERO TO WS-ACTION-KEY
               MOVE ZERO TO WS-ACTION-SEQ
               MOVE "CARD ACTION OR KEY INVALID - CARD IGNORED"
                   TO AL-TEXT
               PERFORM WRITE-ACTION-LINE
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               PERFORM VALIDATE-CARD-FIELDS
               IF NOT WS-CARD-VALID
                   MOVE CW-KEY TO WS-ACTION-KEY
                   MOVE CW-SEQ TO WS-ACTION-SEQ
                   PERFORM WRITE-ACTION-LINE
                   ADD 1 TO WS-ERROR-COUNT
               ELSE
                   IF WS-CARD-COUNT < 200
                       ADD 1 TO WS-CARD-COUNT
                       MOVE CW-KEY TO WS-CRD-KEY (WS-CARD-COUNT)
                       MOVE CW-SEQ TO WS-CRD-SEQ (WS-CARD-COUNT)
                       MOVE WS-CARD-WORK
                           TO WS-CRD-IMAGE (WS-CARD-COUNT)
                       MOVE "N" TO WS-CRD-USED-SW (WS-CARD-COUNT)
                   ELSE
                       SET WS-TABLE-FULL TO TRUE
                   END-IF
               END-IF
           END-IF.

       VALIDATE-CARD-FIELDS.
           SET WS-CARD-VALID TO TRUE.
           IF CW-ADD
               IF CW-X-TEXT = SPACES OR CW-Y-TEXT = SPACES
                  OR CW-FREQUENCY = SPACE OR CW-NEXT-DUE = SPACES
                   MOVE "N" TO WS-CARD-VALID-SW
                   MOVE "ADD CARD INCOMPLETE - CARD IGNORED" TO AL-TEXT
               END-IF
           END-IF.
           IF WS-CARD-VALID
              AND ((CW-X-TEXT NOT = SPACES AND CW-X NOT NUMERIC)
               OR (CW-Y-TEXT NOT = SPACES AND CW-Y NOT NUMERIC))
               MOVE "N" TO WS-CARD-VALID-SW
               MOVE "X OR Y NOT NUMERIC - CARD IGNORED" TO AL-TEXT
           END-IF.
           MOVE CW-OP-CODE TO WS-OP-WORK.
           IF WS-CARD-VALID AND NOT WS-OP-VALID
               MOVE "N" TO WS-CARD-VALID-SW
               MOVE "OP CODE INVALID - CARD IGNORED" TO AL-TEXT
           END-IF.
           MOVE CW-FREQUENCY TO WS-FREQ-WORK.
           IF WS-CARD-VALID AND CW-FREQUENCY NOT = SPACE
              AND NOT WS-FREQ-VALID
               MOVE "N" TO WS-CARD-VALID-SW
               MOVE "FREQUENCY INVALID - CARD IGNORED" TO AL-TEXT
           END-IF.
           IF WS-CARD-VALID AND CW-NEXT-DUE NOT = SPACES
               PERFORM CHECK-CARD-DUE-DATE
               IF NOT WS-DATE-OK
                   MOVE "N" TO WS-CARD-VALID-SW
                   MOVE "NEXT DUE DATE INVALID - CARD IGNORED"
                       TO AL-TEXT
               END-IF
           END-IF.
           IF WS-CARD-VALID AND CW-END-DATE NOT = SPACES
              AND CW-END-DATE NOT = ZEROS
               PERFORM CHECK-CARD-END-DATE
               IF NOT WS-DATE-OK
                   MOVE "N" TO WS-CARD-VALID-SW
                   MOVE "END DATE INVALID - CARD IGNORED" TO AL-TEXT
               END-IF
           END-IF.

       CHECK-CARD-DUE-DATE.
           MOVE "N" TO WS-DATE-OK-SW.
           IF CW-NEXT-DUE NUMERIC
               MOVE CW-NEXT-DUE TO WS-DUE-DATE-NUM
               PERFORM CHECK-DUE-DATE-WORK
           END-IF.

       CHECK-CARD-END-DATE.
           MOVE "N" TO WS-DATE-OK-SW.
           IF CW-END-DATE NUMERIC
               MOVE CW-END-DATE TO WS-DUE-DATE-NUM
               PERFORM CHECK-DUE-DATE-WORK
           END-IF.

       CHECK-DUE-DATE-WORK.
           MOVE "N" TO WS-DATE-OK-SW.
           IF WS-DUE-MM >= 1 AND WS-DUE-MM <= 12
               PERFORM SET-MONTH-LENGTH
               IF WS-DUE-DD >= 1 AND WS-DUE-DD <= WS-MONTH-LEN
                   SET WS-DATE-OK TO TRUE
               END-IF
           END-IF.

       COPY-INSTRUCTIONS-FORWARD.
           OPEN INPUT STND-MASTER-IN.
           IF WS-STND-STATUS = "00"
               PERFORM UNTIL WS-STND-EOF
                   READ STND-MASTER-IN INTO WS-INSTRUCTION-WORK
                       AT END
                           SET WS-STND-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-IN
                           PERFORM MAINTAIN-ONE-INSTRUCTION
                   END-READ
               END-PERFORM
               CLOSE STND-MASTER-IN
           END-IF.

       MAINTAIN-ONE-INSTRUCTION.
           PERFORM VARYING WS-CARD-IX FROM 1 BY 1
                   UNTIL WS-CARD-IX > WS-CARD-COUNT
               IF WS-CRD-KEY (WS-CARD-IX) = SN-KEY
                  AND WS-CRD-SEQ (WS-CARD-IX) = SN-SEQ
                  AND WS-CRD-USED-SW (WS-CARD-IX) = "N"
                   MOVE "Y" TO WS-CRD-USED-SW (WS-CARD-IX)
                   MOVE WS-CARD-IX TO WS-CARD-SLOT
                   PERFORM APPLY-ONE-CARD
               END-IF
           END-PERFORM.
           PERFORM GENERATE-DUE-ITEMS.
           WRITE STND-MASTER-OUT-RECORD FROM WS-INSTRUCTION-WORK.
           ADD 1 TO WS-RECORDS-OUT.

       APPLY-ONE-CARD.
           MOVE WS-CRD-IMAGE (WS-CARD-SLOT) TO WS-CARD-WORK.
           MOVE SN-KEY TO WS-ACTION-KEY.
           MOVE SN-SEQ TO WS-ACTION-SEQ.
           EVALUATE TRUE
               WHEN CW-ADD
                   MOVE "ADD FOR INSTRUCTION ALREADY ON FILE - IGNORED"
                       TO AL-TEXT
                   ADD 1 TO WS-ERROR-COUNT
               WHEN SN-CANCELLED OR SN-EXPIRED
                   MOVE "INSTRUCTION CANCELLED OR EXPIRED - IGNORED"
                       TO AL-TEXT
                   ADD 1 TO WS-ERROR-COUNT
               WHEN CW-CHANGE
                   PERFORM CHANGE-INSTRUCTION
                   MOVE "INSTRUCTION CHANGED" TO AL-TEXT
                   ADD 1 TO WS-CHANGED-COUNT
               WHEN CW-SUSPEND
                   IF SN-ACTIVE
                       MOVE "S" TO SN-STATUS
                       MOVE "INSTRUCTION SUSPENDED" TO AL-TEXT
                       ADD 1 TO WS-SUSPENDED-COUNT
                   ELSE
                       MOVE "INSTRUCTION NOT ACTIVE - SUSPEND IGNORED"
                           TO AL-TEXT
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
               WHEN CW-RESUME
                   IF SN-SUSPENDED
                       MOVE "A" TO SN-STATUS
                       PERFORM SKIP-MISSED-PERIODS
                       MOVE "INSTRUCTION RESUMED" TO AL-TEXT
                       ADD 1 TO WS-RESUMED-COUNT
                   ELSE
                       MOVE "INSTRUCTION NOT SUSPENDED - RESUME IGNORED"
                           TO AL-TEXT
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
               WHEN CW-CANCEL
                   MOVE "C" TO SN-STATUS
                   MOVE "INSTRUCTION CANCELLED" TO AL-TEXT
                   ADD 1 TO WS-CANCELLED-COUNT
           END-EVALUATE.
           PERFORM WRITE-ACTION-LINE.

       CHANGE-INSTRUCTION.
           IF CW-X-TEXT NOT = SPACES
               MOVE CW-X TO SN-X
           END-IF.
           IF CW-Y-TEXT NOT = SPACES
               MOVE CW-Y TO SN-Y
           END-IF.
           IF CW-OP-CODE NOT = SPACES
               MOVE CW-OP-CODE TO SN-OP-CODE
           END-IF.
           IF CW-FREQUENCY NOT = SPACE
               MOVE CW-FREQUENCY TO SN-FREQUENCY
           END-IF.
           IF CW-NEXT-DUE NOT = SPACES
               MOVE CW-NEXT-DUE TO SN-NEXT-DUE
               MOVE CW-NEXT-DUE TO WS-DUE-DATE-NUM
               MOVE WS-DUE-DD TO SN-ANCHOR-DAY
           END-IF.
           IF CW-END-DATE = ZEROS
               MOVE SPACES TO SN-END-DATE
           ELSE
               IF CW-END-DATE NOT = SPACES
                   MOVE CW-END-DATE TO SN-END-DATE
               END-IF
           END-IF.

       SKIP-MISSED-PERIODS.
           IF SN-NEXT-DUE NUMERIC AND SN-FREQUENCY-VALID
               PERFORM UNTIL SN-NEXT-DUE >= WS-RUN-DATE
                   PERFORM ROLL-NEXT-DUE-DATE
               END-PERFORM
           END-IF.

       APPLY-UNUSED-CARDS.
           PERFORM VARYING WS-CARD-IX FROM 1 BY 1
                   UNTIL WS-CARD-IX > WS-CARD-COUNT
               IF WS-CRD-USED-SW (WS-CARD-IX) = "N"
                   MOVE "Y" TO WS-CRD-USED-SW (WS-CARD-IX)
                   PERFORM APPLY-ONE-UNUSED-CARD
               END-IF
           END-PERFORM.

       APPLY-ONE-UNUSED-CARD.
           MOVE WS-CRD-IMAGE (WS-CARD-IX) TO WS-CARD-WORK.
           MOVE CW-KEY TO WS-ACTION-KEY.
           MOVE CW-SEQ TO WS-ACTION-SEQ.
           IF CW-ADD
               PERFORM BUILD-NEW-INSTRUCTION
               MOVE "INSTRUCTION ADDED" TO AL-TEXT
               PERFORM WRITE-ACTION-LINE
               ADD 1 TO WS-ADDED-COUNT
               PERFORM APPLY-LATER-CARDS
               PERFORM GENERATE-DUE-ITEMS
               WRITE STND-MASTER-OUT-RECORD FROM WS-INSTRUCTION-WORK
               ADD 1 TO WS-RECORDS-OUT
           ELSE
               MOVE "INSTRUCTION NOT ON FILE - CARD IGNORED"
                   TO AL-TEXT
               PERFORM WRITE-ACTION-LINE
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       BUILD-NEW-INSTRUCTION.
           MOVE SPACES TO WS-INSTRUCTION-WORK.
           MOVE CW-KEY TO SN-KEY.
           MOVE CW-SEQ TO SN-SEQ.
           MOVE CW-X TO SN-X.
           MOVE CW-Y TO SN-Y.
           IF CW-OP-CODE = SPACES
               MOVE "ADD" TO SN-OP-CODE
           ELSE
               MOVE CW-OP-CODE TO SN-OP-CODE
           END-IF.
           MOVE CW-FREQUENCY TO SN-FREQUENCY.
           MOVE CW-NEXT-DUE TO SN-NEXT-DUE.
           MOVE CW-NEXT-DUE TO WS-DUE-DATE-NUM.
           MOVE WS-DUE-DD TO SN-ANCHOR-DAY.
           IF CW-END-DATE NOT = ZEROS
               MOVE CW-END-DATE TO SN-END-DATE
           END-IF.
           MOVE "A" TO SN-STATUS.
           MOVE WS-CURR-DATE TO SN-SET-UP-DATE.

       APPLY-LATER-CARDS.
           PERFORM VARYING WS-DUP-IX FROM 1 BY 1
                   UNTIL WS-DUP-IX > WS-CARD-COUNT
               IF WS-DUP-IX > WS-CARD-IX
                  AND WS-CRD-KEY (WS-DUP-IX) = SN-KEY
                  AND WS-CRD-SEQ (WS-DUP-IX) = SN-SEQ
                  AND WS-CRD-USED-SW (WS-DUP-IX) = "N"
                   MOVE "Y" TO WS-CRD-USED-SW (WS-DUP-IX)
                   MOVE WS-DUP-IX TO WS-CARD-SLOT
                   PERFORM APPLY-ONE-CARD
               END-IF
           END-PERFORM.

       GENERATE-DUE-ITEMS.
           IF SN-ACTIVE AND SN-NEXT-DUE NUMERIC
              AND SN-FREQUENCY-VALID AND NOT WS-RANGE-EXHAUSTED
               PERFORM UNTIL NOT SN-ACTIVE
                          OR SN-NEXT-DUE > WS-RUN-DATE
                   IF SN-END-DATE NUMERIC
                      AND SN-END-DATE NOT = ZEROS
                      AND SN-NEXT-DUE > SN-END-DATE
                       PERFORM EXPIRE-INSTRUCTION
                   ELSE
                       PERFORM GENERATE-ONE-ITEM
                       PERFORM ROLL-NEXT-DUE-DATE
                   END-IF
               END-PERFORM
           END-IF.
           IF SN-ACTIVE AND SN-NEXT-DUE NUMERIC
              AND SN-END-DATE NUMERIC
              AND SN-END-DATE NOT = ZEROS
              AND SN-NEXT-DUE > SN-END-DATE
               PERFORM EXPIRE-INSTRUCTION
           END-IF.

       GENERATE-ONE-ITEM.
           IF NOT WS-BATCH-STARTED
               PERFORM WRITE-BATCH-HEADER
           END-IF.
           MOVE SPACES TO STND-TRAN-RECORD.
           MOVE SN-KEY TO TX-KEY.
           MOVE SN-X TO TX-X.
           MOVE SN-Y TO TX-Y.
           MOVE SN-OP-CODE TO TX-OP-CODE.
           MOVE "D" TO TX-REC-TYPE.
           MOVE SN-NEXT-DUE TO TX-EFF-DATE.
           WRITE STND-TRAN-RECORD.
           ADD 1 TO WS-GENERATED-COUNT.
           ADD SN-X TO WS-HASH-X.
           ADD SN-Y TO WS-HASH-Y.
           MOVE SN-NEXT-DUE TO SN-LAST-GEN-DATE.
           MOVE SN-KEY TO GD-KEY.
           MOVE SN-SEQ TO GD-SEQ.
           MOVE SN-NEXT-DUE TO GD-DUE-DATE.
           MOVE SN-OP-CODE TO GD-OP.
           MOVE SN-X TO GD-X.
           MOVE SN-Y TO GD-Y.
           WRITE PRINT-RECORD FROM WS-GENERATED-LINE.

       EXPIRE-INSTRUCTION.
           MOVE "E" TO SN-STATUS.
           ADD 1 TO WS-EXPIRED-COUNT.
           MOVE SN-KEY TO EL-KEY.
           MOVE SN-SEQ TO EL-SEQ.
           MOVE SN-END-DATE TO EL-END-DATE.
           MOVE SN-LAST-GEN-DATE TO EL-LAST-GEN-DATE.
           WRITE PRINT-RECORD FROM WS-EXPIRED-LINE.

       ROLL-NEXT-DUE-DATE.
           MOVE SN-NEXT-DUE TO WS-DUE-DATE-NUM.
           EVALUATE TRUE
               WHEN SN-WEEKLY
                   MOVE 7 TO WS-ROLL-DAYS
                   PERFORM ROLL-BY-DAYS
               WHEN SN-FORTNIGHTLY
                   MOVE 14 TO WS-ROLL-DAYS
                   PERFORM ROLL-BY-DAYS
               WHEN SN-MONTHLY
                   MOVE 1 TO WS-ROLL-MONTHS
                   PERFORM ROLL-BY-MONTHS
               WHEN SN-QUARTERLY
                   MOVE 3 TO WS-ROLL-MONTHS
                   PERFORM ROLL-BY-MONTHS
               WHEN SN-YEARLY
                   MOVE 12 TO WS-ROLL-MONTHS
                   PERFORM ROLL-BY-MONTHS
           END-EVALUATE.
           MOVE WS-DUE-DATE-NUM TO SN-NEXT-DUE.

       ROLL-BY-DAYS.
           COMPUTE WS-DUE-INT
               = FUNCTION INTEGER-OF-DATE (WS-DUE-DATE-NUM)
                 + WS-ROLL-DAYS.
           COMPUTE WS-DUE-DATE-NUM
               = FUNCTION DATE-OF-INTEGER (WS-DUE-INT).

       ROLL-BY-MONTHS.
           ADD WS-ROLL-MONTHS TO WS-DUE-MM.
           IF WS-DUE-MM > 12
               SUBTRACT 12 FROM WS-DUE-MM
               ADD 1 TO WS-DUE-YYYY
           END-IF.
           PERFORM SET-MONTH-LENGTH.
           IF SN-ANCHOR-DAY > ZERO
               MOVE SN-ANCHOR-DAY TO WS-DUE-DD
           END-IF.
           IF WS-DUE-DD > WS-MONTH-LEN
               MOVE WS-MONTH-LEN TO WS-DUE-DD
           END-IF.

       SET-MONTH-LENGTH.
           MOVE WS-MONTH-DAYS (WS-DUE-MM) TO WS-MONTH-LEN.
           IF WS-DUE-MM = 2
               DIVIDE WS-DUE-YYYY BY 4 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = ZERO
                   MOVE 29 TO WS-MONTH-LEN
                   DIVIDE WS-DUE-YYYY BY 100 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = ZERO
                       DIVIDE WS-DUE-YYYY BY 400 GIVING WS-LEAP-QUOT
                           REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM NOT = ZERO
                           MOVE 28 TO WS-MONTH-LEN
                       END-IF
                   END-IF
               END-IF
           END-IF.

       WRITE-BATCH-HEADER.
           SET WS-BATCH-STARTED TO TRUE.
           MOVE SPACES TO STND-BATCH-RECORD.
           MOVE WS-GEN-BATCH-NO TO BT-BATCH-NO.
           MOVE WS-CURR-DATE TO BT-CREATE-DATE.
           MOVE WS-SOURCE-ID TO BT-SOURCE-ID.
           MOVE "H" TO BT-REC-TYPE.
           WRITE STND-BATCH-RECORD.

       WRITE-BATCH-TRAILER.
           MOVE SPACES TO STND-BATCH-RECORD.
           MOVE WS-GEN-BATCH-NO TO BT-BATCH-NO.
           MOVE WS-CURR-DATE TO BT-CREATE-DATE.
           MOVE "T" TO BT-REC-TYPE.
           MOVE WS-GENERATED-COUNT TO BT-DETAIL-COUNT.
           MOVE WS-HASH-X TO BT-HASH-X.
           MOVE WS-HASH-Y TO BT-HASH-Y.
           WRITE STND-BATCH-RECORD.

       WRITE-ACTION-LINE.
           MOVE WS-ACTION-KEY TO AL-KEY.
           MOVE WS-ACTION-SEQ TO AL-SEQ.
           WRITE PRINT-RECORD FROM WS-ACTION-LINE.

       WRITE-GENERATOR-SUMMARY.
           IF WS-TABLE-FULL
               MOVE "CARD TABLE FULL - MAINTENANCE INCOMPLETE"
                   TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
           END-IF.
           IF NOT WS-BATCH-STARTED
               MOVE "NO INSTRUCTIONS DUE - NO BATCH WRITTEN"
                   TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
           ELSE
               MOVE "GENERATED BATCH NUMBER" TO CL-LABEL
               MOVE WS-GEN-BATCH-NO TO CL-VALUE
               WRITE PRINT-RECORD FROM WS-COUNT-LINE
           END-IF.
           MOVE "INSTRUCTIONS IN" TO CL-LABEL.
           MOVE WS-RECORDS-IN TO CL-VALUE.
           WRITE PRINT-RECORD FROM WS-COUNT-LINE.
           MOVE "INSTRUCTIONS OUT" TO CL-LABEL.
           MOVE WS-RECORDS-OUT TO CL-VALUE.
           WRITE PRINT-RECORD FROM WS-COUNT-LINE.
           MOVE "INSTRUCTIONS ADDED" TO CL-LABEL.
           MOVE WS-ADDED-COUNT TO CL-VALUE.
           WRITE PRINT-RECORD FROM WS-COUNT-LINE.
           MOVE "INSTRUCTIONS CHANGED" TO CL-LABEL.
           MOVE WS-CHANGED-COUNT TO CL-VALUE.
           WRITE PRINT-RECORD FROM WS-COUNT-LINE.
           MOVE "INSTRUCTIONS SUSPENDED" TO CL-LABEL.
           MOVE WS-SUSPENDED-COUNT TO CL-VALUE.
           WRITE PRINT-RECORD FROM WS-COUNT-LINE.
           MOVE "INSTRUCTIONS RESUMED" TO CL-LABEL.
           MOVE WS-RESUMED-COUNT TO CL-VALUE.
           WRITE PRINT-RECORD FROM WS-COUNT-LINE.
           MOVE "INSTRUCTIONS CANCELLED" TO CL-LABEL.
           MOVE WS-CANCELLED-COUNT TO CL-VALUE.
           WRITE PRINT-RECORD FROM WS-COUNT-LINE.
           MOVE "INSTRUCTIONS EXPIRED" TO CL-LABEL.
           MOVE WS-EXPIRED-COUNT TO CL-VALUE.
           WRITE PRINT-RECORD FROM WS-COUNT-LINE.
           MOVE "ITEMS GENERATED" TO CL-LABEL.
           MOVE WS-GENERATED-COUNT TO CL-VALUE.
           WRITE PRINT-RECORD FROM WS-COUNT-LINE.
           MOVE "HASH TOTAL X" TO TL-LABEL.
           MOVE WS-HASH-X TO TL-AMOUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "HASH TOTAL Y" TO TL-LABEL.
           MOVE WS-HASH-Y TO TL-AMOUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           MOVE "CARD ERRORS" TO CL-LABEL.
           MOVE WS-ERROR-COUNT TO CL-VALUE.
           WRITE PRINT-RECORD FROM WS-COUNT-LINE.

       START-RUN-CONTROL.
           SET RP-START-STEP TO TRUE.
           MOVE "STNDGEN" TO RP-PROGRAM.
           MOVE SPACES TO RP-CYCLE-DATE.
           CALL "RUNCTL" USING WS-RUN-CONTROL.
           MOVE ZERO TO RETURN-CODE.

       END-RUN-CONTROL.
           SET RP-END-STEP TO TRUE.
           MOVE RETURN-CODE TO RP-RETURN-CODE.
           CALL "RUNCTL" USING WS-RUN-CONTROL.
           MOVE RP-RETURN-CODE TO RETURN-CODE.
