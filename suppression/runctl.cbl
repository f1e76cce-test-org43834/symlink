       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNCTL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
       01  RUN-CONTROL-RECORD.
           COPY RCTLREC.
       WORKING-STORAGE SECTION.
       77  WS-CTL-STATUS PIC XX VALUE SPACES.
       77  WS-CTL-EOF-SW PIC X VALUE "N".
           88 WS-CTL-EOF VALUE "Y".
       77  WS-CTL-COUNT PIC 9(3) VALUE ZERO.
       77  WS-CTL-IX PIC 9(3) VALUE ZERO.
       77  WS-STEP-SLOT PIC 9(3) VALUE ZERO.
       77  WS-FIND-SLOT PIC 9(3) VALUE ZERO.
       77  WS-FIND-PROGRAM PIC X(8) VALUE SPACES.
       77  WS-PAIR-IX PIC 9(3) VALUE ZERO.
       77  WS-PAIR-COUNT PIC 9(3) VALUE 22.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-STAMP.
               10  WS-CURR-DATE    PIC X(8).
               10  WS-CURR-TIME    PIC X(6).
           05  FILLER              PIC X(7).
       01  WS-CONTROL-TABLE.
           05  WS-CTL-ROW          PIC X(80) OCCURS 100 TIMES.
       01  WS-STEP-WORK.
           COPY RCTLREC REPLACING LEADING ==JC== BY ==SW==.
       01  WS-OTHER-WORK.
           COPY RCTLREC REPLACING LEADING ==JC== BY ==OW==.
       01  WS-PRIOR-WORK.
           COPY RCTLREC REPLACING LEADING ==JC== BY ==PW==.
       01  WS-VERIFY-WORK.
           COPY RCTLREC REPLACING LEADING ==JC== BY ==VW==.
       01  WS-CONFLICT-VALUES.
           05  FILLER PIC X(16) VALUE "COBOL   ACCTMNT ".
           05  FILLER PIC X(16) VALUE "COBOL   ACCTRSCH".
           05  FILLER PIC X(16) VALUE "COBOL   AUDARCH ".
           05  FILLER PIC X(16) VALUE "COBOL   AUDCONV ".
           05  FILLER PIC X(16) VALUE "COBOL   AUDINQ  ".
           05  FILLER PIC X(16) VALUE "COBOL   BALRBLD ".
           05  FILLER PIC X(16) VALUE "COBOL   CLOSEOUT".
           05  FILLER PIC X(16) VALUE "COBOL   DORMANT ".
           05  FILLER PIC X(16) VALUE "COBOL   EXTRACK ".
           05  FILLER PIC X(16) VALUE "COBOL   GLCLOSE ".
           05  FILLER PIC X(16) VALUE "COBOL   STMTGEN ".
           05  FILLER PIC X(16) VALUE "COBOL   STNDGEN ".
           05  FILLER PIC X(16) VALUE "COBOL   TRENDRPT".
           05  FILLER PIC X(16) VALUE "COBOL   TRIALBAL".
           05  FILLER PIC X(16) VALUE "COBOL   XVERIFY ".
           05  FILLER PIC X(16) VALUE "AUDARCH ACCTRSCH".
           05  FILLER PIC X(16) VALUE "AUDARCH AUDCONV ".
           05  FILLER PIC X(16) VALUE "AUDARCH AUDINQ  ".
           05  FILLER PIC X(16) VALUE "AUDARCH XVERIFY ".
           05  FILLER PIC X(16) VALUE "ACCTMNT CLOSEOUT".
           05  FILLER PIC X(16) VALUE "ACCTMNT DORMANT ".
           05  FILLER PIC X(16) VALUE "CLOSEOUTDORMANT ".
       01  WS-CONFLICT-TABLE REDEFINES WS-CONFLICT-VALUES.
           05  WS-CONFLICT-PAIR OCCURS 22 TIMES.
               10  WS-CONFLICT-A   PIC X(8).
               10  WS-CONFLICT-B   PIC X(8).
       01  WS-CONFLICT-MESSAGE.
           05  FILLER              PIC X(39)
               VALUE "RUN REFUSED - CONFLICTING STEP ACTIVE: ".
           05  CM-PROGRAM          PIC X(8).
           05  FILLER              PIC X(13) VALUE SPACES.
       01  WS-DAILY-RUN-MESSAGE.
           05  FILLER              PIC X(47)
               VALUE "RUN REFUSED - COBOL HAS NOT COMPLETED RUN DATE ".
           05  DM-DATE             PIC X(8).
           05  FILLER              PIC X(5)  VALUE SPACES.
       01  WS-CLEARED-MESSAGE.
           05  FILLER              PIC X(47)
               VALUE "RUN REFUSED - XVERIFY HAS NOT CLEARED RUN DATE ".
           05  VM-DATE             PIC X(8).
           05  FILLER              PIC X(5)  VALUE SPACES.
       LINKAGE SECTION.
       01  LS-RUN-CONTROL.
           COPY RCTLPARM.
       PROCEDURE DIVISION USING LS-RUN-CONTROL.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE "N" TO RP-REFUSED-SW.
           MOVE SPACES TO RP-MESSAGE.
           PERFORM LOAD-CONTROL-TABLE.
           MOVE RP-PROGRAM TO WS-FIND-PROGRAM.
           PERFORM GET-CONTROL-ROW.
           MOVE WS-FIND-SLOT TO WS-STEP-SLOT.
           MOVE WS-OTHER-WORK TO WS-STEP-WORK.
           EVALUATE TRUE
               WHEN RP-START-STEP
                   PERFORM START-STEP
               WHEN RP-END-STEP
                   PERFORM END-STEP
               WHEN RP-RESET-STEP
                   PERFORM RESET-STEP
           END-EVALUATE.
           GOBACK.

       LOAD-CONTROL-TABLE.
           MOVE ZERO TO WS-CTL-COUNT.
           MOVE "N" TO WS-CTL-EOF-SW.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-CTL-STATUS = "00"
               PERFORM UNTIL WS-CTL-EOF
                   READ RUN-CONTROL-FILE
                       AT END
                           SET WS-CTL-EOF TO TRUE
                       NOT AT END
                           IF WS-CTL-COUNT < 100
                               ADD 1 TO WS-CTL-COUNT
                               MOVE RUN-CONTROL-RECORD
                                   TO WS-CTL-ROW (WS-CTL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF.

       GET-CONTROL-ROW.
           MOVE ZERO TO WS-FIND-SLOT.
           PERFORM VARYING WS-CTL-IX FROM 1 BY 1
                   UNTIL WS-CTL-IX > WS-CTL-COUNT
               MOVE WS-CTL-ROW (WS-CTL-IX) TO WS-OTHER-WORK
               IF OW-PROGRAM = WS-FIND-PROGRAM
                   MOVE WS-CTL-IX TO WS-FIND-SLOT
               END-IF
           END-PERFORM.
           IF WS-FIND-SLOT > ZERO
               MOVE WS-CTL-ROW (WS-FIND-SLOT) TO WS-OTHER-WORK
           ELSE
               MOVE SPACES TO WS-OTHER-WORK
               MOVE WS-FIND-PROGRAM TO OW-PROGRAM
               MOVE ZERO TO OW-RETURN-CODE
               MOVE ZERO TO OW-CYCLE-RC
           END-IF.

       START-STEP.
           IF SW-ACTIVE
               SET RP-REFUSED TO TRUE
               MOVE "RUN REFUSED - PRIOR RUN STILL MARKED ACTIVE"
                   TO RP-MESSAGE
           END-IF.
           IF NOT RP-REFUSED
               PERFORM CHECK-CONFLICTS
           END-IF.
           IF NOT RP-REFUSED
               PERFORM CHECK-DAILY-ORDER
           END-IF.
           IF NOT RP-REFUSED
               SET SW-ACTIVE TO TRUE
               MOVE WS-CURR-STAMP TO SW-START-STAMP
               MOVE SPACES TO SW-END-STAMP
               MOVE ZERO TO SW-RETURN-CODE
               MOVE SPACE TO SW-ABEND-SW
               MOVE SPACES TO SW-AUTH-ID
               PERFORM STORE-STEP-ROW
               PERFORM REWRITE-CONTROL-FILE
           END-IF.

       CHECK-CONFLICTS.
           PERFORM VARYING WS-CTL-IX FROM 1 BY 1
                   UNTIL WS-CTL-IX > WS-CTL-COUNT OR RP-REFUSED
               MOVE WS-CTL-ROW (WS-CTL-IX) TO WS-OTHER-WORK
               IF OW-ACTIVE AND OW-PROGRAM NOT = RP-PROGRAM
                   PERFORM CHECK-CONFLICT-PAIRS
               END-IF
           END-PERFORM.

       CHECK-CONFLICT-PAIRS.
           PERFORM VARYING WS-PAIR-IX FROM 1 BY 1
                   UNTIL WS-PAIR-IX > WS-PAIR-COUNT
               IF (WS-CONFLICT-A (WS-PAIR-IX) = RP-PROGRAM
                   AND WS-CONFLICT-B (WS-PAIR-IX) = OW-PROGRAM)
                  OR (WS-CONFLICT-A (WS-PAIR-IX) = OW-PROGRAM
                   AND WS-CONFLICT-B (WS-PAIR-IX) = RP-PROGRAM)
                   SET RP-REFUSED TO TRUE
                   MOVE OW-PROGRAM TO CM-PROGRAM
                   MOVE WS-CONFLICT-MESSAGE TO RP-MESSAGE
               END-IF
           END-PERFORM.

       CHECK-DAILY-ORDER.
           EVALUATE RP-PROGRAM
               WHEN "XVERIFY"
               WHEN "GLCLOSE"
                   IF RP-CYCLE-DATE NOT = SPACES
                       PERFORM CHECK-DAILY-RUN-DONE
                   END-IF
               WHEN "EXTRACK"
                   PERFORM CHECK-RUN-DATE-CLEARED
           END-EVALUATE.

       CHECK-DAILY-RUN-DONE.
           MOVE "COBOL" TO WS-FIND-PROGRAM.
           PERFORM GET-CONTROL-ROW.
           MOVE WS-OTHER-WORK TO WS-PRIOR-WORK.
           IF PW-CYCLE-DATE = SPACES
              OR PW-CYCLE-DATE < RP-CYCLE-DATE
               SET RP-REFUSED TO TRUE
               MOVE RP-CYCLE-DATE TO DM-DATE
               MOVE WS-DAILY-RUN-MESSAGE TO RP-MESSAGE
           END-IF.

       CHECK-RUN-DATE-CLEARED.
           MOVE "COBOL" TO WS-FIND-PROGRAM.
           PERFORM GET-CONTROL-ROW.
           MOVE WS-OTHER-WORK TO WS-PRIOR-WORK.
           MOVE "XVERIFY" TO WS-FIND-PROGRAM.
           PERFORM GET-CONTROL-ROW.
           MOVE WS-OTHER-WORK TO WS-VERIFY-WORK.
           IF PW-CYCLE-DATE = SPACES
              OR VW-CYCLE-DATE NOT = PW-CYCLE-DATE
              OR VW-CYCLE-RC NOT = ZERO
              OR VW-CYCLE-END-STAMP NOT > PW-CYCLE-END-STAMP
               SET RP-REFUSED TO TRUE
               MOVE PW-CYCLE-DATE TO VM-DATE
               MOVE WS-CLEARED-MESSAGE TO RP-MESSAGE
           END-IF.

       END-STEP.
           MOVE WS-CURR-STAMP TO SW-END-STAMP.
           MOVE RP-RETURN-CODE TO SW-RETURN-CODE.
           IF RP-RETURN-CODE < 12
               SET SW-ENDED TO TRUE
               IF RP-CYCLE-DATE NOT = SPACES
                   MOVE RP-CYCLE-DATE TO SW-CYCLE-DATE
                   MOVE WS-CURR-STAMP TO SW-CYCLE-END-STAMP
                   MOVE RP-RETURN-CODE TO SW-CYCLE-RC
               END-IF
           ELSE
               SET SW-FAILED TO TRUE
           END-IF.
           PERFORM STORE-STEP-ROW.
           PERFORM REWRITE-CONTROL-FILE.

       RESET-STEP.
           IF NOT SW-ACTIVE
               SET RP-REFUSED TO TRUE
               MOVE "RESET REFUSED - STEP IS NOT MARKED ACTIVE"
                   TO RP-MESSAGE
           ELSE
               IF RP-AUTH-ID = SPACES
                   SET RP-REFUSED TO TRUE
                   MOVE "RESET REFUSED - AUTH ID REQUIRED"
                       TO RP-MESSAGE
               ELSE
                   SET SW-FAILED TO TRUE
                   SET SW-ABENDED TO TRUE
                   MOVE RP-AUTH-ID TO SW-AUTH-ID
                   MOVE WS-CURR-STAMP TO SW-END-STAMP
                   MOVE ZERO TO SW-RETURN-CODE
                   PERFORM STORE-STEP-ROW
                   PERFORM REWRITE-CONTROL-FILE
               END-IF
           END-IF.

       STORE-STEP-ROW.
           IF WS-STEP-SLOT = ZERO AND WS-CTL-COUNT < 100
               ADD 1 TO WS-CTL-COUNT
               MOVE WS-CTL-COUNT TO WS-STEP-SLOT
           END-IF.
           IF WS-STEP-SLOT > ZERO
               MOVE WS-STEP-WORK TO WS-CTL-ROW (WS-STEP-SLOT)
           END-IF.

       REWRITE-CONTROL-FILE.
           OPEN OUTPUT RUN-CONTROL-FILE.
           IF WS-CTL-STATUS = "00"
               PERFORM VARYING WS-CTL-IX FROM 1 BY 1
                       UNTIL WS-CTL-IX > WS-CTL-COUNT
                   WRITE RUN-CONTROL-RECORD
                       FROM WS-CTL-ROW (WS-CTL-IX)
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF.
