       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNSTAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT STATUS-CARD-FILE ASSIGN TO "RUNSCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "BUSCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT PRINT-FILE ASSIGN TO "RUNSRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
       01  RUN-CONTROL-RECORD.
           COPY RCTLREC.
       FD  STATUS-CARD-FILE
           RECORDING MODE IS F.
       01  STATUS-CARD-RECORD.
           COPY RUNSCTL.
       FD  CALENDAR-FILE
           RECORDING MODE IS F.
       01  CALENDAR-RECORD.
           COPY CALNDREC.
       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD                    PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-CTL-STATUS PIC XX VALUE SPACES.
       77  WS-CARD-STATUS PIC XX VALUE SPACES.
       77  WS-CAL-STATUS PIC XX VALUE SPACES.
       77  WS-CARD-OK-SW PIC X VALUE "Y".
           88 WS-CARD-OK VALUE "Y".
       77  WS-CTL-EOF-SW PIC X VALUE "N".
           88 WS-CTL-EOF VALUE "Y".
       77  WS-CTL-COUNT PIC 9(3) VALUE ZERO.
       77  WS-CTL-IX PIC 9(3) VALUE ZERO.
       77  WS-FIND-SLOT PIC 9(3) VALUE ZERO.
       77  WS-FIND-PROGRAM PIC X(8) VALUE SPACES.
       77  WS-CYCLE-DATE PIC X(8) VALUE SPACES.
       77  WS-NEXT-BUS-DATE PIC X(8) VALUE SPACES.
       77  WS-RESET-PROGRAM PIC X(8) VALUE SPACES.
       77  WS-RESET-AUTH-ID PIC X(8) VALUE SPACES.
       77  WS-RESET-REFUSED-SW PIC X VALUE "N".
           88 WS-RESET-REFUSED VALUE "Y".
       77  WS-COBOL-DONE-SW PIC X VALUE "N".
           88 WS-COBOL-DONE VALUE "Y".
       77  WS-VERIFY-CLEAR-SW PIC X VALUE "N".
           88 WS-VERIFY-CLEARED VALUE "Y".
       77  WS-MONTH-END-SW PIC X VALUE "N".
           88 WS-MONTH-END VALUE "Y".
       77  WS-TO-RUN-COUNT PIC 9(3) VALUE ZERO.
       77  WS-RUNNING-COUNT PIC 9(3) VALUE ZERO.
       77  WS-ACTIVE-COUNT PIC 9(3) VALUE ZERO.
       77  WS-FAILED-COUNT PIC 9(3) VALUE ZERO.
       77  WS-RC-EDIT PIC ZZZ9 VALUE ZERO.
       77  WS-CAL-EOF-SW PIC X VALUE "N".
           88 WS-CAL-EOF VALUE "Y".
       77  WS-CAL-LOADED-SW PIC X VALUE "N".
           88 WS-CAL-LOADED VALUE "Y".
       77  WS-CAL-FULL-SW PIC X VALUE "N".
           88 WS-CAL-TABLE-FULL VALUE "Y".
       77  WS-CAL-COUNT PIC 9(3) VALUE ZERO.
       77  WS-CAL-IX PIC 9(3) VALUE ZERO.
       77  WS-CAL-DATE-NUM PIC 9(8) VALUE ZERO.
       77  WS-CAL-TEST-INT PIC S9(9) VALUE ZERO.
       77  WS-CAL-DAY-INT PIC S9(9) VALUE ZERO.
       77  WS-CAL-DAY-QUOT PIC S9(9) VALUE ZERO.
       77  WS-CAL-DOW PIC 9 VALUE ZERO.
       77  WS-CAL-TYPE-FOUND PIC X VALUE SPACE.
       77  WS-CAL-BUS-DAY-SW PIC X VALUE "N".
           88 WS-CAL-BUSINESS-DAY VALUE "Y".
       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE        PIC X(8).
           05  WS-CURR-TIME        PIC X(6).
           05  FILLER              PIC X(7).
       01  WS-CONTROL-TABLE.
           05  WS-CTL-ROW          PIC X(80) OCCURS 100 TIMES.
       01  WS-CALENDAR-TABLE.
           05  WS-CAL-ENTRY OCCURS 400 TIMES.
               10  WS-CAL-INT      PIC S9(9).
               10  WS-CAL-TYPE     PIC X.
       01  WS-FOUND-WORK.
           COPY RCTLREC REPLACING LEADING ==JC== BY ==FW==.
       01  WS-COBOL-WORK.
           COPY RCTLREC REPLACING LEADING ==JC== BY ==CB==.
       01  WS-VERIFY-WORK.
           COPY RCTLREC REPLACING LEADING ==JC== BY ==XV==.
       01  WS-EXTRACK-WORK.
           COPY RCTLREC REPLACING LEADING ==JC== BY ==XT==.
       01  WS-CLOSE-WORK.
           COPY RCTLREC REPLACING LEADING ==JC== BY ==GC==.
       01  WS-LIST-WORK.
           COPY RCTLREC REPLACING LEADING ==JC== BY ==LW==.
       01  WS-RUN-CONTROL.
           COPY RCTLPARM.
       01  WS-REPORT-HEADING.
           05  FILLER              PIC X(24)
               VALUE "JOB-STREAM RUN STATUS - ".
           05  RH-CYCLE-DATE       PIC X(8).
           05  FILLER              PIC X(12)
               VALUE "   PRINTED: ".
           05  RH-PRINT-DATE       PIC X(8).
           05  FILLER              PIC X     VALUE SPACE.
           05  RH-PRINT-TIME       PIC X(6).
           05  FILLER              PIC X(73) VALUE SPACES.
       01  WS-CYCLE-COLUMN-HDR.
           05  FILLER              PIC X(10) VALUE "STEP".
           05  FILLER              PIC X(40) VALUE "STATUS".
           05  FILLER              PIC X(10) VALUE "RUN DATE".
           05  FILLER              PIC X(4)  VALUE "  RC".
           05  FILLER              PIC X(68) VALUE SPACES.
       01  WS-CYCLE-LINE.
           05  CY-STEP             PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  CY-STATUS           PIC X(38).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  CY-RUN-DATE         PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  CY-RC               PIC X(4).
           05  FILLER              PIC X(68) VALUE SPACES.
       01  WS-STEP-COLUMN-HDR.
           05  FILLER              PIC X(10) VALUE "PROGRAM".
           05  FILLER              PIC X(10) VALUE "STATE".
           05  FILLER              PIC X(17) VALUE "STARTED".
           05  FILLER              PIC X(17) VALUE "ENDED".
           05  FILLER              PIC X(6)  VALUE "  RC".
           05  FILLER              PIC X(10) VALUE "RUN DATE".
           05  FILLER              PIC X(30) VALUE "NOTE".
           05  FILLER              PIC X(32) VALUE SPACES.
       01  WS-STEP-LINE.
           05  ST-PROGRAM          PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  ST-STATE            PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  ST-START-DATE       PIC X(8).
           05  FILLER              PIC X     VALUE SPACE.
           05  ST-START-TIME       PIC X(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  ST-END-DATE         PIC X(8).
           05  FILLER              PIC X     VALUE SPACE.
           05  ST-END-TIME         PIC X(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  ST-RC               PIC X(4).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  ST-CYCLE-DATE       PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  ST-NOTE             PIC X(30).
           05  FILLER              PIC X(32) VALUE SPACES.
       01  WS-ABEND-NOTE.
           05  FILLER              PIC X(17)
               VALUE "ABEND CLEARED BY ".
           05  AN-AUTH-ID          PIC X(8).
           05  FILLER              PIC X(5)  VALUE SPACES.
       01  WS-RESET-LINE.
           05  FILLER              PIC X(23)
               VALUE "STEP RESET TO FAILED - ".
           05  RL-PROGRAM          PIC X(8).
           05  FILLER              PIC X(8)  VALUE " - AUTH ".
           05  RL-AUTH-ID          PIC X(8).
           05  FILLER              PIC X(85) VALUE SPACES.
       01  WS-COUNT-LINE.
           05  CL-LABEL            PIC X(24).
           05  CL-VALUE            PIC ZZZZZZ9.
           05  FILLER              PIC X(101) VALUE SPACES.
       01  WS-MESSAGE-LINE         PIC X(132).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           PERFORM READ-STATUS-CARD.
           OPEN OUTPUT PRINT-FILE.
           MOVE WS-CYCLE-DATE TO RH-CYCLE-DATE.
           MOVE WS-CURR-DATE TO RH-PRINT-DATE.
           MOVE WS-CURR-TIME TO RH-PRINT-TIME.
           WRITE PRINT-RECORD FROM WS-REPORT-HEADING.
           IF NOT WS-CARD-OK
               MOVE "RUN STATUS CARD INVALID - NO ACTION"
                   TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-RESET-PROGRAM NOT = SPACES
                   PERFORM RESET-ACTIVE-STEP
               END-IF
               PERFORM LOAD-BUSINESS-CALENDAR
               PERFORM LOAD-CONTROL-TABLE
               PERFORM REPORT-DAILY-CYCLE
               PERFORM REPORT-ALL-STEPS
               PERFORM WRITE-STATUS-SUMMARY
               EVALUATE TRUE
                   WHEN WS-FAILED-COUNT > ZERO
                     OR WS-RESET-REFUSED
                     OR WS-CAL-TABLE-FULL
                       MOVE 8 TO RETURN-CODE
                   WHEN WS-TO-RUN-COUNT > ZERO
                     OR WS-RUNNING-COUNT > ZERO
                       MOVE 4 TO RETURN-CODE
                   WHEN OTHER
                       MOVE ZERO TO RETURN-CODE
               END-EVALUATE
           END-IF.
           CLOSE PRINT-FILE.
           GOBACK.

       READ-STATUS-CARD.
           MOVE WS-CURR-DATE TO WS-CYCLE-DATE.
           OPEN INPUT STATUS-CARD-FILE.
           IF WS-CARD-STATUS = "00"
               READ STATUS-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RS-CYCLE-DATE NUMERIC
                           MOVE RS-CYCLE-DATE TO WS-CYCLE-DATE
                       ELSE
                           IF RS-CYCLE-DATE NOT = SPACES
                               MOVE "N" TO WS-CARD-OK-SW
                           END-IF
                       END-IF
                       MOVE RS-RESET-PROGRAM TO WS-RESET-PROGRAM
                       MOVE RS-AUTH-ID TO WS-RESET-AUTH-ID
               END-READ
               CLOSE STATUS-CARD-FILE
           END-IF.

       RESET-ACTIVE-STEP.
           SET RP-RESET-STEP TO TRUE.
           MOVE WS-RESET-PROGRAM TO RP-PROGRAM.
           MOVE SPACES TO RP-CYCLE-DATE.
           MOVE ZERO TO RP-RETURN-CODE.
           MOVE WS-RESET-AUTH-ID TO RP-AUTH-ID.
           CALL "RUNCTL" USING WS-RUN-CONTROL.
           MOVE ZERO TO RETURN-CODE.
           IF RP-REFUSED
               SET WS-RESET-REFUSED TO TRUE
               MOVE RP-MESSAGE TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
           ELSE
               MOVE WS-RESET-PROGRAM TO RL-PROGRAM
               MOVE WS-RESET-AUTH-ID TO RL-AUTH-ID
               WRITE PRINT-RECORD FROM WS-RESET-LINE
           END-IF.

       LOAD-CONTROL-TABLE.
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
               MOVE WS-CTL-ROW (WS-CTL-IX) TO WS-FOUND-WORK
               IF FW-PROGRAM = WS-FIND-PROGRAM
                   MOVE WS-CTL-IX TO WS-FIND-SLOT
               END-IF
           END-PERFORM.
           IF WS-FIND-SLOT > ZERO
               MOVE WS-CTL-ROW (WS-FIND-SLOT) TO WS-FOUND-WORK
           ELSE
               MOVE SPACES TO WS-FOUND-WORK
               MOVE WS-FIND-PROGRAM TO FW-PROGRAM
               MOVE ZERO TO FW-RETURN-CODE
               MOVE ZERO TO FW-CYCLE-RC
           END-IF.

       REPORT-DAILY-CYCLE.
           MOVE "DAILY CYCLE" TO WS-MESSAGE-LINE.
           WRITE PRINT-RECORD FROM WS-MESSAGE-LINE.
           WRITE PRINT-RECORD FROM WS-CYCLE-COLUMN-HDR.
           MOVE "COBOL" TO WS-FIND-PROGRAM.
           PERFORM GET-CONTROL-ROW.
           MOVE WS-FOUND-WORK TO WS-COBOL-WORK.
           MOVE "XVERIFY" TO WS-FIND-PROGRAM.
           PERFORM GET-CONTROL-ROW.
           MOVE WS-FOUND-WORK TO WS-VERIFY-WORK.
           MOVE "EXTRACK" TO WS-FIND-PROGRAM.
           PERFORM GET-CONTROL-ROW.
           MOVE WS-FOUND-WORK TO WS-EXTRACK-WORK.
           MOVE "GLCLOSE" TO WS-FIND-PROGRAM.
           PERFORM GET-CONTROL-ROW.
           MOVE WS-FOUND-WORK TO WS-CLOSE-WORK.
           PERFORM REPORT-DAILY-RUN-STEP.
           PERFORM REPORT-VERIFY-STEP.
           PERFORM REPORT-ACK-CYCLE-STEP.
           PERFORM REPORT-MONTH-CLOSE-STEP.

       REPORT-DAILY-RUN-STEP.
           EVALUATE TRUE
               WHEN CB-ACTIVE
                   MOVE "RUNNING" TO CY-STATUS
                   ADD 1 TO WS-RUNNING-COUNT
               WHEN CB-CYCLE-DATE NOT = SPACES
                AND CB-CYCLE-DATE NOT < WS-CYCLE-DATE
                   SET WS-COBOL-DONE TO TRUE
                   MOVE "COMPLETE" TO CY-STATUS
               WHEN CB-FAILED
                   MOVE "FAILED - RERUN REQUIRED" TO CY-STATUS
                   ADD 1 TO WS-TO-RUN-COUNT
               WHEN OTHER
                   MOVE "NEEDS TO RUN" TO CY-STATUS
                   ADD 1 TO WS-TO-RUN-COUNT
           END-EVALUATE.
           MOVE WS-COBOL-WORK TO WS-FOUND-WORK.
           PERFORM WRITE-CYCLE-LINE.

       REPORT-VERIFY-STEP.
           EVALUATE TRUE
               WHEN NOT WS-COBOL-DONE
                   MOVE "WAITING FOR COBOL" TO CY-STATUS
                   ADD 1 TO WS-TO-RUN-COUNT
               WHEN XV-ACTIVE
                   MOVE "RUNNING" TO CY-STATUS
                   ADD 1 TO WS-RUNNING-COUNT
               WHEN XV-CYCLE-DATE = CB-CYCLE-DATE
                AND XV-CYCLE-END-STAMP > CB-CYCLE-END-STAMP
                AND XV-CYCLE-RC = ZERO
                   SET WS-VERIFY-CLEARED TO TRUE
                   MOVE "CLEARED" TO CY-STATUS
               WHEN XV-CYCLE-DATE = CB-CYCLE-DATE
                AND XV-CYCLE-END-STAMP > CB-CYCLE-END-STAMP
                   MOVE "NOT CLEAN - RESOLVE AND RERUN" TO CY-STATUS
                   ADD 1 TO WS-TO-RUN-COUNT
               WHEN XV-FAILED
                   MOVE "FAILED - RERUN REQUIRED" TO CY-STATUS
                   ADD 1 TO WS-TO-RUN-COUNT
               WHEN OTHER
                   MOVE "NEEDS TO RUN" TO CY-STATUS
                   ADD 1 TO WS-TO-RUN-COUNT
           END-EVALUATE.
           MOVE WS-VERIFY-WORK TO WS-FOUND-WORK.
           PERFORM WRITE-CYCLE-LINE.

       REPORT-ACK-CYCLE-STEP.
           EVALUATE TRUE
               WHEN NOT WS-VERIFY-CLEARED
                   MOVE "WAITING FOR XVERIFY" TO CY-STATUS
                   ADD 1 TO WS-TO-RUN-COUNT
               WHEN XT-ACTIVE
                   MOVE "RUNNING" TO CY-STATUS
                   ADD 1 TO WS-RUNNING-COUNT
               WHEN XT-CYCLE-END-STAMP > XV-CYCLE-END-STAMP
                   MOVE "COMPLETE" TO CY-STATUS
               WHEN XT-FAILED
                   MOVE "FAILED - RERUN REQUIRED" TO CY-STATUS
                   ADD 1 TO WS-TO-RUN-COUNT
               WHEN OTHER
                   MOVE "NEEDS TO RUN" TO CY-STATUS
                   ADD 1 TO WS-TO-RUN-COUNT
           END-EVALUATE.
           MOVE WS-EXTRACK-WORK TO WS-FOUND-WORK.
           PERFORM WRITE-CYCLE-LINE.

       REPORT-MONTH-CLOSE-STEP.
           PERFORM TEST-MONTH-END.
           EVALUATE TRUE
               WHEN NOT WS-MONTH-END
                   MOVE "NOT DUE - NOT LAST BUSINESS DAY" TO CY-STATUS
               WHEN NOT WS-COBOL-DONE
                   MOVE "WAITING FOR COBOL" TO CY-STATUS
                   ADD 1 TO WS-TO-RUN-COUNT
               WHEN GC-ACTIVE
                   MOVE "RUNNING" TO CY-STATUS
                   ADD 1 TO WS-RUNNING-COUNT
               WHEN GC-CYCLE-DATE = WS-CYCLE-DATE
                AND GC-CYCLE-RC = ZERO
                   MOVE "COMPLETE - PERIOD CLOSED" TO CY-STATUS
               WHEN GC-CYCLE-DATE = WS-CYCLE-DATE
                   MOVE "NOT CLOSED - RESOLVE AND RERUN" TO CY-STATUS
                   ADD 1 TO WS-TO-RUN-COUNT
               WHEN GC-FAILED
                   MOVE "FAILED - RERUN REQUIRED" TO CY-STATUS
                   ADD 1 TO WS-TO-RUN-COUNT
               WHEN OTHER
                   MOVE "NEEDS TO RUN" TO CY-STATUS
                   ADD 1 TO WS-TO-RUN-COUNT
           END-EVALUATE.
           MOVE WS-CLOSE-WORK TO WS-FOUND-WORK.
           PERFORM WRITE-CYCLE-LINE.

       TEST-MONTH-END.
           MOVE "N" TO WS-MONTH-END-SW.
           IF WS-CYCLE-DATE NUMERIC
               MOVE WS-CYCLE-DATE TO WS-CAL-DATE-NUM
               COMPUTE WS-CAL-TEST-INT
                   = FUNCTION INTEGER-OF-DATE (WS-CAL-DATE-NUM)
               PERFORM TEST-BUSINESS-DAY
               IF WS-CAL-BUSINESS-DAY
                   ADD 1 TO WS-CAL-TEST-INT
                   PERFORM TEST-BUSINESS-DAY
                   PERFORM UNTIL WS-CAL-BUSINESS-DAY
                       ADD 1 TO WS-CAL-TEST-INT
                       PERFORM TEST-BUSINESS-DAY
                   END-PERFORM
                   COMPUTE WS-CAL-DATE-NUM
                       = FUNCTION DATE-OF-INTEGER (WS-CAL-TEST-INT)
                   MOVE WS-CAL-DATE-NUM TO WS-NEXT-BUS-DATE
                   IF WS-NEXT-BUS-DATE (5:2) NOT = WS-CYCLE-DATE (5:2)
                       SET WS-MONTH-END TO TRUE
                   END-IF
               END-IF
           END-IF.

       WRITE-CYCLE-LINE.
           MOVE FW-PROGRAM TO CY-STEP.
           MOVE FW-CYCLE-DATE TO CY-RUN-DATE.
           IF FW-CYCLE-DATE = SPACES
               MOVE SPACES TO CY-RC
           ELSE
               MOVE FW-CYCLE-RC TO WS-RC-EDIT
               MOVE WS-RC-EDIT TO CY-RC
           END-IF.
           WRITE PRINT-RECORD FROM WS-CYCLE-LINE.

       REPORT-ALL-STEPS.
           MOVE "RECORDED STEPS" TO WS-MESSAGE-LINE.
           WRITE PRINT-RECORD FROM WS-MESSAGE-LINE.
           IF WS-CTL-COUNT = ZERO
               MOVE "NO STEPS RECORDED ON RUN-CONTROL FILE"
                   TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
           ELSE
               WRITE PRINT-RECORD FROM WS-STEP-COLUMN-HDR
               PERFORM VARYING WS-CTL-IX FROM 1 BY 1
                       UNTIL WS-CTL-IX > WS-CTL-COUNT
                   MOVE WS-CTL-ROW (WS-CTL-IX) TO WS-LIST-WORK
                   PERFORM WRITE-STEP-LINE
               END-PERFORM
           END-IF.

       WRITE-STEP-LINE.
           MOVE LW-PROGRAM TO ST-PROGRAM.
           MOVE LW-START-DATE TO ST-START-DATE.
           MOVE LW-START-TIME TO ST-START-TIME.
           MOVE LW-END-DATE TO ST-END-DATE.
           MOVE LW-END-TIME TO ST-END-TIME.
           MOVE LW-CYCLE-DATE TO ST-CYCLE-DATE.
           MOVE SPACES TO ST-NOTE.
           MOVE LW-RETURN-CODE TO WS-RC-EDIT.
           MOVE WS-RC-EDIT TO ST-RC.
           EVALUATE TRUE
               WHEN LW-ACTIVE
                   MOVE "ACTIVE" TO ST-STATE
                   MOVE SPACES TO ST-RC
                   MOVE "RESET IF NO LONGER RUNNING" TO ST-NOTE
                   ADD 1 TO WS-ACTIVE-COUNT
               WHEN LW-FAILED AND LW-ABENDED
                   MOVE "ABENDED" TO ST-STATE
                   MOVE SPACES TO ST-RC
                   MOVE LW-AUTH-ID TO AN-AUTH-ID
                   MOVE WS-ABEND-NOTE TO ST-NOTE
                   ADD 1 TO WS-FAILED-COUNT
               WHEN LW-FAILED
                   MOVE "FAILED" TO ST-STATE
                   ADD 1 TO WS-FAILED-COUNT
               WHEN LW-ENDED
                   MOVE "ENDED" TO ST-STATE
               WHEN OTHER
                   MOVE "UNKNOWN" TO ST-STATE
           END-EVALUATE.
           WRITE PRINT-RECORD FROM WS-STEP-LINE.

       WRITE-STATUS-SUMMARY.
           IF NOT WS-CAL-LOADED
               MOVE "BUSINESS CALENDAR MISSING - NO HOLIDAYS"
                   TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
           END-IF.
           IF WS-CAL-TABLE-FULL
               MOVE "BUSINESS CALENDAR TABLE FULL - DATES DROPPED"
                   TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
           END-IF.
           MOVE "CYCLE STEPS STILL TO RUN" TO CL-LABEL.
           MOVE WS-TO-RUN-COUNT TO CL-VALUE.
           WRITE PRINT-RECORD FROM WS-COUNT-LINE.
           MOVE "CYCLE STEPS RUNNING" TO CL-LABEL.
           MOVE WS-RUNNING-COUNT TO CL-VALUE.
           WRITE PRINT-RECORD FROM WS-COUNT-LINE.
           MOVE "STEPS MARKED ACTIVE" TO CL-LABEL.
           MOVE WS-ACTIVE-COUNT TO CL-VALUE.
           WRITE PRINT-RECORD FROM WS-COUNT-LINE.
           MOVE "STEPS FAILED" TO CL-LABEL.
           MOVE WS-FAILED-COUNT TO CL-VALUE.
           WRITE PRINT-RECORD FROM WS-COUNT-LINE.
           IF WS-TO-RUN-COUNT = ZERO AND WS-RUNNING-COUNT = ZERO
               MOVE "DAILY CYCLE COMPLETE" TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
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
