           SELECT CLOSE-CARD-FILE ASSIGN TO "GLCLSCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "BUSCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT PRINT-FILE ASSIGN TO "GLCLSRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           RECORDING MODE IS F.
       01  CLOSE-CARD-RECORD.
           COPY GLCLSCTL.
       FD  CALENDAR-FILE
           RECORDING MODE IS F.
       01  CALENDAR-RECORD.
           COPY CALNDREC.
       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD                    PIC X(132).
       77  WS-TIE-DIFF PIC S9(13) VALUE ZERO.
       77  WS-TIE-OK-SW PIC X VALUE "N".
           88 WS-TIE-OK VALUE "Y".
       77  WS-BUS-DAY-COUNT PIC 9(3) VALUE ZERO.
       77  WS-MONTH-FIRST-INT PIC S9(9) VALUE ZERO.
       77  WS-MONTH-LAST-INT PIC S9(9) VALUE ZERO.
       77  WS-LAST-BUS-DATE PIC X(8) VALUE SPACES.
       77  WS-CAL-STATUS PIC XX VALUE SPACES.
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
       01  WS-MONTH-DATE.
           05  WS-MONTH-YYYY       PIC 9(4).
           05  WS-MONTH-MM         PIC 9(2).
           05  WS-MONTH-DD         PIC 9(2) VALUE 1.
       01  WS-CALENDAR-TABLE.
           05  WS-CAL-ENTRY OCCURS 400 TIMES.
               10  WS-CAL-INT      PIC S9(9).
               10  WS-CAL-TYPE     PIC X.
       01  WS-DATE-TABLE.
           05  WS-DATE-ENTRY OCCURS 100 TIMES.
               10  WS-DT-DATE      PIC X(8).
           05  AL-AMOUNT           PIC -(13)9.
           05  FILLER              PIC X(94) VALUE SPACES.
       01  WS-MESSAGE-LINE         PIC X(132).
       01  WS-RUN-CONTROL.
           COPY RCTLPARM.
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           PERFORM READ-CLOSE-CARD.
           PERFORM LOAD-BUSINESS-CALENDAR.
           IF WS-CARD-OK
              AND WS-CLOSE-MONTH (5:2) >= "01"
              AND WS-CLOSE-MONTH (5:2) <= "12"
               PERFORM SET-MONTH-LIMITS
               PERFORM FIND-LAST-BUSINESS-DAY
           END-IF.
           PERFORM START-RUN-CONTROL.
           OPEN OUTPUT PRINT-FILE.
           MOVE WS-CLOSE-MONTH TO CH-CLOSE-MONTH.
           MOVE WS-CURR-DATE TO CH-PRINT-DATE.
           WRITE PRINT-RECORD FROM WS-REPORT-HEADING.
           IF RP-REFUSED
               MOVE RP-MESSAGE TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
               CLOSE PRINT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT WS-CARD-OK
               MOVE "CLOSE MONTH CARD MISSING OR INVALID - NO ACTION"
                   TO WS-MESSAGE-LINE
                      AND WS-ORPHAN-COUNT = ZERO
                      AND WS-TIE-OK
                      AND NOT WS-TABLE-FULL
                      AND NOT WS-CAL-TABLE-FULL
                      AND WS-DATE-COUNT > ZERO
                       PERFORM WRITE-MONTH-JOURNAL
                       PERFORM WRITE-CLOSED-PERIOD
               END-IF
           END-IF.
           CLOSE PRINT-FILE.
           PERFORM END-RUN-CONTROL.
           GOBACK.

       READ-CLOSE-CARD.
                   ADD 1 TO WS-MISSING-COUNT
               END-IF
           END-PERFORM.
           IF WS-CLOSE-MONTH (5:2) >= "01"
              AND WS-CLOSE-MONTH (5:2) <= "12"
               PERFORM CHECK-BUSINESS-DAY-RUNS
           END-IF.

       CHECK-BUSINESS-DAY-RUNS.
           PERFORM SET-MONTH-LIMITS.
           PERFORM VARYING WS-CAL-TEST-INT FROM WS-MONTH-FIRST-INT
                   BY 1 UNTIL WS-CAL-TEST-INT > WS-MONTH-LAST-INT
               PERFORM TEST-BUSINESS-DAY
               IF WS-CAL-BUSINESS-DAY
                   ADD 1 TO WS-BUS-DAY-COUNT
                   PERFORM CHECK-ONE-BUSINESS-DAY
               END-IF
           END-PERFORM.

       SET-MONTH-LIMITS.
           MOVE WS-CLOSE-MONTH (1:4) TO WS-MONTH-YYYY.
           MOVE WS-CLOSE-MONTH (5:2) TO WS-MONTH-MM.
           MOVE WS-MONTH-DATE TO WS-CAL-DATE-NUM.
           COMPUTE WS-MONTH-FIRST-INT
               = FUNCTION INTEGER-OF-DATE (WS-CAL-DATE-NUM).
           IF WS-MONTH-MM = 12
               ADD 1 TO WS-MONTH-YYYY
               MOVE 1 TO WS-MONTH-MM
           ELSE
               ADD 1 TO WS-MONTH-MM
           END-IF.
           MOVE WS-MONTH-DATE TO WS-CAL-DATE-NUM.
           COMPUTE WS-MONTH-LAST-INT
               = FUNCTION INTEGER-OF-DATE (WS-CAL-DATE-NUM) - 1.

       FIND-LAST-BUSINESS-DAY.
           MOVE WS-MONTH-LAST-INT TO WS-CAL-TEST-INT.
           PERFORM TEST-BUSINESS-DAY.
           PERFORM UNTIL WS-CAL-BUSINESS-DAY
                      OR WS-CAL-TEST-INT NOT > WS-MONTH-FIRST-INT
               SUBTRACT 1 FROM WS-CAL-TEST-INT
               PERFORM TEST-BUSINESS-DAY
           END-PERFORM.
           COMPUTE WS-CAL-DATE-NUM
               = FUNCTION DATE-OF-INTEGER (WS-CAL-TEST-INT).
           MOVE WS-CAL-DATE-NUM TO WS-LAST-BUS-DATE.

       CHECK-ONE-BUSINESS-DAY.
           COMPUTE WS-CAL-DATE-NUM
               = FUNCTION DATE-OF-INTEGER (WS-CAL-TEST-INT).
           MOVE ZERO TO WS-DATE-SLOT.
           PERFORM VARYING WS-DATE-IX FROM 1 BY 1
                   UNTIL WS-DATE-IX > WS-DATE-COUNT
               IF WS-DT-DATE (WS-DATE-IX) = WS-CAL-DATE-NUM
                   MOVE WS-DATE-IX TO WS-DATE-SLOT
               END-IF
           END-PERFORM.
           IF WS-DATE-SLOT = ZERO
               MOVE WS-CAL-DATE-NUM TO DT-DATE
               MOVE "NO RUN HISTORY FOR BUSINESS DAY" TO DT-TEXT
               WRITE PRINT-RECORD FROM WS-DATE-LINE
               ADD 1 TO WS-MISSING-COUNT
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

       CHECK-MONTH-TIE.
           COMPUTE WS-TIE-DIFF = WS-MONTH-DEBIT - WS-MONTH-CREDIT
           END-IF.

       WRITE-CLOSE-REPORT.
           IF NOT WS-CAL-LOADED
               MOVE "BUSINESS CALENDAR MISSING - NO HOLIDAYS"
                   TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
           END-IF.
           IF WS-CAL-TABLE-FULL
               MOVE "BUSINESS CALENDAR TABLE FULL - CLOSE INCOMPLETE"
                   TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
           END-IF.
           IF WS-TABLE-FULL
               MOVE "RUN DATE TABLE FULL - CLOSE INCOMPLETE"
                   TO WS-MESSAGE-LINE
                   TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
           END-IF.
           MOVE "BUSINESS DAYS IN MONTH" TO AL-LABEL.
           MOVE WS-BUS-DAY-COUNT TO AL-AMOUNT.
           WRITE PRINT-RECORD FROM WS-AMOUNT-LINE.
           MOVE "PROCESSING DAYS" TO AL-LABEL.
           MOVE WS-DATE-COUNT TO AL-AMOUNT.
           WRITE PRINT-RECORD FROM WS-AMOUNT-LINE.
               WRITE CLOSED-PERIOD-RECORD
               CLOSE CLOSED-PERIOD-FILE
           END-IF.

       START-RUN-CONTROL.
           SET RP-START-STEP TO TRUE.
           MOVE "GLCLOSE" TO RP-PROGRAM.
           MOVE WS-LAST-BUS-DATE TO RP-CYCLE-DATE.
           CALL "RUNCTL" USING WS-RUN-CONTROL.
           MOVE ZERO TO RETURN-CODE.

       END-RUN-CONTROL.
           SET RP-END-STEP TO TRUE.
           MOVE RETURN-CODE TO RP-RETURN-CODE.
           CALL "RUNCTL" USING WS-RUN-CONTROL.
           MOVE RP-RETURN-CODE TO RETURN-CODE.
