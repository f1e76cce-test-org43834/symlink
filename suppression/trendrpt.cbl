           SELECT TREND-CARD-FILE ASSIGN TO "TRENDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "BUSCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT PRINT-FILE ASSIGN TO "TRNDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           RECORDING MODE IS F.
       01  TREND-CARD-RECORD.
           COPY TRENDCTL.
       FD  CALENDAR-FILE
           RECORDING MODE IS F.
       01  CALENDAR-RECORD.
           COPY CALNDREC.
       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD                    PIC X(132).
       77  WS-RUN-COUNT PIC 9(3) VALUE ZERO.
       77  WS-RUN-IX PIC 9(3) VALUE ZERO.
       77  WS-WIN-IX PIC 9(3) VALUE ZERO.
       77  WS-WIN-COUNT PIC 9(3) VALUE ZERO.
       77  WS-WIN-READ-SUM PIC S9(9) VALUE ZERO.
       77  WS-WIN-REJ-SUM PIC S9(9) VALUE ZERO.
           88 WS-REJECT-FLAGGED VALUE "Y".
       77  WS-TABLE-FULL-SW PIC X VALUE "N".
           88 WS-TABLE-FULL VALUE "Y".
       77  WS-NONBUS-FLAG-SW PIC X VALUE "N".
           88 WS-NONBUS-FLAGGED VALUE "Y".
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
               10  WS-RUN-REJ      PIC 9(7).
               10  WS-RUN-RECON    PIC 9(7).
               10  WS-RUN-TOTAL-Z  PIC S9(11).
               10  WS-RUN-BUS-SW   PIC X.
       01  WS-CALENDAR-TABLE.
           05  WS-CAL-ENTRY OCCURS 400 TIMES.
               10  WS-CAL-INT      PIC S9(9).
               10  WS-CAL-TYPE     PIC X.
       01  WS-REPORT-HEADING.
           05  FILLER              PIC X(22)
               VALUE "RUN TREND REPORT FOR ".
           05  DL-FLAGS            PIC X(18).
           05  FILLER              PIC X(62) VALUE SPACES.
       01  WS-MESSAGE-LINE         PIC X(132).
       01  WS-RUN-CONTROL.
           COPY RCTLPARM.
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           PERFORM READ-TREND-CARD.
           PERFORM START-RUN-CONTROL.
           OPEN OUTPUT PRINT-FILE.
           MOVE WS-REPORT-MONTH TO TH-REPORT-MONTH.
           MOVE WS-CURR-DATE TO TH-PRINT-DATE.
           MOVE WS-DEVIATION-PCT TO TH-DEVIATION-PCT.
           WRITE PRINT-RECORD FROM WS-REPORT-HEADING.
           IF RP-REFUSED
               MOVE RP-MESSAGE TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
               CLOSE PRINT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT WS-CARD-OK
               MOVE "REPORT MONTH CARD MISSING OR INVALID - NO ACTION"
                   TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM LOAD-BUSINESS-CALENDAR
               IF NOT WS-CAL-LOADED
                   MOVE "BUSINESS CALENDAR MISSING - NO HOLIDAYS"
                       TO WS-MESSAGE-LINE
                   WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
               END-IF
               IF WS-CAL-TABLE-FULL
                   MOVE "BUSINESS CALENDAR TABLE FULL - DATES DROPPED"
                       TO WS-MESSAGE-LINE
                   WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM LOAD-RUN-TABLE
               IF WS-RUN-COUNT = ZERO
                   MOVE "NO RUN HISTORY FOUND FOR REPORT MONTH"
               END-IF
           END-IF.
           CLOSE PRINT-FILE.
           PERFORM END-RUN-CONTROL.
           GOBACK.

       READ-TREND-CARD.
               MOVE RN-REJECTED-COUNT TO WS-RUN-REJ (WS-RUN-COUNT)
               MOVE RN-RECON-EXC-COUNT TO WS-RUN-RECON (WS-RUN-COUNT)
               MOVE RN-TOTAL-Z TO WS-RUN-TOTAL-Z (WS-RUN-COUNT)
               MOVE "Y" TO WS-RUN-BUS-SW (WS-RUN-COUNT)
               IF RN-RUN-DATE NUMERIC
                   MOVE RN-RUN-DATE TO WS-CAL-DATE-NUM
                   COMPUTE WS-CAL-TEST-INT
                       = FUNCTION INTEGER-OF-DATE (WS-CAL-DATE-NUM)
                   PERFORM TEST-BUSINESS-DAY
                   IF NOT WS-CAL-BUSINESS-DAY
                       MOVE "N" TO WS-RUN-BUS-SW (WS-RUN-COUNT)
                   END-IF
               END-IF
           ELSE
               SET WS-TABLE-FULL TO TRUE
           END-IF.
           MOVE WS-RUN-RECON (WS-RUN-IX) TO DL-RECON.
           MOVE WS-RUN-TOTAL-Z (WS-RUN-IX) TO DL-TOTAL-Z.
           EVALUATE TRUE
               WHEN WS-NONBUS-FLAGGED
                   MOVE "NON-BUSINESS DAY" TO DL-FLAGS
               WHEN WS-VOLUME-FLAGGED AND WS-REJECT-FLAGGED
                   MOVE "*VOLUME *REJECTS" TO DL-FLAGS
               WHEN WS-VOLUME-FLAGGED
       CHECK-RUN-ANOMALIES.
           MOVE "N" TO WS-VOLUME-FLAG-SW.
           MOVE "N" TO WS-REJECT-FLAG-SW.
           MOVE "N" TO WS-NONBUS-FLAG-SW.
           IF WS-RUN-BUS-SW (WS-RUN-IX) = "N"
               SET WS-NONBUS-FLAGGED TO TRUE
           ELSE
               PERFORM SUM-TRAILING-WINDOW
               IF WS-WIN-COUNT > ZERO
                   PERFORM CHECK-VOLUME-DEVIATION
                   PERFORM CHECK-REJECT-DEVIATION
               END-IF
           END-IF.

       SUM-TRAILING-WINDOW.
           MOVE ZERO TO WS-WIN-COUNT.
           MOVE ZERO TO WS-WIN-READ-SUM.
           MOVE ZERO TO WS-WIN-REJ-SUM.
           MOVE WS-RUN-IX TO WS-WIN-IX.
           PERFORM UNTIL WS-WIN-IX < 2 OR WS-WIN-COUNT >= 5
               SUBTRACT 1 FROM WS-WIN-IX
               IF WS-RUN-BUS-SW (WS-WIN-IX) = "Y"
                   ADD 1 TO WS-WIN-COUNT
                   ADD WS-RUN-READ (WS-WIN-IX) TO WS-WIN-READ-SUM
                   ADD WS-RUN-REJ (WS-WIN-IX) TO WS-WIN-REJ-SUM
               END-IF
           END-PERFORM.

       CHECK-VOLUME-DEVIATION.
           IF WS-DIFF * 100 > WS-AVG-RATE-BP * WS-DEVIATION-PCT
               SET WS-REJECT-FLAGGED TO TRUE
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

       START-RUN-CONTROL.
           SET RP-START-STEP TO TRUE.
           MOVE "TRENDRPT" TO RP-PROGRAM.
           MOVE SPACES TO RP-CYCLE-DATE.
           CALL "RUNCTL" USING WS-RUN-CONTROL.
           MOVE ZERO TO RETURN-CODE.

       END-RUN-CONTROL.
           SET RP-END-STEP TO TRUE.
           MOVE RETURN-CODE TO RP-RETURN-CODE.
           CALL "RUNCTL" USING WS-RUN-CONTROL.
           MOVE RP-RETURN-CODE TO RETURN-CODE.
