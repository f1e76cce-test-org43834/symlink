           SELECT ACK-CARD-FILE ASSIGN TO "ACKCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "BUSCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT BUSDAY-OVERRIDE-FILE ASSIGN TO "BUSOVRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDOV-STATUS.
           SELECT PRINT-FILE ASSIGN TO "XMITRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           RECORDING MODE IS F.
       01  ACK-CARD-RECORD.
           COPY ACKCTL.
       FD  CALENDAR-FILE
           RECORDING MODE IS F.
       01  CALENDAR-RECORD.
           COPY CALNDREC.
       FD  BUSDAY-OVERRIDE-FILE
           RECORDING MODE IS F.
       01  BUSDAY-OVERRIDE-RECORD.
           COPY BDOVREC.
       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD                    PIC X(132).
       77  WS-TODAY-INT PIC S9(9) VALUE ZERO.
       77  WS-SENT-INT PIC S9(9) VALUE ZERO.
       77  WS-AGE-DAYS PIC S9(5) VALUE ZERO.
       77  WS-CAL-STATUS PIC XX VALUE SPACES.
       77  WS-BDOV-STATUS PIC XX VALUE SPACES.
       77  WS-CAL-EOF-SW PIC X VALUE "N".
           88 WS-CAL-EOF VALUE "Y".
       77  WS-CAL-LOADED-SW PIC X VALUE "N".
           88 WS-CAL-LOADED VALUE "Y".
       77  WS-CAL-FULL-SW PIC X VALUE "N".
           88 WS-CAL-TABLE-FULL VALUE "Y".
       77  WS-CAL-COUNT PIC 9(3) VALUE ZERO.
       77  WS-CAL-IX PIC 9(3) VALUE ZERO.
       77  WS-CAL-DATE-NUM PIC 9(8) VALUE ZERO.
       77  WS-CAL-RUN-INT PIC S9(9) VALUE ZERO.
       77  WS-CAL-TEST-INT PIC S9(9) VALUE ZERO.
       77  WS-CAL-FROM-INT PIC S9(9) VALUE ZERO.
       77  WS-CAL-START-INT PIC S9(9) VALUE ZERO.
       77  WS-CAL-TO-INT PIC S9(9) VALUE ZERO.
       77  WS-CAL-DAY-INT PIC S9(9) VALUE ZERO.
       77  WS-CAL-DAY-QUOT PIC S9(9) VALUE ZERO.
       77  WS-CAL-DOW PIC 9 VALUE ZERO.
       77  WS-CAL-TYPE-FOUND PIC X VALUE SPACE.
       77  WS-CAL-BUS-DAYS PIC S9(5) VALUE ZERO.
       77  WS-CAL-BUS-DAY-SW PIC X VALUE "N".
           88 WS-CAL-BUSINESS-DAY VALUE "Y".
       77  WS-NONBUS-WARN-SW PIC X VALUE "N".
           88 WS-NONBUS-WARNING VALUE "Y".
       77  WS-NONBUS-OVR-SW PIC X VALUE "N".
           88 WS-NONBUS-OVERRIDDEN VALUE "Y".
       77  WS-NONBUS-AUTH-ID PIC X(8) VALUE SPACES.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE        PIC X(8).
           05  WS-CURR-TIME        PIC X(6).
               10  WS-GEN-ACK-SW   PIC X.
               10  WS-GEN-ACK-DATE PIC X(8).
               10  WS-GEN-RETR-SW  PIC X.
       01  WS-CALENDAR-TABLE.
           05  WS-CAL-ENTRY OCCURS 400 TIMES.
               10  WS-CAL-INT      PIC S9(9).
               10  WS-CAL-TYPE     PIC X.
       01  WS-REGISTER-WORK.
           COPY XMTRGREC REPLACING LEADING ==XM== BY ==XW==.
       01  WS-REPORT-HEADING.
           05  CL-LABEL            PIC X(24).
           05  CL-VALUE            PIC ZZZZZZ9.
           05  FILLER              PIC X(101) VALUE SPACES.
       01  WS-NONBUS-OVR-LINE.
           05  FILLER              PIC X(37)
               VALUE "NON-BUSINESS DAY RUN ACCEPTED - AUTH ".
           05  NB-AUTH-ID          PIC X(8).
           05  FILLER              PIC X(87) VALUE SPACES.
       01  WS-MESSAGE-LINE         PIC X(132).
       01  WS-RUN-CONTROL.
           COPY RCTLPARM.
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           PERFORM READ-ACK-CARD.
           PERFORM START-RUN-CONTROL.
           OPEN OUTPUT PRINT-FILE.
           MOVE WS-CURR-DATE TO RH-RUN-DATE.
           MOVE WS-GRACE-DAYS TO RH-GRACE-DAYS.
           WRITE PRINT-RECORD FROM WS-REPORT-HEADING.
           IF RP-REFUSED
               MOVE RP-MESSAGE TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
               CLOSE PRINT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-BUSINESS-CALENDAR.
           PERFORM WRITE-CALENDAR-MESSAGES.
           PERFORM LOAD-REGISTER-TABLE.
           IF WS-GEN-COUNT = ZERO
               MOVE "TRANSMISSION REGISTER EMPTY - NO ACTION"
                  OR WS-ACK-UNKNOWN > ZERO
                  OR WS-OVERDUE-COUNT > ZERO
                  OR WS-TABLE-FULL
                  OR WS-CAL-TABLE-FULL
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-NONBUS-WARNING AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE PRINT-FILE.
           PERFORM END-RUN-CONTROL.
           GOBACK.

       READ-ACK-CARD.
               CLOSE ACK-CARD-FILE
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

       WRITE-CALENDAR-MESSAGES.
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
           IF WS-NONBUS-WARNING
               MOVE "NON-BUSINESS DAY RUN - OPERATOR WARNING"
                   TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
           END-IF.
           IF WS-NONBUS-OVERRIDDEN
               MOVE WS-NONBUS-AUTH-ID TO NB-AUTH-ID
               WRITE PRINT-RECORD FROM WS-NONBUS-OVR-LINE
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

       LOAD-REGISTER-TABLE.
           OPEN INPUT TRANSMIT-REGISTER.
           IF WS-XMIT-STATUS = "00"
           MOVE WS-GEN-DATE (WS-GEN-IX) TO WS-DATE-NUM.
           COMPUTE WS-SENT-INT
               = FUNCTION INTEGER-OF-DATE (WS-DATE-NUM).
           IF WS-SENT-INT > ZERO
               MOVE WS-SENT-INT TO WS-CAL-FROM-INT
               MOVE WS-TODAY-INT TO WS-CAL-TO-INT
               PERFORM COUNT-BUSINESS-DAYS
               MOVE WS-CAL-BUS-DAYS TO WS-AGE-DAYS
           ELSE
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-SENT-INT
           END-IF.
           IF WS-AGE-DAYS > WS-GRACE-DAYS
               MOVE WS-GEN-NO (WS-GEN-IX) TO GL-GENERATION
               MOVE "UNACKNOWLEDGED PAST GRACE PERIOD" TO GL-TEXT
           MOVE "FLAGGED FOR RETRANSMIT" TO CL-LABEL.
           MOVE WS-RETRANS-COUNT TO CL-VALUE.
           WRITE PRINT-RECORD FROM WS-COUNT-LINE.

       START-RUN-CONTROL.
           SET RP-START-STEP TO TRUE.
           MOVE "EXTRACK" TO RP-PROGRAM.
           MOVE WS-CURR-DATE TO RP-CYCLE-DATE.
           CALL "RUNCTL" USING WS-RUN-CONTROL.
           MOVE ZERO TO RETURN-CODE.

       END-RUN-CONTROL.
           SET RP-END-STEP TO TRUE.
           MOVE RETURN-CODE TO RP-RETURN-CODE.
           CALL "RUNCTL" USING WS-RUN-CONTROL.
           MOVE RP-RETURN-CODE TO RETURN-CODE.
