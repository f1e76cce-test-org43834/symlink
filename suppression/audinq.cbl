       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVE-FILE ASSIGN TO "ARCHFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT INQ-CARD-FILE ASSIGN TO "INQCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           RECORDING MODE IS F.
       01  AUDIT-RECORD.
           COPY AUDTREC.
       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-RECORD.
           COPY AUDTREC REPLACING LEADING ==AU== BY ==AA==.
       FD  INQ-CARD-FILE
           RECORDING MODE IS F.
       01  INQ-CARD-RECORD.
       01  PRINT-RECORD                    PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-CARD-STATUS PIC XX VALUE SPACES.
       77  WS-ARCH-STATUS PIC XX VALUE SPACES.
       77  WS-CARD-OK-SW PIC X VALUE "N".
           88 WS-CARD-OK VALUE "Y".
       77  WS-EOF-SW PIC X VALUE "N".
       77  WS-REQUEST-KEY PIC 9(6) VALUE ZERO.
       77  WS-FROM-DATE PIC X(8) VALUE SPACES.
       77  WS-TO-DATE PIC X(8) VALUE SPACES.
       77  WS-SOURCE PIC X(7) VALUE SPACES.
       01  WS-AUDIT-WORK.
           COPY AUDTREC REPLACING LEADING ==AU== BY ==AW==.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE        PIC X(8).
           05  WS-CURR-TIME        PIC X(6).
           05  FILLER              PIC X(10) VALUE "X".
           05  FILLER              PIC X(10) VALUE "Y".
           05  FILLER              PIC X(12) VALUE "Z".
           05  FILLER              PIC X(5)  VALUE "OP".
           05  FILLER              PIC X(8)  VALUE "SOURCE".
           05  FILLER              PIC X(61) VALUE SPACES.
       01  WS-DETAIL-LINE.
           05  DL-RUN-DATE         PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DL-Z                PIC -(9)9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DL-OP               PIC X(3).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DL-SOURCE           PIC X(7).
           05  FILLER              PIC X(62) VALUE SPACES.
       01  WS-COUNT-LINE.
           05  FILLER              PIC X(24)
               VALUE "RECORDS SELECTED".
           05  CL-VALUE            PIC ZZZZZZ9.
           05  FILLER              PIC X(101) VALUE SPACES.
       01  WS-MESSAGE-LINE         PIC X(132).
       01  WS-RUN-CONTROL.
           COPY RCTLPARM.
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           PERFORM READ-INQUIRY-CARD.
           PERFORM START-RUN-CONTROL.
           OPEN OUTPUT PRINT-FILE.
           PERFORM WRITE-INQUIRY-HEADING.
           IF RP-REFUSED
               MOVE RP-MESSAGE TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
               CLOSE PRINT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT WS-CARD-OK
               MOVE "INQUIRY CARD MISSING OR INVALID - NO ACTION"
                   TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM SEARCH-ARCHIVE-FILE
               MOVE "N" TO WS-EOF-SW
               MOVE "LIVE" TO WS-SOURCE
               OPEN INPUT AUDIT-FILE
               PERFORM UNTIL WS-EOF
                   READ AUDIT-FILE INTO WS-AUDIT-WORK
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
               WRITE PRINT-RECORD FROM WS-COUNT-LINE
           END-IF.
           CLOSE PRINT-FILE.
           PERFORM END-RUN-CONTROL.
           GOBACK.

       READ-INQUIRY-CARD.
               CLOSE INQ-CARD-FILE
           END-IF.

       SEARCH-ARCHIVE-FILE.
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

       EDIT-INQUIRY-CARD.
           MOVE IQ-REQUEST-TYPE TO WS-REQUEST-TYPE.
           MOVE IQ-FROM-DATE TO WS-FROM-DATE.
           MOVE "N" TO WS-MATCH-SW.
           EVALUATE WS-REQUEST-TYPE
               WHEN "K"
                   IF AW-KEY = WS-REQUEST-KEY
                      AND (WS-FROM-DATE = SPACES
                           OR AW-RUN-DATE >= WS-FROM-DATE)
                      AND (WS-TO-DATE = SPACES
                           OR AW-RUN-DATE <= WS-TO-DATE)
                       SET WS-MATCHED TO TRUE
                   END-IF
               WHEN "D"
                   IF AW-RUN-DATE = WS-FROM-DATE
                       SET WS-MATCHED TO TRUE
                   END-IF
           END-EVALUATE.
           END-IF.

       WRITE-INQUIRY-DETAIL.
           MOVE AW-RUN-DATE TO DL-RUN-DATE.
           MOVE AW-RUN-TIME TO DL-RUN-TIME.
           MOVE AW-KEY TO DL-KEY.
           MOVE AW-X TO DL-X.
           MOVE AW-Y TO DL-Y.
           MOVE AW-Z TO DL-Z.
           MOVE AW-OP-CODE TO DL-OP.
           MOVE WS-SOURCE TO DL-SOURCE.
           WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
           ADD 1 TO WS-MATCH-COUNT.

           MOVE WS-TO-DATE TO IH-TO-DATE.
           WRITE PRINT-RECORD FROM WS-REPORT-HEADING.
           WRITE PRINT-RECORD FROM WS-COLUMN-HDR.

       START-RUN-CONTROL.
           SET RP-START-STEP TO TRUE.
           MOVE "AUDINQ" TO RP-PROGRAM.
           MOVE SPACES TO RP-CYCLE-DATE.
           CALL "RUNCTL" USING WS-RUN-CONTROL.
           MOVE ZERO TO RETURN-CODE.

       END-RUN-CONTROL.
           SET RP-END-STEP TO TRUE.
           MOVE RETURN-CODE TO RP-RETURN-CODE.
           CALL "RUNCTL" USING WS-RUN-CONTROL.
           MOVE RP-RETURN-CODE TO RETURN-CODE.
