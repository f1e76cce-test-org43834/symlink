           05  ML-TALLY            PIC ZZZZZZ9.
           05  FILLER              PIC X(101) VALUE SPACES.
       01  WS-MESSAGE-LINE         PIC X(132).
       01  WS-RUN-CONTROL.
           COPY RCTLPARM.
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           PERFORM READ-ARCHIVE-CARD.
           PERFORM START-RUN-CONTROL.
           OPEN OUTPUT PRINT-FILE.
           MOVE WS-CURR-DATE TO AH-RUN-DATE.
           MOVE WS-CUTOFF-DATE TO AH-CUTOFF-DATE.
           WRITE PRINT-RECORD FROM WS-REPORT-HEADING.
           IF RP-REFUSED
               MOVE RP-MESSAGE TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
               CLOSE PRINT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT WS-CARD-OK
               MOVE "CUTOFF DATE CARD MISSING OR INVALID - NO ACTION"
                   TO WS-MESSAGE-LINE
               PERFORM WRITE-ARCHIVE-SUMMARY
           END-IF.
           CLOSE PRINT-FILE.
           PERFORM END-RUN-CONTROL.
           GOBACK.

       READ-ARCHIVE-CARD.
               MOVE WS-MONTH-TALLY (WS-MONTH-IX) TO ML-TALLY
               WRITE PRINT-RECORD FROM WS-MONTH-LINE
           END-PERFORM.

       START-RUN-CONTROL.
           SET RP-START-STEP TO TRUE.
           MOVE "AUDARCH" TO RP-PROGRAM.
           MOVE SPACES TO RP-CYCLE-DATE.
           CALL "RUNCTL" USING WS-RUN-CONTROL.
           MOVE ZERO TO RETURN-CODE.

       END-RUN-CONTROL.
           SET RP-END-STEP TO TRUE.
           MOVE RETURN-CODE TO RP-RETURN-CODE.
           CALL "RUNCTL" USING WS-RUN-CONTROL.
           MOVE RP-RETURN-CODE TO RETURN-CODE.
