               VALUE "RECORDS CONVERTED".
           05  CL-VALUE            PIC ZZZZZZ9.
           05  FILLER              PIC X(101) VALUE SPACES.
       01  WS-MESSAGE-LINE         PIC X(132).
       01  WS-RUN-CONTROL.
           COPY RCTLPARM.
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           PERFORM START-RUN-CONTROL.
           OPEN OUTPUT PRINT-FILE.
           MOVE WS-CURR-DATE TO CH-RUN-DATE.
           WRITE PRINT-RECORD FROM WS-REPORT-HEADING.
           IF RP-REFUSED
               MOVE RP-MESSAGE TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
               CLOSE PRINT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT AUDIT-OLD-FILE.
           OPEN OUTPUT AUDIT-NEW-FILE.
           PERFORM UNTIL WS-EOF
           MOVE WS-CONVERT-COUNT TO CL-VALUE.
           WRITE PRINT-RECORD FROM WS-COUNT-LINE.
           CLOSE PRINT-FILE.
           PERFORM END-RUN-CONTROL.
           GOBACK.

       CONVERT-AUDIT-RECORD.
           MOVE "ADD" TO AU-OP-CODE.
           WRITE NEW-AUDIT-RECORD.
           ADD 1 TO WS-CONVERT-COUNT.

       START-RUN-CONTROL.
           SET RP-START-STEP TO TRUE.
           MOVE "AUDCONV" TO RP-PROGRAM.
           MOVE SPACES TO RP-CYCLE-DATE.
           CALL "RUNCTL" USING WS-RUN-CONTROL.
           MOVE ZERO TO RETURN-CODE.

       END-RUN-CONTROL.
           SET RP-END-STEP TO TRUE.
           MOVE RETURN-CODE TO RP-RETURN-CODE.
           CALL "RUNCTL" USING WS-RUN-CONTROL.
           MOVE RP-RETURN-CODE TO RETURN-CODE.
