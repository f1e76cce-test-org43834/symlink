       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALRBLD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-MASTER ASSIGN TO "BALMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT BACKUP-MASTER ASSIGN TO "BALMBKUP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KB-KEY
               FILE STATUS IS WS-BACKUP-STATUS.
           SELECT REBUILT-MASTER ASSIGN TO "BALMRBLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-REBUILT-STATUS.
           SELECT IMAGE-FILE ASSIGN TO "BALIMAGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMAGE-STATUS.
           SELECT IMAGE-SORTED-FILE ASSIGN TO "RBLDSRTD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT IMAGE-SORT-FILE ASSIGN TO "SORTWK01".
           SELECT REBUILD-CARD-FILE ASSIGN TO "RBLDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT PRINT-FILE ASSIGN TO "RBLDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-MASTER.
       01  MASTER-RECORD.
           COPY BALMREC.
       FD  BACKUP-MASTER.
       01  BACKUP-RECORD.
           COPY BALMREC REPLACING LEADING ==BM== BY ==KB==.
       FD  REBUILT-MASTER.
       01  REBUILT-RECORD.
           COPY BALMREC REPLACING LEADING ==BM== BY ==RM==.
       FD  IMAGE-FILE
           RECORDING MODE IS F.
       01  IMAGE-RECORD.
           COPY BALIMREC.
       FD  IMAGE-SORTED-FILE
           RECORDING MODE IS F.
       01  SORTED-IMAGE-RECORD.
           COPY BALIMREC REPLACING LEADING ==BI== BY ==SM==.
       SD  IMAGE-SORT-FILE.
       01  IMAGE-SORT-RECORD.
           COPY BALIMREC REPLACING LEADING ==BI== BY ==SI==.
       FD  REBUILD-CARD-FILE
           RECORDING MODE IS F.
       01  REBUILD-CARD-RECORD.
           COPY RBLDCTL.
       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD                    PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-MASTER-STATUS PIC XX VALUE SPACES.
       77  WS-BACKUP-STATUS PIC XX VALUE SPACES.
       77  WS-REBUILT-STATUS PIC XX VALUE SPACES.
       77  WS-IMAGE-STATUS PIC XX VALUE SPACES.
       77  WS-CARD-STATUS PIC XX VALUE SPACES.
       77  WS-CARD-OK-SW PIC X VALUE "N".
           88 WS-CARD-OK VALUE "Y".
       77  WS-START-MODE PIC X VALUE SPACE.
           88 WS-FROM-BACKUP VALUE "B".
           88 WS-FROM-ZERO VALUE "Z".
       77  WS-BACKUP-OK-SW PIC X VALUE "Y".
           88 WS-BACKUP-OK VALUE "Y".
       77  WS-MASTER-EOF-SW PIC X VALUE "N".
           88 WS-MASTER-EOF VALUE "Y".
       77  WS-BACKUP-EOF-SW PIC X VALUE "N".
           88 WS-BACKUP-EOF VALUE "Y".
       77  WS-REBUILT-EOF-SW PIC X VALUE "N".
           88 WS-REBUILT-EOF VALUE "Y".
       77  WS-IMAGE-EOF-SW PIC X VALUE "N".
           88 WS-IMAGE-EOF VALUE "Y".
       77  WS-SORTED-EOF-SW PIC X VALUE "N".
           88 WS-SORTED-EOF VALUE "Y".
       77  WS-KEY-BREAK-SW PIC X VALUE "N".
           88 WS-KEY-BREAK VALUE "Y".
       77  WS-COMPARE-DONE-SW PIC X VALUE "N".
           88 WS-COMPARE-DONE VALUE "Y".
       77  WS-REBUILD-KEY PIC 9(6) VALUE ZERO.
       77  WS-RUNNING-BALANCE PIC S9(11) VALUE ZERO.
       77  WS-IMAGE-FOOT PIC S9(11) VALUE ZERO.
       77  WS-LAST-POST-DATE PIC X(8) VALUE SPACES.
       77  WS-LAST-POST-TIME PIC X(6) VALUE SPACES.
       77  WS-BACKUP-READ PIC 9(7) VALUE ZERO.
       77  WS-IMG-READ PIC 9(7) VALUE ZERO.
       77  WS-IMG-SELECTED PIC 9(7) VALUE ZERO.
       77  WS-IMG-APPLIED PIC 9(7) VALUE ZERO.
       77  WS-KEYS-REBUILT PIC 9(7) VALUE ZERO.
       77  WS-BREAK-COUNT PIC 9(7) VALUE ZERO.
       77  WS-BREAK-KEY-COUNT PIC 9(7) VALUE ZERO.
       77  WS-AGREED-COUNT PIC 9(7) VALUE ZERO.
       77  WS-DIFFER-COUNT PIC 9(7) VALUE ZERO.
       77  WS-REBUILT-TOTAL PIC S9(13) VALUE ZERO.
       77  WS-CURRENT-TOTAL PIC S9(13) VALUE ZERO.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE        PIC X(8).
           05  WS-CURR-TIME        PIC X(6).
           05  FILLER              PIC X(7).
       01  WS-BACKUP-POINT.
           05  WS-BACKUP-DATE      PIC X(8)  VALUE LOW-VALUES.
           05  WS-BACKUP-TIME      PIC X(6)  VALUE LOW-VALUES.
       01  WS-THRU-POINT.
           05  WS-THRU-DATE        PIC X(8)  VALUE SPACES.
           05  WS-THRU-TIME        PIC X(6)  VALUE SPACES.
       01  WS-IMAGE-POINT.
           05  WS-IMAGE-DATE       PIC X(8).
           05  WS-IMAGE-TIME       PIC X(6).
       01  WS-REPORT-HEADING.
           05  FILLER              PIC X(37)
               VALUE "BALANCE MASTER REBUILD - THROUGH ".
           05  RH-THRU-DATE        PIC X(8).
           05  FILLER              PIC X     VALUE SPACE.
           05  RH-THRU-TIME        PIC X(6).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  RH-START-TEXT       PIC X(34).
           05  FILLER              PIC X(12)
               VALUE "   PRINTED: ".
           05  RH-PRINT-DATE       PIC X(8).
           05  FILLER              PIC X(23) VALUE SPACES.
       01  WS-START-TEXT.
           05  FILLER              PIC X(12) VALUE "FROM BACKUP ".
           05  ST-BACKUP-DATE      PIC X(8).
           05  FILLER              PIC X     VALUE SPACE.
           05  ST-BACKUP-TIME      PIC X(6).
           05  FILLER              PIC X(7)  VALUE SPACES.
       01  WS-SECTION-HEADING.
           05  SH-TITLE            PIC X(40).
           05  FILLER              PIC X(92) VALUE SPACES.
       01  WS-BREAK-HDR.
           05  FILLER              PIC X(8)  VALUE "KEY".
           05  FILLER              PIC X(10) VALUE "RUN DATE".
           05  FILLER              PIC X(8)  VALUE "TIME".
           05  FILLER              PIC X(5)  VALUE "OP".
           05  FILLER              PIC X(14) VALUE "RUNNING BAL".
           05  FILLER              PIC X(14) VALUE "IMAGE OLD BAL".
           05  FILLER              PIC X(14) VALUE "IMAGE NEW BAL".
           05  FILLER              PIC X(59) VALUE "CONDITION".
       01  WS-BREAK-LINE.
           05  BK-KEY              PIC 9(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  BK-RUN-DATE         PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  BK-RUN-TIME         PIC X(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  BK-OP               PIC X(3).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  BK-RUNNING          PIC -(11)9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  BK-OLD-BALANCE      PIC -(11)9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  BK-NEW-BALANCE      PIC -(11)9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  BK-MESSAGE          PIC X(40).
           05  FILLER              PIC X(19) VALUE SPACES.
       01  WS-COMPARE-HDR.
           05  FILLER              PIC X(8)  VALUE "KEY".
           05  FILLER              PIC X(14) VALUE "REBUILT BAL".
           05  FILLER              PIC X(14) VALUE "CURRENT BAL".
           05  FILLER              PIC X(14) VALUE "DIFFERENCE".
           05  FILLER              PIC X(82) VALUE "CONDITION".
       01  WS-COMPARE-LINE.
           05  CM-KEY              PIC 9(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  CM-REBUILT          PIC -(11)9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  CM-CURRENT          PIC -(11)9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  CM-DIFFERENCE       PIC -(11)9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  CM-MESSAGE          PIC X(40).
           05  FILLER              PIC X(42) VALUE SPACES.
       01  WS-TOTAL-LINE.
           05  TL-LABEL            PIC X(24).
           05  TL-AMOUNT           PIC -(13)9.
           05  FILLER              PIC X(94) VALUE SPACES.
       01  WS-COUNT-LINE.
           05  CL-LABEL            PIC X(24).
           05  CL-VALUE            PIC ZZZZZZ9.
           05  FILLER              PIC X(101) VALUE SPACES.
       01  WS-MESSAGE-LINE         PIC X(132).
       01  WS-RUN-CONTROL.
           COPY RCTLPARM.
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           PERFORM READ-REBUILD-CARD.
           PERFORM START-RUN-CONTROL.
           OPEN OUTPUT PRINT-FILE.
           PERFORM WRITE-REPORT-HEADING.
           IF RP-REFUSED
               MOVE RP-MESSAGE TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
               CLOSE PRINT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT WS-CARD-OK
               MOVE "REBUILD CARD MISSING OR INVALID - NO ACTION"
                   TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-FROM-BACKUP
                   PERFORM OPEN-BACKUP-MASTER
               END-IF
               IF NOT WS-BACKUP-OK
                   MOVE "BACKUP MASTER NOT AVAILABLE - NO ACTION"
                       TO WS-MESSAGE-LINE
                   WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   SORT IMAGE-SORT-FILE
                       ON ASCENDING KEY SI-KEY SI-RUN-DATE SI-RUN-TIME
                       WITH DUPLICATES IN ORDER
                       INPUT PROCEDURE IS SELECT-REBUILD-IMAGES
                       GIVING IMAGE-SORTED-FILE
                   PERFORM REBUILD-BALANCE-MASTER
                   PERFORM COMPARE-TO-CURRENT-MASTER
                   PERFORM WRITE-REBUILD-SUMMARY
                   IF WS-BREAK-COUNT > ZERO
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       IF WS-DIFFER-COUNT > ZERO
                          OR NOT WS-COMPARE-DONE
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           CLOSE PRINT-FILE.
           PERFORM END-RUN-CONTROL.
           GOBACK.

       READ-REBUILD-CARD.
           OPEN INPUT REBUILD-CARD-FILE.
           IF WS-CARD-STATUS = "00"
               READ REBUILD-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM EDIT-REBUILD-CARD
               END-READ
               CLOSE REBUILD-CARD-FILE
           END-IF.

       EDIT-REBUILD-CARD.
           MOVE RB-START-MODE TO WS-START-MODE.
           MOVE RB-THRU-DATE TO WS-THRU-DATE.
           IF RB-THRU-TIME = SPACES
               MOVE "235959" TO WS-THRU-TIME
           ELSE
               MOVE RB-THRU-TIME TO WS-THRU-TIME
           END-IF.
           IF WS-FROM-BACKUP
               MOVE RB-BACKUP-DATE TO WS-BACKUP-DATE
               IF RB-BACKUP-TIME = SPACES
                   MOVE "235959" TO WS-BACKUP-TIME
               ELSE
                   MOVE RB-BACKUP-TIME TO WS-BACKUP-TIME
               END-IF
           END-IF.
           IF (WS-FROM-BACKUP OR WS-FROM-ZERO)
              AND WS-THRU-DATE NUMERIC
              AND WS-THRU-TIME NUMERIC
               IF WS-FROM-ZERO
                   SET WS-CARD-OK TO TRUE
               ELSE
                   IF WS-BACKUP-DATE NUMERIC
                      AND WS-BACKUP-TIME NUMERIC
                      AND WS-BACKUP-POINT <= WS-THRU-POINT
                       SET WS-CARD-OK TO TRUE
                   END-IF
               END-IF
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE WS-THRU-DATE TO RH-THRU-DATE.
           MOVE WS-THRU-TIME TO RH-THRU-TIME.
           IF WS-FROM-BACKUP
               MOVE WS-BACKUP-DATE TO ST-BACKUP-DATE
               MOVE WS-BACKUP-TIME TO ST-BACKUP-TIME
               MOVE WS-START-TEXT TO RH-START-TEXT
           ELSE
               MOVE "FROM ZERO BALANCES" TO RH-START-TEXT
           END-IF.
           MOVE WS-CURR-DATE TO RH-PRINT-DATE.
           WRITE PRINT-RECORD FROM WS-REPORT-HEADING.

       OPEN-BACKUP-MASTER.
           OPEN INPUT BACKUP-MASTER.
           IF WS-BACKUP-STATUS NOT = "00"
               MOVE "N" TO WS-BACKUP-OK-SW
           ELSE
               CLOSE BACKUP-MASTER
           END-IF.

       SELECT-REBUILD-IMAGES.
           OPEN INPUT IMAGE-FILE.
           IF WS-IMAGE-STATUS = "00"
               PERFORM UNTIL WS-IMAGE-EOF
                   READ IMAGE-FILE
                       AT END
                           SET WS-IMAGE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-IMG-READ
                           MOVE BI-RUN-DATE TO WS-IMAGE-DATE
                           MOVE BI-RUN-TIME TO WS-IMAGE-TIME
                           IF WS-IMAGE-POINT > WS-BACKUP-POINT
                              AND WS-IMAGE-POINT <= WS-THRU-POINT
                               RELEASE IMAGE-SORT-RECORD
                                   FROM IMAGE-RECORD
                               ADD 1 TO WS-IMG-SELECTED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IMAGE-FILE
           END-IF.

       REBUILD-BALANCE-MASTER.
           MOVE "CHAIN BREAKS" TO SH-TITLE.
           WRITE PRINT-RECORD FROM WS-SECTION-HEADING.
           WRITE PRINT-RECORD FROM WS-BREAK-HDR.
           OPEN INPUT IMAGE-SORTED-FILE.
           PERFORM READ-NEXT-IMAGE.
           IF WS-FROM-BACKUP
               OPEN INPUT BACKUP-MASTER
               PERFORM READ-NEXT-BACKUP
           ELSE
               SET WS-BACKUP-EOF TO TRUE
           END-IF.
           OPEN OUTPUT REBUILT-MASTER.
           PERFORM UNTIL WS-BACKUP-EOF AND WS-SORTED-EOF
               PERFORM REBUILD-ONE-KEY
           END-PERFORM.
           CLOSE REBUILT-MASTER.
           IF WS-FROM-BACKUP
               CLOSE BACKUP-MASTER
           END-IF.
           CLOSE IMAGE-SORTED-FILE.
           IF WS-BREAK-COUNT = ZERO
               MOVE "NO CHAIN BREAKS - EVERY IMAGE PROVES FORWARD"
                   TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
           END-IF.

       READ-NEXT-IMAGE.
           READ IMAGE-SORTED-FILE
               AT END
                   SET WS-SORTED-EOF TO TRUE
           END-READ.

       READ-NEXT-BACKUP.
           READ BACKUP-MASTER NEXT RECORD
               AT END
                   SET WS-BACKUP-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-BACKUP-READ
           END-READ.

       REBUILD-ONE-KEY.
           IF NOT WS-BACKUP-EOF
              AND (WS-SORTED-EOF OR KB-KEY <= SM-KEY)
               MOVE KB-KEY TO WS-REBUILD-KEY
               MOVE KB-BALANCE TO WS-RUNNING-BALANCE
               MOVE KB-LAST-POST-DATE TO WS-LAST-POST-DATE
               MOVE KB-LAST-POST-TIME TO WS-LAST-POST-TIME
               PERFORM READ-NEXT-BACKUP
           ELSE
               MOVE SM-KEY TO WS-REBUILD-KEY
               MOVE ZERO TO WS-RUNNING-BALANCE
               MOVE SPACES TO WS-LAST-POST-DATE
               MOVE SPACES TO WS-LAST-POST-TIME
           END-IF.
           MOVE "N" TO WS-KEY-BREAK-SW.
           PERFORM UNTIL WS-SORTED-EOF OR SM-KEY NOT = WS-REBUILD-KEY
               PERFORM APPLY-ONE-IMAGE
           END-PERFORM.
           IF WS-KEY-BREAK
               ADD 1 TO WS-BREAK-KEY-COUNT
           END-IF.
           MOVE SPACES TO REBUILT-RECORD.
           MOVE WS-REBUILD-KEY TO RM-KEY.
           MOVE WS-RUNNING-BALANCE TO RM-BALANCE.
           MOVE WS-LAST-POST-DATE TO RM-LAST-POST-DATE.
           MOVE WS-LAST-POST-TIME TO RM-LAST-POST-TIME.
           WRITE REBUILT-RECORD.
           ADD 1 TO WS-KEYS-REBUILT.
           ADD WS-RUNNING-BALANCE TO WS-REBUILT-TOTAL.

       APPLY-ONE-IMAGE.
           IF SM-OLD-BALANCE NOT = WS-RUNNING-BALANCE
               MOVE "OLD BALANCE DOES NOT MATCH RUNNING BALANCE"
                   TO BK-MESSAGE
               PERFORM WRITE-CHAIN-BREAK
           END-IF.
           ADD SM-OLD-BALANCE SM-POST-AMOUNT GIVING WS-IMAGE-FOOT.
           IF WS-IMAGE-FOOT NOT = SM-NEW-BALANCE
               MOVE "OLD BALANCE PLUS POSTING NOT NEW BALANCE"
                   TO BK-MESSAGE
               PERFORM WRITE-CHAIN-BREAK
           END-IF.
           MOVE SM-NEW-BALANCE TO WS-RUNNING-BALANCE.
           MOVE SM-RUN-DATE TO WS-LAST-POST-DATE.
           MOVE SM-RUN-TIME TO WS-LAST-POST-TIME.
           ADD 1 TO WS-IMG-APPLIED.
           PERFORM READ-NEXT-IMAGE.

       WRITE-CHAIN-BREAK.
           MOVE SM-KEY TO BK-KEY.
           MOVE SM-RUN-DATE TO BK-RUN-DATE.
           MOVE SM-RUN-TIME TO BK-RUN-TIME.
           MOVE SM-OP-CODE TO BK-OP.
           MOVE WS-RUNNING-BALANCE TO BK-RUNNING.
           MOVE SM-OLD-BALANCE TO BK-OLD-BALANCE.
           MOVE SM-NEW-BALANCE TO BK-NEW-BALANCE.
           WRITE PRINT-RECORD FROM WS-BREAK-LINE.
           ADD 1 TO WS-BREAK-COUNT.
           SET WS-KEY-BREAK TO TRUE.

       COMPARE-TO-CURRENT-MASTER.
           MOVE "COMPARISON TO CURRENT BALMSTR" TO SH-TITLE.
           WRITE PRINT-RECORD FROM WS-SECTION-HEADING.
           OPEN INPUT BALANCE-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               MOVE "CURRENT BALMSTR NOT AVAILABLE - NO COMPARISON MADE"
                   TO WS-MESSAGE-LINE
               WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
           ELSE
               SET WS-COMPARE-DONE TO TRUE
               WRITE PRINT-RECORD FROM WS-COMPARE-HDR
               OPEN INPUT REBUILT-MASTER
               PERFORM READ-NEXT-REBUILT
               PERFORM READ-NEXT-CURRENT
               PERFORM UNTIL WS-REBUILT-EOF AND WS-MASTER-EOF
                   PERFORM COMPARE-ONE-KEY
               END-PERFORM
               CLOSE REBUILT-MASTER
               CLOSE BALANCE-MASTER
               IF WS-DIFFER-COUNT = ZERO
                   MOVE "REBUILT MASTER AGREES WITH CURRENT BALMSTR"
                       TO WS-MESSAGE-LINE
                   WRITE PRINT-RECORD FROM WS-MESSAGE-LINE
               END-IF
           END-IF.

       READ-NEXT-REBUILT.
           READ REBUILT-MASTER NEXT RECORD
               AT END
                   SET WS-REBUILT-EOF TO TRUE
           END-READ.

       READ-NEXT-CURRENT.
           READ BALANCE-MASTER NEXT RECORD
               AT END
                   SET WS-MASTER-EOF TO TRUE
               NOT AT END
                   ADD BM-BALANCE TO WS-CURRENT-TOTAL
           END-READ.

       COMPARE-ONE-KEY.
           EVALUATE TRUE
               WHEN NOT WS-REBUILT-EOF
                    AND (WS-MASTER-EOF OR RM-KEY < BM-KEY)
                   MOVE RM-KEY TO CM-KEY
                   MOVE RM-BALANCE TO CM-REBUILT
                   MOVE ZERO TO CM-CURRENT
                   MOVE RM-BALANCE TO CM-DIFFERENCE
                   MOVE "KEY ON REBUILT MASTER ONLY" TO CM-MESSAGE
                   WRITE PRINT-RECORD FROM WS-COMPARE-LINE
                   ADD 1 TO WS-DIFFER-COUNT
                   PERFORM READ-NEXT-REBUILT
               WHEN NOT WS-MASTER-EOF
                    AND (WS-REBUILT-EOF OR BM-KEY < RM-KEY)
                   MOVE BM-KEY TO CM-KEY
                   MOVE ZERO TO CM-REBUILT
                   MOVE BM-BALANCE TO CM-CURRENT
                   COMPUTE CM-DIFFERENCE = 0 - BM-BALANCE
                   MOVE "KEY ON CURRENT BALMSTR ONLY" TO CM-MESSAGE
                   WRITE PRINT-RECORD FROM WS-COMPARE-LINE
                   ADD 1 TO WS-DIFFER-COUNT
                   PERFORM READ-NEXT-CURRENT
               WHEN OTHER
                   IF RM-BALANCE = BM-BALANCE
                       ADD 1 TO WS-AGREED-COUNT
                   ELSE
                       MOVE RM-KEY TO CM-KEY
                       MOVE RM-BALANCE TO CM-REBUILT
                       MOVE BM-BALANCE TO CM-CURRENT
                       COMPUTE CM-DIFFERENCE = RM-BALANCE - BM-BALANCE
                       MOVE "BALANCE DIFFERS" TO CM-MESSAGE
                       WRITE PRINT-RECORD FROM WS-COMPARE-LINE
                       ADD 1 TO WS-DIFFER-COUNT
                   END-IF
                   PERFORM READ-NEXT-REBUILT
                   PERFORM READ-NEXT-CURRENT
           END-EVALUATE.

       WRITE-REBUILD-SUMMARY.
           MOVE "REBUILD SUMMARY" TO SH-TITLE.
           WRITE PRINT-RECORD FROM WS-SECTION-HEADING.
           MOVE "BACKUP RECORDS READ" TO CL-LABEL.
           MOVE WS-BACKUP-READ TO CL-VALUE.
           WRITE PRINT-RECORD FROM WS-COUNT-LINE.
           MOVE "IMAGES READ" TO CL-LABEL.
           MOVE WS-IMG-READ TO CL-VALUE.
           WRITE PRINT-RECORD FROM WS-COUNT-LINE.
           MOVE "IMAGES SELECTED" TO CL-LABEL.
           MOVE WS-IMG-SELECTED TO CL-VALUE.
           WRITE PRINT-RECORD FROM WS-COUNT-LINE.
           MOVE "IMAGES APPLIED" TO CL-LABEL.
           MOVE WS-IMG-APPLIED TO CL-VALUE.
           WRITE PRINT-RECORD FROM WS-COUNT-LINE.
           MOVE "KEYS REBUILT" TO CL-LABEL.
           MOVE WS-KEYS-REBUILT TO CL-VALUE.
           WRITE PRINT-RECORD FROM WS-COUNT-LINE.
           MOVE "CHAIN BREAKS" TO CL-LABEL.
           MOVE WS-BREAK-COUNT TO CL-VALUE.
           WRITE PRINT-RECORD FROM WS-COUNT-LINE.
           MOVE "KEYS WITH BREAKS" TO CL-LABEL.
           MOVE WS-BREAK-KEY-COUNT TO CL-VALUE.
           WRITE PRINT-RECORD FROM WS-COUNT-LINE.
           MOVE "KEYS AGREEING" TO CL-LABEL.
           MOVE WS-AGREED-COUNT TO CL-VALUE.
           WRITE PRINT-RECORD FROM WS-COUNT-LINE.
           MOVE "KEYS DIFFERING" TO CL-LABEL.
           MOVE WS-DIFFER-COUNT TO CL-VALUE.
           WRITE PRINT-RECORD FROM WS-COUNT-LINE.
           MOVE "REBUILT MASTER TOTAL" TO TL-LABEL.
           MOVE WS-REBUILT-TOTAL TO TL-AMOUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
           IF WS-COMPARE-DONE
               MOVE "CURRENT BALMSTR TOTAL" TO TL-LABEL
               MOVE WS-CURRENT-TOTAL TO TL-AMOUNT
               WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           END-IF.

       START-RUN-CONTROL.
           SET RP-START-STEP TO TRUE.
           MOVE "BALRBLD" TO RP-PROGRAM.
           MOVE SPACES TO RP-CYCLE-DATE.
           CALL "RUNCTL" USING WS-RUN-CONTROL.
           MOVE ZERO TO RETURN-CODE.

       END-RUN-CONTROL.
           SET RP-END-STEP TO TRUE.
           MOVE RETURN-CODE TO RP-RETURN-CODE.
           CALL "RUNCTL" USING WS-RUN-CONTROL.
           MOVE RP-RETURN-CODE TO RETURN-CODE.
