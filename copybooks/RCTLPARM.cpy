      *****************************************************************
      *    RCTLPARM - RUNCTL CALL AREA. EVERY BATCH PROGRAM CALLS
      *               RUNCTL WITH FUNCTION S AS IT STARTS AND E AS IT
      *               ENDS, NAMING ITSELF AND, FOR THE DAILY-CYCLE
      *               STEPS, THE RUN DATE IT PROCESSES. ON A START
      *               RUNCTL SETS THE REFUSED FLAG AND A MESSAGE WHEN
      *               A CONFLICTING STEP IS ACTIVE OR THE DAILY ORDER
      *               IS NOT MET. TWO STEPS CONFLICT WHEN ONE WRITES A
      *               FILE THE OTHER READS OR WRITES; A STEP ALSO
      *               CONFLICTS WITH A SECOND COPY OF ITSELF. THE DAILY
      *               ORDER IS COBOL, THEN XVERIFY CLEAN FOR COBOL'S
      *               RUN DATE, THEN EXTRACK; GLCLOSE NAMES THE LAST
      *               BUSINESS DAY OF ITS MONTH AND WAITS FOR COBOL TO
      *               HAVE COMPLETED IT. FUNCTION R CLEARS A STEP LEFT
      *               ACTIVE BY AN ABNORMAL END AND NEEDS AN AUTH ID.
      *               THE CALLER PASSES ITS FINAL RETURN CODE ON THE
      *               END CALL AND RESTORES IT FROM HERE AFTERWARDS.
      *****************************************************************
           05  RP-FUNCTION                 PIC X.
               88  RP-START-STEP           VALUE "S".
               88  RP-END-STEP             VALUE "E".
               88  RP-RESET-STEP           VALUE "R".
           05  RP-PROGRAM                  PIC X(8).
           05  RP-CYCLE-DATE               PIC X(8).
           05  RP-RETURN-CODE              PIC 9(4).
           05  RP-AUTH-ID                  PIC X(8).
           05  RP-REFUSED-SW               PIC X.
               88  RP-REFUSED              VALUE "Y".
           05  RP-MESSAGE                  PIC X(60).
