      *****************************************************************
      *    RCTLREC - JOB-STREAM RUN-CONTROL RECORD. ONE ROW PER
      *              PROGRAM, MAINTAINED BY RUNCTL AS EACH STEP STARTS
      *              AND ENDS. A STEP IS MARKED ACTIVE WHILE IT RUNS,
      *              ENDED WHEN IT FINISHES BELOW RC 12, AND FAILED
      *              WHEN IT FINISHES AT RC 12 OR ABOVE OR IS CLEARED
      *              BY A SUPERVISOR AFTER AN ABNORMAL END. THE CYCLE
      *              FIELDS HOLD THE LAST RUN DATE THE STEP COMPLETED
      *              AND ARE WHAT THE DAILY ORDER IS CHECKED AGAINST.
      *****************************************************************
           05  JC-PROGRAM                  PIC X(8).
           05  JC-STATE                    PIC X.
               88  JC-ACTIVE               VALUE "A".
               88  JC-ENDED                VALUE "E".
               88  JC-FAILED               VALUE "F".
           05  JC-START-STAMP.
               10  JC-START-DATE           PIC X(8).
               10  JC-START-TIME           PIC X(6).
           05  JC-END-STAMP.
               10  JC-END-DATE             PIC X(8).
               10  JC-END-TIME             PIC X(6).
           05  JC-RETURN-CODE              PIC 9(4).
           05  JC-ABEND-SW                 PIC X.
               88  JC-ABENDED              VALUE "Y".
           05  JC-AUTH-ID                  PIC X(8).
           05  JC-CYCLE-DATE               PIC X(8).
           05  JC-CYCLE-END-STAMP          PIC X(14).
           05  JC-CYCLE-RC                 PIC 9(4).
           05  FILLER                      PIC X(4).
