           COPY RUNSTAT-RECORD.
       01  WS-JOB-NAME                 PIC X(8).
       01  WS-PRED-NAME                PIC X(8).
      * Execution cycle of this job and of its predecessor on
      * JOBCTL - zero, the business date as a whole.
       01  WS-JOB-CYCLES.
           05  WS-JOB-CYCLE            PIC 9 VALUE 0.
           05  WS-PRED-CYCLE           PIC 9 VALUE 0.
       01  WS-JOBCTL-FUNC              PIC X.
       01  WS-JOB-RESULT               PIC X.
       PROCEDURE DIVISION.
           MOVE SPACES TO WS-PRED-NAME.
           MOVE "S" TO WS-JOBCTL-FUNC.
           CALL 'JOBCTL' USING WS-JOB-NAME, WS-PRED-NAME,
               WS-CURRENT-DATE, WS-JOB-CYCLES, WS-JOBCTL-FUNC,
               WS-JOB-RESULT.
           IF WS-JOB-RESULT NOT = "Y"
               DISPLAY "NOTIFRET - not started."
               STOP RUN

           MOVE "E" TO WS-JOBCTL-FUNC.
           CALL 'JOBCTL' USING WS-JOB-NAME, WS-PRED-NAME,
               WS-CURRENT-DATE, WS-JOB-CYCLES, WS-JOBCTL-FUNC,
               WS-JOB-RESULT.
           STOP RUN.

       WRITE-RUN-STATISTICS.
