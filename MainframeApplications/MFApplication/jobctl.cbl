      * date, unless a supervisor keys an override - which is recorded
      * on the job's own record for the morning review.
      *
      * LINK-CYCLES carries the execution cycle (CYCLE-POLICY.cpy) of
      * the job and of its predecessor. A job run once per cycle -
      * STOREXEC - keeps a record per cycle and names the cycle it
      * waits on; every job run once a day passes zeros, cycle 0
      * being the business date as a whole.
      *
      * Function codes:
      *   "S" - job start.  Checks the predecessor (spaces = none),
      *         then writes/rewrites this job's record as STARTED.
       01  LINK-JOB-NAME           PIC X(8).
       01  LINK-PRED-NAME          PIC X(8).
       01  LINK-RUN-DATE           PIC 9(8).
       01  LINK-CYCLES.
           05  LINK-JOB-CYCLE      PIC 9.
           05  LINK-PRED-CYCLE     PIC 9.
       01  LINK-FUNCTION           PIC X.
       01  LINK-RESULT             PIC X.
       PROCEDURE DIVISION USING LINK-JOB-NAME, LINK-PRED-NAME,
               LINK-RUN-DATE, LINK-CYCLES, LINK-FUNCTION,
               LINK-RESULT.
       MAIN-PROCEDURE.
           MOVE "Y" TO LINK-RESULT.
           MOVE "N" TO WS-OVERRIDE-TAKEN.

           MOVE LINK-JOB-NAME TO WS-JC-JOB-NAME OF JOBCTL-RECORD.
           MOVE LINK-RUN-DATE TO WS-JC-RUN-DATE OF JOBCTL-RECORD.
           MOVE LINK-JOB-CYCLE TO WS-JC-CYCLE OF JOBCTL-RECORD.
           READ JOBCTL-FILE
               INVALID KEY
                   MOVE SPACES TO WS-JC-STATUS OF JOBCTL-RECORD
       CHECK-PREDECESSOR.
           MOVE LINK-PRED-NAME TO WS-JC-JOB-NAME OF JOBCTL-RECORD.
           MOVE LINK-RUN-DATE TO WS-JC-RUN-DATE OF JOBCTL-RECORD.
           MOVE LINK-PRED-CYCLE TO WS-JC-CYCLE OF JOBCTL-RECORD.
           READ JOBCTL-FILE
               INVALID KEY
                   MOVE SPACES TO WS-JC-STATUS OF JOBCTL-RECORD
               GO TO CHECK-PREDECESSOR-EXIT
           END-IF.

           IF LINK-PRED-CYCLE = ZERO
               DISPLAY "JOBCTL - predecessor " LINK-PRED-NAME
                   " has not completed for " LINK-RUN-DATE
                   " (status: " WS-JC-STATUS OF JOBCTL-RECORD ")."
           ELSE
               DISPLAY "JOBCTL - predecessor " LINK-PRED-NAME
                   " has not completed cycle " LINK-PRED-CYCLE
                   " for " LINK-RUN-DATE
                   " (status: " WS-JC-STATUS OF JOBCTL-RECORD ")."
           END-IF.
           DISPLAY "Supervisor override - run " LINK-JOB-NAME
               " anyway? (Y/N): ".
           ACCEPT WS-OVERRIDE-CHOICE.
       RECORD-JOB-END.
           MOVE LINK-JOB-NAME TO WS-JC-JOB-NAME OF JOBCTL-RECORD.
           MOVE LINK-RUN-DATE TO WS-JC-RUN-DATE OF JOBCTL-RECORD.
           MOVE LINK-JOB-CYCLE TO WS-JC-CYCLE OF JOBCTL-RECORD.
           READ JOBCTL-FILE
               INVALID KEY
                   MOVE ZERO TO WS-JC-START-TIME OF JOBCTL-RECORD
