       01  WS-DMS-ERROR-ACTION     PIC X(60).
       01  WS-JOB-NAME             PIC X(8).
       01  WS-PRED-NAME            PIC X(8).
      * Execution cycle of this job and of its predecessor on
      * JOBCTL - zero, the business date as a whole.
       01  WS-JOB-CYCLES.
           05  WS-JOB-CYCLE        PIC 9 VALUE 0.
           05  WS-PRED-CYCLE       PIC 9 VALUE 0.
       01  WS-JOBCTL-FUNC          PIC X.
       01  WS-JOB-RESULT           PIC X.
       01  WS-PRIOR-AMOUNT         PIC 9(10)V99.
           MOVE SPACES TO WS-PRED-NAME.
           MOVE "S" TO WS-JOBCTL-FUNC.
           CALL 'JOBCTL' USING WS-JOB-NAME, WS-PRED-NAME,
               WS-CURRENT-DATE, WS-JOB-CYCLES, WS-JOBCTL-FUNC,
               WS-JOB-RESULT.
           IF WS-JOB-RESULT NOT = "Y"
               DISPLAY "STORDAPL - not started."
               STOP RUN
       MARK-JOB-COMPLETE.
           MOVE "E" TO WS-JOBCTL-FUNC.
           CALL 'JOBCTL' USING WS-JOB-NAME, WS-PRED-NAME,
               WS-CURRENT-DATE, WS-JOB-CYCLES, WS-JOBCTL-FUNC,
               WS-JOB-RESULT.

       COLLECT-DUE-AMENDMENTS.
           MOVE SPACES TO WS-PA-KEY OF SOPEND-RECORD.
               " ADJ=" WS-SO-ADJUST-RULE
               " PRI=" WS-SO-PRIORITY
               " FEEWVD=" WS-SO-FEE-WAIVED
               " PURP=" WS-SO-PURPOSE-CODE
               DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE.

           MOVE WS-PA-NEW-TO-ACCT OF WS-SOPEND-RECORD
               TO WS-SO-PRIORITY.
           MOVE WS-PA-NEW-FEE-WAIVED OF WS-SOPEND-RECORD
               TO WS-SO-FEE-WAIVED.
           MOVE WS-PA-NEW-PURPOSE-CODE OF WS-SOPEND-RECORD
               TO WS-SO-PURPOSE-CODE.
           MOVE WS-CURRENT-DATE TO WS-SO-LAST-MOD.
           MOVE ZERO TO WS-SO-LAST-MOD-TIME.

      * The queued values were validated when the maker keyed them,
      * but the record is re-validated here in case the masters moved
               " ADJ=" WS-SO-ADJUST-RULE
               " PRI=" WS-SO-PRIORITY
               " FEEWVD=" WS-SO-FEE-WAIVED
               " PURP=" WS-SO-PURPOSE-CODE
               " EFF=" WS-PA-EFF-DATE OF WS-SOPEND-RECORD
               DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE.
           MOVE "STANDING-ORDER-RECORD" TO WS-AUD-RECTYPE.
           MOVE WS-PA-NEW-FEE-WAIVED OF WS-SOPEND-RECORD TO
               WS-AP-NEW-FEE-WAIVED OF SOAPPR-RECORD.
           MOVE SPACE TO WS-AP-CANCEL-MODE OF SOAPPR-RECORD.
           MOVE WS-PA-NEW-PURPOSE-CODE OF WS-SOPEND-RECORD TO
               WS-AP-NEW-PURPOSE-CODE OF SOAPPR-RECORD.
           WRITE SOAPPR-RECORD
               INVALID KEY
                   DISPLAY "SOAPPR.DAT WRITE Error, Status: "
