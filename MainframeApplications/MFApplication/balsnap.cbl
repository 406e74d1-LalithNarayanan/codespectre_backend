      * prior balance - a freshly opened account with a keyed opening
      * balance therefore shows up once, which is the audit trail the
      * auditors asked for, not a defect.
      * The snapshot carries the whole account record and the time
      * the run started, so a generation is also the starting point
      * ACCTRCV restores ACCT.DAT from before rolling the account
      * journal forward.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALSNAP.
       01  WS-PROVE-FROM-DATE      PIC 9(8).
       01  WS-DAY-NUM              PIC 9(9).
       01  WS-SCAN-DONE            PIC X.
       01  WS-PRIOR-BALANCE        PIC S9(12)V99.
       01  WS-MOVE-DR              PIC 9(12)V99.
       01  WS-MOVE-CR              PIC 9(12)V99.
       01  WS-EXPECTED-BAL         PIC S9(12)V99.
           COPY RUNSTAT-RECORD.
       01  WS-JOB-NAME             PIC X(8).
       01  WS-PRED-NAME            PIC X(8).
      * Execution cycle of this job and of its predecessor on
      * JOBCTL - zero, the business date as a whole.
       01  WS-JOB-CYCLES.
           05  WS-JOB-CYCLE        PIC 9 VALUE 0.
           05  WS-PRED-CYCLE       PIC 9 VALUE 0.
       01  WS-JOBCTL-FUNC          PIC X.
       01  WS-JOB-RESULT           PIC X.
       PROCEDURE DIVISION.
           MOVE "STOREXEC" TO WS-PRED-NAME.
           MOVE "S" TO WS-JOBCTL-FUNC.
           CALL 'JOBCTL' USING WS-JOB-NAME, WS-PRED-NAME,
               WS-CURRENT-DATE, WS-JOB-CYCLES, WS-JOBCTL-FUNC,
               WS-JOB-RESULT.
           IF WS-JOB-RESULT NOT = "Y"
               DISPLAY "BALSNAP - not started."
               STOP RUN

           MOVE "E" TO WS-JOBCTL-FUNC.
           CALL 'JOBCTL' USING WS-JOB-NAME, WS-PRED-NAME,
               WS-CURRENT-DATE, WS-JOB-CYCLES, WS-JOBCTL-FUNC,
               WS-JOB-RESULT.
           STOP RUN.

       WRITE-RUN-STATISTICS.
               WS-BS-CURRENCY OF TODAY-SNAP-REC.
           MOVE WS-CURRENT-DATE TO
               WS-BS-SNAP-DATE OF TODAY-SNAP-REC.
           MOVE WS-ACCT-CUST-ID OF ACCOUNT-RECORD TO
               WS-BS-CUST-ID OF TODAY-SNAP-REC.
           MOVE WS-ACCT-TYPE OF ACCOUNT-RECORD TO
               WS-BS-ACCT-TYPE OF TODAY-SNAP-REC.
           MOVE WS-START-TIME(1:6) TO
               WS-BS-SNAP-TIME OF TODAY-SNAP-REC.
           MOVE WS-ACCT-BRANCH OF ACCOUNT-RECORD TO
               WS-BS-BRANCH OF TODAY-SNAP-REC.
           WRITE TODAY-SNAP-REC
               INVALID KEY
                   DISPLAY "Snapshot WRITE Error, Status: "
