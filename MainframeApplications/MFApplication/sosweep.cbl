      * threshold and fills it back to the target from the counter
      * account. The computed amount posts through the same
      * machinery as a due order: ACCTLIM eligibility and minimum
      * balance (or ODLIMCHK arranged overdraft floor) on the debited
      * account, the ACCTHCHK hold check, the DORMCHK dormancy check,
      * CURRCONV for a cross-currency credit, TXNHISTW history legs
      * (payee type "W") and an entry on the business date's posting
      * log generation, which carries the sweep into the GLEXTR
               05  WS-PL-STATUS          PIC X(10).
               05  WS-PL-PAYEE-TYPE      PIC X.
               05  WS-PL-FEE-AMT         PIC 9(10)V99.
               05  WS-PL-MID-AMT         PIC 9(10)V99.
               05  WS-PL-CYCLE           PIC 9.
           FD REPORT-FILE.
           01  WS-REPORT-LINE          PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-DEBIT-ACCT               PIC X(15).
       01  WS-CREDIT-ACCT              PIC X(15).
       01  WS-DEBIT-CCY                PIC X(3).
       01  WS-DEBIT-TYPE               PIC X(10).
       01  WS-CREDIT-CCY               PIC X(3).
       01  WS-DEBIT-BALANCE            PIC S9(12)V99.
       01  WS-ELIGIBLE                 PIC X.
       01  WS-MIN-BALANCE              PIC 9(12)V99.
      * The lowest the balance may go after the debit - the minimum
      * balance, or minus the arranged overdraft limit (ODLIMCHK).
       01  WS-FUNDS-FLOOR              PIC S9(12)V99.
       01  WS-OD-RESULT                PIC X.
      * Sized to CURRCONV's LINK-AMOUNT-OUT - it is passed by
      * reference, so the pictures must match exactly.
       01  WS-CONVERTED-AMOUNT         PIC 9(10)V99.
      * The credit at the treasury mid rate, before FXMRGAPL takes
      * the exchange margin off it - logged on POSTLOG for GLEXTR.
       01  WS-MID-AMOUNT               PIC 9(10)V99.
       01  WS-FX-MARGIN-PCT            PIC 9(2)V9999.
       01  WS-CONV-STATUS              PIC X.
       01  WS-HOLD-RESULT              PIC X.
       01  WS-DORM-RESULT              PIC X.
       01  WS-HIST-STATUS              PIC X.
       01  WS-SWP-HIST-TYPE            PIC X.
       01  WS-SCAN-DONE                PIC X.
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
      * Before- and after-images of each account rewrite, for the
      * ACCT.DAT forward-recovery journal (ACCTJRNW).
           COPY WS-ACCOUNT-RECORD
               REPLACING ==WS-ACCOUNT-RECORD==
               BY ==WS-JRNL-BEFORE-IMAGE==.
           COPY WS-ACCOUNT-RECORD
               REPLACING ==WS-ACCOUNT-RECORD==
               BY ==WS-JRNL-AFTER-IMAGE==.
       01  WS-JRNL-JOB-NAME            PIC X(8) VALUE "SOSWEEP".
       01  WS-JRNL-ACTION              PIC X.
       01  WS-JRNL-RESULT              PIC X.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "SOSWEEP - Balance-Triggered Sweep Run Starting".
           MOVE "STOREXEC" TO WS-PRED-NAME.
           MOVE "S" TO WS-JOBCTL-FUNC.
           CALL 'JOBCTL' USING WS-JOB-NAME, WS-PRED-NAME,
               WS-CURRENT-DATE, WS-JOB-CYCLES, WS-JOBCTL-FUNC,
               WS-JOB-RESULT.
           IF WS-JOB-RESULT NOT = "Y"
               DISPLAY "SOSWEEP - not started."
               STOP RUN
       CLOSE-JOB-COMPLETE.
           MOVE "E" TO WS-JOBCTL-FUNC.
           CALL 'JOBCTL' USING WS-JOB-NAME, WS-PRED-NAME,
               WS-CURRENT-DATE, WS-JOB-CYCLES, WS-JOBCTL-FUNC,
               WS-JOB-RESULT.

       WRITE-RUN-STATISTICS.
           ACCEPT WS-END-TIME FROM TIME.
               PERFORM REPORT-SWEEP-FAILURE
               GO TO EVALUATE-ONE-SWEEP-EXIT
           END-IF.
      * An instalment loan moves only with its schedule - a sweep set
      * up against one before that was refused is not run.
           IF WS-ACCT-TYPE OF WS-WATCH-ACCT-REC = "INSTLOAN" OR
              WS-ACCT-TYPE OF WS-CNTR-ACCT-REC = "INSTLOAN"
               MOVE "An account is an instalment loan." TO
                   WS-FAIL-REASON
               PERFORM REPORT-SWEEP-FAILURE
               GO TO EVALUATE-ONE-SWEEP-EXIT
           END-IF.

      * Does the trigger fire tonight, and for how much?
           PERFORM COMPUTE-SWEEP-AMOUNT.
                   WS-ELIGIBLE, WS-MIN-BALANCE
               MOVE WS-ACCT-BALANCE OF WS-WATCH-ACCT-REC TO
                   WS-DEBIT-BALANCE
               MOVE WS-ACCT-TYPE OF WS-WATCH-ACCT-REC TO
                   WS-DEBIT-TYPE
           ELSE
               CALL 'ACCTLIM' USING
                   WS-ACCT-TYPE OF WS-CNTR-ACCT-REC,
                   WS-ELIGIBLE, WS-MIN-BALANCE
               MOVE WS-ACCT-BALANCE OF WS-CNTR-ACCT-REC TO
                   WS-DEBIT-BALANCE
               MOVE WS-ACCT-TYPE OF WS-CNTR-ACCT-REC TO
                   WS-DEBIT-TYPE
           END-IF.
           IF WS-ELIGIBLE NOT = "Y"
               MOVE "Debited account type not eligible." TO
               GO TO EVALUATE-ONE-SWEEP-EXIT
           END-IF.

      * A dormant debited account moves no money until it is
      * reactivated; an unreadable dormancy file holds the sweep
      * off the same way an unreadable holds file does.
           CALL 'DORMCHK' USING WS-DEBIT-ACCT, WS-DORM-RESULT.
           IF WS-DORM-RESULT = "D"
               MOVE "Account dormant." TO WS-FAIL-REASON
               PERFORM REPORT-SWEEP-FAILURE
               GO TO EVALUATE-ONE-SWEEP-EXIT
           END-IF.
           IF WS-DORM-RESULT = "E"
               MOVE "Account dormancy check unavailable." TO
                   WS-FAIL-REASON
               PERFORM REPORT-SWEEP-FAILURE
               GO TO EVALUATE-ONE-SWEEP-EXIT
           END-IF.

      * The debited account's floor is its minimum balance, or
      * minus its arranged overdraft limit - the same floor the due
      * orders are funds-checked against.
           CALL 'ODLIMCHK' USING WS-DEBIT-ACCT, WS-MIN-BALANCE,
               WS-FUNDS-FLOOR, WS-OD-RESULT.

      * A top-up only moves what the counter account can afford
      * above its own floor - a partial top-up is better than none,
      * the same way a customer would move it by hand.
           IF WS-SW-DIRECTION OF SWEEP-RECORD = "T" AND
              (WS-DEBIT-BALANCE - WS-SWEEP-AMOUNT) < WS-FUNDS-FLOOR
               IF WS-DEBIT-BALANCE NOT > WS-FUNDS-FLOOR
                   MOVE "Counter account cannot fund the top-up."
                       TO WS-FAIL-REASON
                   PERFORM REPORT-SWEEP-FAILURE
                   GO TO EVALUATE-ONE-SWEEP-EXIT
               END-IF
               COMPUTE WS-SWEEP-AMOUNT =
                   WS-DEBIT-BALANCE - WS-FUNDS-FLOOR
           END-IF.
           IF WS-SW-DIRECTION OF SWEEP-RECORD = "E" AND
              (WS-DEBIT-BALANCE - WS-SWEEP-AMOUNT) < WS-FUNDS-FLOOR
               MOVE "Sweep would breach the minimum balance." TO
                   WS-FAIL-REASON
               PERFORM REPORT-SWEEP-FAILURE

      * Derive the credited amount up front - a missing or stale
      * rate holds the sweep off rather than moving money at a
      * wrong or assumed rate. The credit is taken at the customer
      * rate - the mid-rate amount less the exchange margin for the
      * pair and the debited account's type.
           MOVE WS-SWEEP-AMOUNT TO WS-CONVERTED-AMOUNT.
           MOVE WS-SWEEP-AMOUNT TO WS-MID-AMOUNT.
           MOVE "Y" TO WS-CONV-STATUS.
           IF WS-DEBIT-CCY NOT = WS-CREDIT-CCY
               CALL 'CURRCONV' USING WS-DEBIT-CCY, WS-CREDIT-CCY,
                   WS-SWEEP-AMOUNT, WS-MID-AMOUNT,
                   WS-CONV-STATUS
               IF WS-CONV-STATUS = "Y"
                   CALL 'FXMRGAPL' USING WS-DEBIT-CCY, WS-CREDIT-CCY,
                       WS-DEBIT-TYPE, WS-MID-AMOUNT,
                       WS-CONVERTED-AMOUNT, WS-FX-MARGIN-PCT
               END-IF
           END-IF.
           IF WS-CONV-STATUS NOT = "Y"
               MOVE "Exchange rate missing or stale." TO
           END-IF.
           MOVE WS-ACCT-ID OF WS-WATCH-ACCT-REC TO
               WS-ACCT-ID OF ACCOUNT-RECORD.
           MOVE WS-WATCH-ACCT-REC TO WS-JRNL-AFTER-IMAGE.
           PERFORM REWRITE-JOURNALLED-ACCOUNT.
           MOVE WS-ACCT-ID OF WS-CNTR-ACCT-REC TO
               WS-ACCT-ID OF ACCOUNT-RECORD.
           MOVE WS-CNTR-ACCT-REC TO WS-JRNL-AFTER-IMAGE.
           PERFORM REWRITE-JOURNALLED-ACCOUNT.

           MOVE "W" TO WS-SWP-HIST-TYPE.
           CALL 'TXNHISTW' USING WS-CURRENT-DATE,
           MOVE "POSTED" TO WS-PL-STATUS OF WS-POSTLOG-REC.
           MOVE "W" TO WS-PL-PAYEE-TYPE OF WS-POSTLOG-REC.
           MOVE ZERO TO WS-PL-FEE-AMT OF WS-POSTLOG-REC.
           MOVE WS-MID-AMOUNT TO WS-PL-MID-AMT OF WS-POSTLOG-REC.
           MOVE ZERO TO WS-PL-CYCLE OF WS-POSTLOG-REC.
           WRITE WS-POSTLOG-REC.

           ADD 1 TO WS-TOTAL-SWEPT.
               " - " WS-FAIL-REASON
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

       REWRITE-JOURNALLED-ACCOUNT.
      * Every ACCT.DAT rewrite is journalled for forward recovery: the
      * before-image is the record as it stands on file, read back
      * just ahead of the rewrite, the after-image the record written.
      * The caller has moved the account key to ACCOUNT-RECORD and the
      * updated record to WS-JRNL-AFTER-IMAGE.
           READ ACCOUNT-FILE INTO WS-JRNL-BEFORE-IMAGE
               INVALID KEY
                   MOVE SPACES TO WS-JRNL-BEFORE-IMAGE
           END-READ.
           REWRITE ACCOUNT-RECORD FROM WS-JRNL-AFTER-IMAGE.
           IF WS-FILE-STATUS = "00"
               MOVE "U" TO WS-JRNL-ACTION
               CALL 'ACCTJRNW' USING WS-JRNL-JOB-NAME, WS-JRNL-ACTION,
                   WS-JRNL-BEFORE-IMAGE, WS-JRNL-AFTER-IMAGE,
                   WS-JRNL-RESULT
               IF WS-JRNL-RESULT NOT = "Y"
                   DISPLAY "Account journal entry not written for "
                       WS-ACCT-ID OF WS-JRNL-AFTER-IMAGE
               END-IF
           END-IF.
