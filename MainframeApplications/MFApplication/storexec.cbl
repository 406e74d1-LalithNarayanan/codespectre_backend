      * type, or insufficient funds) so it is retried on the next run
      * instead of being lost. Checkpoints after every order it
      * successfully posts so a rerun after a mid-run abend does not
      * re-debit accounts that were already posted. Each posting or
      * suspension is notified to the order's customer and to every
      * other holder of the debited account. Every external payment
      * is screened against the sanctions watch list before anything
      * is debited; a hit suspends the order and places it on the
      * compliance hold queue until compliance releases it. A held
      * or dormant debited account suspends the order with a reason
      * of its own. Executions the customer asked to skip, or that
      * fall inside a requested pause, are rolled past unposted. An
      * order with an annual escalation clause takes its rise at the
      * first execution in its anniversary month, subject to the
      * debit caps and the dual-authorization threshold. External
      * payments go to the day's OUTPAY generation through OUTPAYW,
      * which frames it with its control header and trailer.
      * The job runs once per intraday execution cycle (CYCLE-
      * POLICY.cpy). An order created, amended or released after the
      * cycle's cut-off waits for the next cycle. JOBCTL, the
      * checkpoint, the run statistics, the posting log and the
      * OUTPAY generation are all kept per cycle, and the last cycle
      * completes the business date on JOBCTL for the night's jobs.
      * The loan's own repayment order (the order LOANSET named on
      * LOAN.DAT) crediting an INSTLOAN account is an instalment loan
      * repayment: it collects the next instalment on the loan's
      * schedule (LOANPAY), debits it in full, credits the loan with
      * the principal only, and writes the interest part to TXNHIST
      * and the posting log as a charge of its own. Any other credit
      * to the account posts as an ordinary internal credit.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOREXEC.
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BENEF-FILE ASSIGN TO "BENEF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-BN-ID OF BENEF-RECORD
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SOAPPR-FILE ASSIGN TO "SOAPPR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-AP-SO-ID OF SOAPPR-RECORD
               FILE STATUS IS WS-FILE-STATUS.
           SELECT DUEWORK-FILE ASSIGN TO "STODUE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               05  WS-CHKPT-POSTED       PIC 9(7).
               05  WS-CHKPT-SUSPENDED    PIC 9(7).
               05  WS-CHKPT-EXPIRED      PIC 9(7).
               05  WS-CHKPT-CYCLE        PIC 9.
           FD SUSPENSE-FILE.
           01  WS-SUSP-REC.
               05  WS-SUSP-SO-ID         PIC X(20).
               05  WS-PL-STATUS          PIC X(10).
               05  WS-PL-PAYEE-TYPE      PIC X.
               05  WS-PL-FEE-AMT         PIC 9(10)V99.
               05  WS-PL-MID-AMT         PIC 9(10)V99.
               05  WS-PL-CYCLE           PIC 9.
           FD BENEF-FILE.
               COPY BENEF-RECORD
                   REPLACING ==WS-BENEF-RECORD==
                   BY ==BENEF-RECORD==.
           FD SOAPPR-FILE.
               COPY SOAPPR-RECORD
                   REPLACING ==WS-SOAPPR-RECORD==
                   BY ==SOAPPR-RECORD==.
      * One record per due order, keyed by the 37-byte processing key
      * (from-account + priority + SO ID) - the index supplies the
      * processing sequence, so the nightly run handles however many
           COPY COMMON-STORAGE.
           COPY WS-SO-RECORD.
           COPY WS-CUSTOMER-RECORD.
           COPY APPR-THRESHOLD.
           COPY WS-ACCOUNT-RECORD
               REPLACING ==WS-ACCOUNT-RECORD==
               BY ==WS-FR-ACCT-REC==.
       01  WS-DMS-ERROR-ACTION         PIC X(60).
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
       01  WS-CAP-FUNC                 PIC X.
       01  WS-CAP-RESULT               PIC X.
       01  WS-FEE-INCOME-ACCT          PIC X(15).
       01  WS-FEE-FOUND                PIC X.
       01  WS-FEE-PAYEE-TYPE           PIC X.
      * Repayment to an instalment loan (to-account type INSTLOAN):
      * the instalment LOANPAY quoted and its interest/principal
      * split, and the loan's own repayment order.
       01  WS-LOAN-FLAG                PIC X.
       01  WS-LOAN-FUNC                PIC X.
       01  WS-LOAN-RESULT              PIC X.
       01  WS-LOAN-INST-NO             PIC 9(3).
       01  WS-LOAN-INTEREST            PIC 9(10)V99.
       01  WS-LOAN-PRINCIPAL           PIC 9(10)V99.
       01  WS-LOAN-DUE                 PIC 9(10)V99.
       01  WS-LOAN-PAYEE-TYPE          PIC X.
       01  WS-LOAN-SO-ID               PIC X(20).
       01  WS-PRIOR-STAT               PIC X(10).
       01  WS-RESUMING-FLAG            PIC X VALUE "N".
       01  WS-CHKPT-EXISTS             PIC X VALUE "N".
       01  WS-TOTAL-SUSPENDED          PIC 9(7) VALUE 0.
       01  WS-TOTAL-EXPIRED            PIC 9(7) VALUE 0.
       01  WS-TOTAL-DUPSKIP            PIC 9(7) VALUE 0.
       01  WS-TOTAL-SKIPPED            PIC 9(7) VALUE 0.
      * Skip-next / pause-until instruction: "Y" = every due date of
      * this order was skipped and nothing is left to post today.
       01  WS-SKIPPED-FLAG             PIC X.
       01  WS-SKIP-ROLLS               PIC 9(5).
       01  WS-SKIP-PRIOR-ANCHOR        PIC 9(8).
      * Annual escalation: the schedule month of the execution being
      * worked (YYYYMM), the first month the next rise is due, the
      * clause year that rise belongs to, and the raised amount.
       01  WS-TOTAL-ESCALATED          PIC 9(7) VALUE 0.
       01  WS-ESC-SCHED-MONTH          PIC 9(6).
       01  WS-ESC-DUE-MONTH            PIC 9(6).
       01  WS-ESC-YEAR                 PIC 9(4).
       01  WS-ESC-NEW-AMOUNT           PIC 9(10)V99.
       01  WS-ESC-PRIOR-AMOUNT         PIC 9(10)V99.
       01  WS-ESC-QUEUED               PIC X.
       01  WS-DUP-RESULT               PIC X.
       01  WS-HOLD-AMOUNT              PIC 9(10)V99.
       01  WS-HOLD-RESULT              PIC X.
       01  WS-DORM-RESULT              PIC X.
      * Sanctions screening of external payments (SANCCHK) and the
      * compliance hold queue (SANCHOLD). WS-RELEASE-FLAG "Y" = the
      * order was released by compliance; the release is used up
      * once the payment is made.
       01  WS-RELEASE-FLAG             PIC X.
       01  WS-SCREEN-RESULT            PIC X.
       01  WS-MATCH-VALUE              PIC X(40).
       01  WS-LIST-REF                 PIC X(20).
       01  WS-SH-FUNC                  PIC X.
       01  WS-SH-RESULT                PIC X.
       01  WS-SH-OPERATOR              PIC X(10) VALUE "STOREXEC".
           COPY SANCHOLD-RECORD.
      * ACCEPT FROM TIME supplies HHMMSShh - the fields are 9(8) and
      * the leading HHMMSS is taken when the record is built, the same
      * idiom AUDITLOG uses for its timestamp.
       01  WS-AUD-OPER                 PIC X(6).
       01  WS-AUD-OPERATOR-NAME        PIC X(10).
       01  WS-CUST-FOUND-FLAG          PIC X.
      * Every holder of the debited account is told of the
      * execution - the owner when the order was set up by a joint
      * holder or attorney, and each further joint holder (ACCTJNT).
           COPY JOINT-HOLDERS.
       01  WS-REL-RESULT               PIC X.
       01  WS-JH-IDX                   PIC 9(2).
       01  WS-HOLDER-CUST-ID           PIC X(10).
       01  WS-HOLDER-NOT-STATUS        PIC X(7).
      * NOTIFY and POSTLOG are produced as dated generations - one
      * file per business date - so a night's notifications are never
      * clobbered before the messaging platform collects them and the
       01  WS-NOTIFY-FILE-NAME         PIC X(30).
       01  WS-POSTLOG-FILE-NAME        PIC X(30).
      * Outbound external beneficiary payments are a dated generation
      * too, collected by the interbank payment interface. OUTPAYW
      * owns the file and keeps its header and trailer.
           COPY OUTPAY-RECORD.
       01  WS-OUTPAY-FUNC              PIC X.
       01  WS-OUTPAY-RESULT            PIC X.
       01  WS-BENEF-FILE-OK            PIC X VALUE "N".
       01  WS-JOB-NAME                 PIC X(8).
       01  WS-PRED-NAME                PIC X(8).
       01  WS-JOB-CYCLES.
           05  WS-JOB-CYCLE            PIC 9 VALUE 0.
           05  WS-PRED-CYCLE           PIC 9 VALUE 0.
      * The execution cycle this run works, its cut-off time, and the
      * due orders held back for the next cycle because they were
      * changed after the cut-off.
           COPY CYCLE-POLICY.
       01  WS-EXEC-CYCLE               PIC 9 VALUE 0.
       01  WS-CYCLE-CUTOFF             PIC 9(6).
       01  WS-CY-IDX                   PIC 9(2).
       01  WS-TOTAL-HELD-CUTOFF        PIC 9(7) VALUE 0.
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
       01  WS-JRNL-JOB-NAME            PIC X(8) VALUE "STOREXEC".
       01  WS-JRNL-ACTION              PIC X.
       01  WS-JRNL-RESULT              PIC X.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "STOREXEC - Standing Order Execution Batch Starting".
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-START-TIME FROM TIME.

      * Zero takes the latest cycle whose cut-off has passed - the
      * scheduler starts each cycle after its cut-off.
           DISPLAY "Enter execution cycle (1-" WS-CY-CYCLE-COUNT
               ", 0 for the cycle now due): ".
           ACCEPT WS-EXEC-CYCLE.
           IF WS-EXEC-CYCLE = ZERO
               PERFORM VARYING WS-CY-IDX FROM 1 BY 1
                   UNTIL WS-CY-IDX > WS-CY-CYCLE-COUNT
                   IF WS-CY-CUTOFF(WS-CY-IDX) NOT > WS-START-TIME(1:6)
                       MOVE WS-CY-IDX TO WS-EXEC-CYCLE
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-EXEC-CYCLE = ZERO OR
              WS-EXEC-CYCLE > WS-CY-CYCLE-COUNT
               DISPLAY "STOREXEC - no execution cycle due - the "
                   "first cut-off is " WS-CY-CUTOFF(1) "."
               STOP RUN
           END-IF.
           MOVE WS-CY-CUTOFF(WS-EXEC-CYCLE) TO WS-CYCLE-CUTOFF.
           DISPLAY "Execution cycle " WS-EXEC-CYCLE
               " - cut-off " WS-CYCLE-CUTOFF.

      * The pending-amendment applier must finish first, so a change
      * effective today governs today's execution - JOBCTL holds the
      * first cycle until STORDAPL shows COMPLETE for the business
      * date (a supervisor override covers sites not yet scheduling
      * the applier), and every later cycle until the cycle before
      * it has completed. The completion of the last cycle, recorded
      * for the business date as a whole, in turn holds STORDRCN,
      * STORDEXT and the rest of the night's jobs.
           MOVE "STOREXEC" TO WS-JOB-NAME.
           MOVE WS-EXEC-CYCLE TO WS-JOB-CYCLE.
           IF WS-EXEC-CYCLE = 1
               MOVE "STORDAPL" TO WS-PRED-NAME
               MOVE ZERO TO WS-PRED-CYCLE
           ELSE
               MOVE "STOREXEC" TO WS-PRED-NAME
               COMPUTE WS-PRED-CYCLE = WS-EXEC-CYCLE - 1
           END-IF.
           MOVE "S" TO WS-JOBCTL-FUNC.
           CALL 'JOBCTL' USING WS-JOB-NAME, WS-PRED-NAME,
               WS-CURRENT-DATE, WS-JOB-CYCLES, WS-JOBCTL-FUNC,
               WS-JOB-RESULT.
           IF WS-JOB-RESULT NOT = "Y"
               DISPLAY "STOREXEC - not started."
               STOP RUN
           MOVE SPACES TO WS-POSTLOG-FILE-NAME.
           STRING "POSTLOG" WS-CURRENT-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-POSTLOG-FILE-NAME.

           OPEN I-O ACCOUNT-FILE.
           OPEN I-O CHECKPOINT-FILE.
               OPEN OUTPUT POSTLOG-FILE
           END-IF.

           PERFORM LOAD-CHECKPOINT.
           PERFORM PROCESS-DUE-STANDING-ORDERS
               THRU PROCESS-DUE-STANDING-ORDERS-EXIT.
           CLOSE SUSPENSE-FILE.
           CLOSE NOTIFY-FILE.
           CLOSE POSTLOG-FILE.
           IF WS-BENEF-FILE-OK = "Y"
               CLOSE BENEF-FILE
           END-IF.

      * The day's OUTPAY generation is closed with its trailer - even
      * with no external payments, so the interface always collects
      * a provably complete file. An abandoned run leaves it without
      * one: it is not complete until the rerun finishes it.
           IF WS-RUN-ABANDONED = "Y"
               MOVE "X" TO WS-OUTPAY-FUNC
           ELSE
               MOVE "C" TO WS-OUTPAY-FUNC
           END-IF.
           CALL 'OUTPAYW' USING WS-OUTPAY-FUNC, WS-CURRENT-DATE,
               WS-EXEC-CYCLE, WS-OUTPAY-RECORD, WS-OUTPAY-RESULT.
           IF WS-OUTPAY-RESULT NOT = "Y"
               DISPLAY "STOREXEC - OUTPAY generation for "
                   WS-CURRENT-DATE " cycle " WS-EXEC-CYCLE
                   " not closed - see above."
           END-IF.

      * An abandoned run must not mark the business date COMPLETE -
      * SUSPAGE, INTACCR, BALSNAP, SOSWEEP and DDCLAIM are all held
      * on that completion and would run as if the night had
               STOP RUN
           END-IF.

           DISPLAY "STOREXEC - Cycle: " WS-EXEC-CYCLE
               " Held for next cycle: " WS-TOTAL-HELD-CUTOFF.
           DISPLAY "STOREXEC - Processed: " WS-TOTAL-PROCESSED
               " Posted: " WS-TOTAL-POSTED
               " Suspended: " WS-TOTAL-SUSPENDED
               " Expired: " WS-TOTAL-EXPIRED
               " Duplicates skipped: " WS-TOTAL-DUPSKIP
               " Customer skips: " WS-TOTAL-SKIPPED
               " Escalations: " WS-TOTAL-ESCALATED.

           PERFORM WRITE-RUN-STATISTICS.

           MOVE "E" TO WS-JOBCTL-FUNC.
           CALL 'JOBCTL' USING WS-JOB-NAME, WS-PRED-NAME,
               WS-CURRENT-DATE, WS-JOB-CYCLES, WS-JOBCTL-FUNC,
               WS-JOB-RESULT.
      * The last cycle closes the business date as a whole.
           IF WS-EXEC-CYCLE = WS-CY-CYCLE-COUNT
               MOVE ZERO TO WS-JOB-CYCLE
               CALL 'JOBCTL' USING WS-JOB-NAME, WS-PRED-NAME,
                   WS-CURRENT-DATE, WS-JOB-CYCLES, WS-JOBCTL-FUNC,
                   WS-JOB-RESULT
           END-IF.
           STOP RUN.

       WRITE-RUN-STATISTICS.
           INITIALIZE WS-RUNSTAT-RECORD.
           MOVE "STOREXEC" TO WS-RS-JOB-NAME.
           MOVE WS-CURRENT-DATE TO WS-RS-RUN-DATE.
           MOVE WS-EXEC-CYCLE TO WS-RS-CYCLE.
           MOVE WS-START-TIME(1:6) TO WS-RS-START-TIME.
           MOVE WS-END-TIME(1:6) TO WS-RS-END-TIME.
           MOVE WS-TOTAL-PROCESSED TO WS-RS-PROCESSED.
               NOT INVALID KEY
                   MOVE "Y" TO WS-CHKPT-EXISTS
                   IF WS-CHKPT-RUN-DATE OF WS-CHKPT-REC =
                      WS-CURRENT-DATE AND
                      WS-CHKPT-CYCLE OF WS-CHKPT-REC = WS-EXEC-CYCLE
                       MOVE "Y" TO WS-RESUMING-FLAG
                       DISPLAY "Resuming after processing key: "
                           WS-CHKPT-LAST-KEY OF WS-CHKPT-REC
                       ERROR WS-DMS-ERROR-AREA

                   IF WS-DMS-ERROR-CODE = ZERO
                       PERFORM CHECK-CYCLE-CUTOFF
                   END-IF

                   DMS FIND NEXT RECORD STANDING-ORDER-RECORD
               END-PERFORM
           END-IF.

       CHECK-CYCLE-CUTOFF.
      * An order created, amended or released today after this
      * cycle's cut-off waits for the next cycle - its change time
      * is on the order. Changes made by the batch record zero.
           IF WS-SO-LAST-MOD = WS-CURRENT-DATE AND
              WS-SO-LAST-MOD-TIME > WS-CYCLE-CUTOFF
               ADD 1 TO WS-TOTAL-HELD-CUTOFF
               DISPLAY "Changed after the cut-off - held for the "
                   "next cycle, SO ID: " WS-SO-ID
           ELSE
               PERFORM ADD-ORDER-TO-DUE-FILE
           END-IF.

       ADD-ORDER-TO-DUE-FILE.
           MOVE WS-SO-FROM-ACCT TO
               WS-DW-FROM-ACCT OF WS-DUEWORK-REC.
      * closed, never open.
               MOVE "N" TO WS-DUP-RESULT
               CALL 'SODUPCHK' USING WS-SO-ID, WS-CURRENT-DATE,
                   WS-EXEC-CYCLE, WS-DUP-RESULT
               EVALUATE WS-DUP-RESULT
                   WHEN "Y"
                       DISPLAY "Already posted today - skipped, "
                           "order deferred unposted, SO ID: "
                           WS-SO-ID
                   WHEN OTHER
      * An order the customer asked to skip or pause is rolled past
      * the missed dates first; one with nothing left due today is
      * finished there and is neither posted nor counted processed.
                       PERFORM APPLY-SKIP-INSTRUCTION
                           THRU APPLY-SKIP-INSTRUCTION-EXIT
                       IF WS-SKIPPED-FLAG = "N"
                           PERFORM APPLY-ESCALATION
                               THRU APPLY-ESCALATION-EXIT
                           ADD 1 TO WS-TOTAL-PROCESSED
                           PERFORM PROCESS-ONE-STANDING-ORDER
                       END-IF
               END-EVALUATE
           END-IF.

           ELSE
               MOVE "N" TO WS-SUSPENDED-FLAG
               MOVE SPACES TO WS-SUSPEND-REASON
               MOVE "N" TO WS-RELEASE-FLAG
               MOVE "N" TO WS-LOAN-FLAG

               MOVE WS-SO-FROM-ACCT TO WS-ACCT-ID OF ACCOUNT-RECORD
               READ ACCOUNT-FILE INTO WS-FR-ACCT-REC
                   MOVE "To account is closed." TO WS-SUSPEND-REASON
               END-IF

      * A repayment to an instalment loan collects the next
      * instalment on the loan's schedule, split into interest and
      * principal - quoted before the funds and cap checks so they
      * cover the figure actually collected.
               IF WS-SUSPENDED-FLAG = "N" AND
                  WS-SO-PAYEE-TYPE NOT = "X" AND
                  WS-ACCT-TYPE OF WS-TO-ACCT-REC = "INSTLOAN"
                   PERFORM QUOTE-LOAN-REPAYMENT
                       THRU QUOTE-LOAN-REPAYMENT-EXIT
               END-IF

               IF WS-SUSPENDED-FLAG = "N"
                   CALL 'ACCTLIM' USING
                       WS-ACCT-TYPE OF WS-FR-ACCT-REC,
                   END-IF
               END-IF

      * A dormant account refuses every debit until a supervisor
      * reactivates it; the order suspends with its own reason so
      * the desk knows funds are not the problem.
               IF WS-SUSPENDED-FLAG = "N"
                   CALL 'DORMCHK' USING WS-SO-FROM-ACCT,
                       WS-DORM-RESULT
                   IF WS-DORM-RESULT = "D"
                       MOVE "Y" TO WS-SUSPENDED-FLAG
                       MOVE "Account dormant." TO WS-SUSPEND-REASON
                   END-IF
                   IF WS-DORM-RESULT = "E"
                       MOVE "Y" TO WS-SUSPENDED-FLAG
                       MOVE "Account dormancy check unavailable." TO
                           WS-SUSPEND-REASON
                   END-IF
               END-IF

      * The funds check covers amount plus fee, so the charge can
      * never take the account below its minimum balance - or, for
      * an account with an arranged overdraft, below minus its
      * limit. An unreadable limits file leaves the floor at the
      * minimum balance, so no overdraft is extended unchecked.
               IF WS-SUSPENDED-FLAG = "N"
                   CALL 'ODLIMCHK' USING WS-SO-FROM-ACCT,
                       WS-MIN-BALANCE, WS-FUNDS-FLOOR, WS-OD-RESULT
                   IF (WS-ACCT-BALANCE OF WS-FR-ACCT-REC -
                       WS-SO-AMOUNT - WS-FEE-AMOUNT) < WS-FUNDS-FLOOR
                       MOVE "Y" TO WS-SUSPENDED-FLAG
                       MOVE "Insufficient funds." TO WS-SUSPEND-REASON
                   END-IF
      * such an order is suspended rather than posted at a wrong or
      * assumed rate.
      * An external payment goes out in the from-account's own
      * currency - no internal credit, no conversion. A converted
      * credit is taken at the customer rate: the mid-rate amount
      * less the exchange margin for the pair and the from-account's
      * type.
               IF WS-SUSPENDED-FLAG = "N"
                   MOVE WS-SO-AMOUNT TO WS-CONVERTED-AMOUNT
                   MOVE WS-SO-AMOUNT TO WS-MID-AMOUNT
                   MOVE "Y" TO WS-CONV-STATUS
                   IF WS-SO-PAYEE-TYPE NOT = "X" AND
                      WS-ACCT-CURRENCY-CODE OF WS-FR-ACCT-REC NOT =
                       CALL 'CURRCONV' USING
                           WS-ACCT-CURRENCY-CODE OF WS-FR-ACCT-REC,
                           WS-ACCT-CURRENCY-CODE OF WS-TO-ACCT-REC,
                           WS-SO-AMOUNT, WS-MID-AMOUNT,
                           WS-CONV-STATUS
                       IF WS-CONV-STATUS = "Y"
                           CALL 'FXMRGAPL' USING
                               WS-ACCT-CURRENCY-CODE OF WS-FR-ACCT-REC,
                               WS-ACCT-CURRENCY-CODE OF WS-TO-ACCT-REC,
                               WS-ACCT-TYPE OF WS-FR-ACCT-REC,
                               WS-MID-AMOUNT, WS-CONVERTED-AMOUNT,
                               WS-FX-MARGIN-PCT
                       END-IF
                   END-IF
                   IF WS-CONV-STATUS NOT = "Y"
                       MOVE "Y" TO WS-SUSPENDED-FLAG
                   END-IF
               END-IF

      * Sanctions screening comes last, so a hold is only placed on a
      * payment that would otherwise have gone out tonight.
               IF WS-SUSPENDED-FLAG = "N" AND
                  WS-SO-PAYEE-TYPE = "X"
                   PERFORM SCREEN-OUTBOUND-PAYMENT
                       THRU SCREEN-OUTBOUND-PAYMENT-EXIT
               END-IF

               IF WS-SUSPENDED-FLAG = "Y"
                   PERFORM SUSPEND-STANDING-ORDER
               ELSE
               END-IF
           END-IF.

       QUOTE-LOAN-REPAYMENT.
      * Only the loan's own repayment order is split against the
      * schedule - any other order crediting the account (one set up
      * before such orders were refused) posts as an ordinary
      * internal credit, neither re-priced nor taking an instalment.
           MOVE "Q" TO WS-LOAN-FUNC.
           CALL 'LOANPAY' USING WS-LOAN-FUNC, WS-SO-TO-ACCT,
               WS-CURRENT-DATE, WS-LOAN-INST-NO, WS-LOAN-INTEREST,
               WS-LOAN-PRINCIPAL, WS-LOAN-RESULT, WS-LOAN-SO-ID.
           IF (WS-LOAN-RESULT = "Y" OR WS-LOAN-RESULT = "R") AND
              WS-LOAN-SO-ID NOT = WS-SO-ID
               GO TO QUOTE-LOAN-REPAYMENT-EXIT
           END-IF.
           MOVE "Y" TO WS-LOAN-FLAG.

      * The loan is repaid in its own currency - a repayment order
      * drawn on an account in another currency is a set-up error,
      * not something to convert.
           IF WS-ACCT-CURRENCY-CODE OF WS-FR-ACCT-REC NOT =
              WS-ACCT-CURRENCY-CODE OF WS-TO-ACCT-REC
               MOVE "Y" TO WS-SUSPENDED-FLAG
               MOVE "Loan repayment not in the loan currency." TO
                   WS-SUSPEND-REASON
               GO TO QUOTE-LOAN-REPAYMENT-EXIT
           END-IF.

           EVALUATE WS-LOAN-RESULT
               WHEN "N"
                   MOVE "Y" TO WS-SUSPENDED-FLAG
                   MOVE "Loan not found for loan account." TO
                       WS-SUSPEND-REASON
               WHEN "R"
                   MOVE "Loan already repaid." TO WS-SUSPEND-REASON
                   MOVE "Y" TO WS-SUSPENDED-FLAG
               WHEN "E"
                   MOVE "Y" TO WS-SUSPENDED-FLAG
                   MOVE "Loan schedule unavailable." TO
                       WS-SUSPEND-REASON
           END-EVALUATE.
           IF WS-SUSPENDED-FLAG = "Y"
               GO TO QUOTE-LOAN-REPAYMENT-EXIT
           END-IF.

      * The order collects exactly the scheduled instalment - the
      * last one is adjusted to clear the loan, so it can differ
      * from the level amount the order was set up with.
           COMPUTE WS-LOAN-DUE = WS-LOAN-INTEREST + WS-LOAN-PRINCIPAL.
           IF WS-LOAN-DUE NOT = WS-SO-AMOUNT
               DISPLAY "Loan repayment SO ID: " WS-SO-ID
                   " collects instalment " WS-LOAN-INST-NO
                   " as scheduled: " WS-LOAN-DUE
               MOVE WS-LOAN-DUE TO WS-SO-AMOUNT
           END-IF.
       QUOTE-LOAN-REPAYMENT-EXIT.
           EXIT.

       CHECK-FEE-INCOME-ACCOUNT.
      * A fee credited to the posting's own accounts would be undone
      * or doubled by the balance rewrites - refuse the configuration
                   MOVE "Y" TO WS-SUSPENDED-FLAG
                   MOVE "Beneficiary is closed." TO WS-SUSPEND-REASON
               END-IF
               IF WS-SUSPENDED-FLAG = "N" AND
                  WS-BN-STAT OF BENEF-RECORD = "HELD"
                   MOVE "Y" TO WS-SUSPENDED-FLAG
                   MOVE "Beneficiary on compliance hold." TO
                       WS-SUSPEND-REASON
               END-IF
           END-IF.

       SCREEN-OUTBOUND-PAYMENT.
      * Sanctions screening of an external payment, kept in lockstep
      * between storexec.cbl and suspwrk.cbl. A decision compliance
      * has already taken on this order stands; a beneficiary
      * compliance has released is cleared while its name and bank
      * are unchanged; anything else is screened against the watch
      * list, and a hit is placed on the compliance hold queue with
      * the order suspended and nothing debited.
           MOVE "N" TO WS-RELEASE-FLAG.
           INITIALIZE WS-SANCHOLD-RECORD.
           MOVE "Q" TO WS-SH-FUNC.
           MOVE "O" TO WS-SH-DIRECTION.
           MOVE WS-SO-ID TO WS-SH-PAY-REF.
           CALL 'SANCHOLD' USING WS-SH-FUNC, WS-SANCHOLD-RECORD,
               WS-SH-OPERATOR, WS-SH-RESULT.
           IF WS-SH-RESULT = "E"
               MOVE "Y" TO WS-SUSPENDED-FLAG
               MOVE "Compliance hold queue unavailable." TO
                   WS-SUSPEND-REASON
               GO TO SCREEN-OUTBOUND-PAYMENT-EXIT
           END-IF.
           IF WS-SH-RESULT = "Y"
               EVALUATE WS-SH-STATUS
                   WHEN "R"
                       MOVE "Y" TO WS-RELEASE-FLAG
                       GO TO SCREEN-OUTBOUND-PAYMENT-EXIT
                   WHEN "H"
                       MOVE "Y" TO WS-SUSPENDED-FLAG
                       MOVE "Compliance hold - sanctions screening."
                           TO WS-SUSPEND-REASON
                       GO TO SCREEN-OUTBOUND-PAYMENT-EXIT
                   WHEN "C"
                       MOVE "Y" TO WS-SUSPENDED-FLAG
                       MOVE "Sanctions hit confirmed by compliance."
                           TO WS-SUSPEND-REASON
                       GO TO SCREEN-OUTBOUND-PAYMENT-EXIT
               END-EVALUATE
           END-IF.

           INITIALIZE WS-SANCHOLD-RECORD.
           MOVE "Q" TO WS-SH-FUNC.
           MOVE "B" TO WS-SH-DIRECTION.
           MOVE WS-BN-ID OF BENEF-RECORD TO WS-SH-PAY-REF.
           CALL 'SANCHOLD' USING WS-SH-FUNC, WS-SANCHOLD-RECORD,
               WS-SH-OPERATOR, WS-SH-RESULT.
           IF WS-SH-RESULT = "E"
               MOVE "Y" TO WS-SUSPENDED-FLAG
               MOVE "Compliance hold queue unavailable." TO
                   WS-SUSPEND-REASON
               GO TO SCREEN-OUTBOUND-PAYMENT-EXIT
           END-IF.
           IF WS-SH-RESULT = "Y" AND
              WS-SH-STATUS = "R" AND
              WS-SH-PARTY-NAME = WS-BN-NAME OF BENEF-RECORD AND
              WS-SH-PARTY-BANK = WS-BN-BANK-ID OF BENEF-RECORD
               GO TO SCREEN-OUTBOUND-PAYMENT-EXIT
           END-IF.

           CALL 'SANCCHK' USING WS-BN-NAME OF BENEF-RECORD,
               WS-BN-BANK-ID OF BENEF-RECORD, WS-SCREEN-RESULT,
               WS-MATCH-VALUE, WS-LIST-REF.
           IF WS-SCREEN-RESULT = "C"
               GO TO SCREEN-OUTBOUND-PAYMENT-EXIT
           END-IF.
           MOVE "Y" TO WS-SUSPENDED-FLAG.
           IF WS-SCREEN-RESULT NOT = "H"
               MOVE "Sanctions screening unavailable." TO
                   WS-SUSPEND-REASON
               GO TO SCREEN-OUTBOUND-PAYMENT-EXIT
           END-IF.

           INITIALIZE WS-SANCHOLD-RECORD.
           MOVE "O" TO WS-SH-DIRECTION.
           MOVE WS-SO-ID TO WS-SH-PAY-REF.
           MOVE WS-SO-FROM-ACCT TO WS-SH-ACCT-ID.
           MOVE WS-SO-AMOUNT TO WS-SH-AMOUNT.
           MOVE WS-ACCT-CURRENCY-CODE OF WS-FR-ACCT-REC TO
               WS-SH-CURRENCY.
           MOVE WS-BN-ID OF BENEF-RECORD TO WS-SH-PARTY-ID.
           MOVE WS-BN-NAME OF BENEF-RECORD TO WS-SH-PARTY-NAME.
           MOVE WS-BN-BANK-ID OF BENEF-RECORD TO WS-SH-PARTY-BANK.
           MOVE WS-BN-ACCT-NO OF BENEF-RECORD TO WS-SH-PARTY-ACCT.
           MOVE WS-MATCH-VALUE TO WS-SH-MATCH-VALUE.
           MOVE WS-LIST-REF TO WS-SH-LIST-REF.
           MOVE "H" TO WS-SH-FUNC.
           CALL 'SANCHOLD' USING WS-SH-FUNC, WS-SANCHOLD-RECORD,
               WS-SH-OPERATOR, WS-SH-RESULT.
           IF WS-SH-RESULT NOT = "Y"
               MOVE "Compliance hold queue unavailable." TO
                   WS-SUSPEND-REASON
               GO TO SCREEN-OUTBOUND-PAYMENT-EXIT
           END-IF.
           MOVE "Compliance hold - sanctions screening." TO
               WS-SUSPEND-REASON.
           DISPLAY "HELD - SO ID: " WS-SO-ID
               " SANCTIONS MATCH: " WS-MATCH-VALUE.
       SCREEN-OUTBOUND-PAYMENT-EXIT.
           EXIT.

       MARK-RELEASE-USED.
      * The release compliance granted this order is used up by the
      * payment just made, so the next execution is screened afresh.
           MOVE "D" TO WS-SH-FUNC.
           MOVE "O" TO WS-SH-DIRECTION.
           MOVE WS-SO-ID TO WS-SH-PAY-REF.
           CALL 'SANCHOLD' USING WS-SH-FUNC, WS-SANCHOLD-RECORD,
               WS-SH-OPERATOR, WS-SH-RESULT.
           IF WS-SH-RESULT NOT = "Y"
               DISPLAY "Compliance release not marked used for SO ID: "
                   WS-SO-ID
           END-IF.

       APPLY-SKIP-INSTRUCTION.
      * The customer asked (through STORDSKP) to miss the next few
      * executions or to pause the order until a date. Each skipped
      * execution rolls the schedule exactly as a posting would, so
      * it counts toward the end date, but WS-SO-EXEC-COUNT is left
      * alone so the execution cap still buys the full number of
      * payments. The instruction clears itself once used up - the
      * skip count runs down to zero and the pause date is dropped
      * once the schedule reaches it. An order rolled past its end
      * date falls through to PROCESS-ONE-STANDING-ORDER, which
      * expires it; one still due once the instruction is used up
      * falls through and posts as normal.
           MOVE "N" TO WS-SKIPPED-FLAG.
           IF WS-SO-SKIP-COUNT = ZERO AND WS-SO-PAUSE-UNTIL = ZERO
               GO TO APPLY-SKIP-INSTRUCTION-EXIT
           END-IF.
           IF WS-SO-ANCHOR-DATE = ZERO
               MOVE WS-SO-NEXT-EXEC TO WS-SO-ANCHOR-DATE
           END-IF.

           MOVE SPACES TO WS-AUD-OLD-VALUE.
           STRING "STAT=" WS-SO-STAT " NEXT=" WS-SO-NEXT-EXEC
               " SKIP=" WS-SO-SKIP-COUNT " PAUSE=" WS-SO-PAUSE-UNTIL
               DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE.

      * A frequency the roll does not recognise leaves the anchor
      * where it was - the loop stops there rather than spin.
           MOVE ZERO TO WS-SKIP-ROLLS.
           MOVE ZERO TO WS-SKIP-PRIOR-ANCHOR.
           PERFORM UNTIL WS-SO-NEXT-EXEC > WS-CURRENT-DATE
                   OR WS-SO-ANCHOR-DATE = WS-SKIP-PRIOR-ANCHOR
                   OR (WS-SO-END-DATE > 0 AND
                       WS-SO-ANCHOR-DATE > WS-SO-END-DATE)
                   OR (WS-SO-SKIP-COUNT = ZERO AND
                       WS-SO-NEXT-EXEC NOT < WS-SO-PAUSE-UNTIL)
               IF WS-SO-SKIP-COUNT > ZERO
                   SUBTRACT 1 FROM WS-SO-SKIP-COUNT
               END-IF
               DISPLAY "Execution skipped at customer request, SO "
                   "ID: " WS-SO-ID " Date: " WS-SO-NEXT-EXEC
               MOVE WS-SO-ANCHOR-DATE TO WS-SKIP-PRIOR-ANCHOR
               PERFORM ROLL-FORWARD-NEXT-EXEC
               ADD 1 TO WS-SKIP-ROLLS
           END-PERFORM.
           IF WS-SO-PAUSE-UNTIL > ZERO AND
              WS-SO-NEXT-EXEC NOT < WS-SO-PAUSE-UNTIL
               MOVE ZERO TO WS-SO-PAUSE-UNTIL
           END-IF.

      * A pause that had already run out with nothing to skip is
      * simply dropped - the posting below stores the cleared field.
           IF WS-SKIP-ROLLS = ZERO
               GO TO APPLY-SKIP-INSTRUCTION-EXIT
           END-IF.
           ADD WS-SKIP-ROLLS TO WS-TOTAL-SKIPPED.

      * Nothing left due today: a suspended order's outstanding
      * payment was the one skipped, so it goes back to ACTIVE and
      * its suspense record is cleared, as a posting would do.
           IF WS-SO-NEXT-EXEC > WS-CURRENT-DATE
               MOVE "Y" TO WS-SKIPPED-FLAG
               IF WS-SO-STAT = "SUSPENDED"
                   MOVE "ACTIVE" TO WS-SO-STAT
                   MOVE WS-SO-ID TO WS-SUSP-SO-ID OF WS-SUSP-REC
                   DELETE SUSPENSE-FILE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               END-IF
           END-IF.
           MOVE WS-CURRENT-DATE TO WS-SO-LAST-MOD.
           MOVE ZERO TO WS-SO-LAST-MOD-TIME.

      * The rolled schedule is stored now even when the order goes
      * on to post, so a rerun after an abend between here and the
      * posting checkpoint cannot skip the same dates a second time.
           DMS MODIFY RECORD STANDING-ORDER-RECORD
               USING WS-SO-RECORD
               ERROR WS-DMS-ERROR-AREA.

           IF WS-DMS-ERROR-CODE NOT = ZERO
               CALL 'DMSERRTX' USING WS-DMS-ERROR-CODE,
                   WS-DMS-ERROR-DESC, WS-DMS-ERROR-ACTION
               DISPLAY "DMS MODIFY Error: " WS-DMS-ERROR-CODE
                   " - " WS-DMS-ERROR-DESC
               DISPLAY "Suggested Action: " WS-DMS-ERROR-ACTION
               MOVE "Y" TO WS-SKIPPED-FLAG
               GO TO APPLY-SKIP-INSTRUCTION-EXIT
           END-IF.

           MOVE SPACES TO WS-AUD-NEW-VALUE.
           STRING "STAT=" WS-SO-STAT " NEXT=" WS-SO-NEXT-EXEC
               " SKIP=" WS-SO-SKIP-COUNT " PAUSE=" WS-SO-PAUSE-UNTIL
               DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE.
           MOVE "STANDING-ORDER-RECORD" TO WS-AUD-RECTYPE.
           MOVE "MODIFY" TO WS-AUD-OPER.
           MOVE "STOREXEC" TO WS-AUD-OPERATOR-NAME.
           CALL 'AUDITLOG' USING WS-AUD-RECTYPE, WS-AUD-OPER,
               WS-SO-ID, WS-AUD-OLD-VALUE, WS-AUD-NEW-VALUE,
               WS-AUD-OPERATOR-NAME.

           IF WS-SKIPPED-FLAG = "Y"
               PERFORM COMMIT-CHECKPOINT
           END-IF.

       APPLY-SKIP-INSTRUCTION-EXIT.
           EXIT.

       APPLY-ESCALATION.
      * The execution about to be worked is the first one the
      * schedule has brought into (or past) the clause's anniversary
      * month since the last rise - raise the amount before it posts,
      * so this and every later execution pays the new figure. The
      * schedule month is taken from the raw anchor, the same date
      * the end-date test uses. A rise that would break the account's
      * standing order caps is held and retried at each execution
      * until the desk acts; one at or above the dual-authorization
      * threshold (before or after) is queued for a second operator
      * as an AMEND and this execution posts at the current amount.
           IF WS-SO-ESC-TYPE NOT = "P" AND WS-SO-ESC-TYPE NOT = "A"
               GO TO APPLY-ESCALATION-EXIT
           END-IF.
           IF WS-SO-ANCHOR-DATE = ZERO
               MOVE WS-SO-NEXT-EXEC TO WS-SO-ANCHOR-DATE
           END-IF.
           COMPUTE WS-ESC-SCHED-MONTH = WS-SO-ANCHOR-DATE / 100.
           COMPUTE WS-ESC-DUE-MONTH =
               (WS-SO-ESC-LAST-YEAR + 1) * 100 + WS-SO-ESC-MONTH.
           IF WS-ESC-SCHED-MONTH < WS-ESC-DUE-MONTH
               GO TO APPLY-ESCALATION-EXIT
           END-IF.

      * The clause year is the year whose anniversary month this
      * execution falls in or after.
           COMPUTE WS-ESC-YEAR = WS-SO-ANCHOR-DATE / 10000.
           IF WS-ESC-SCHED-MONTH - (WS-ESC-YEAR * 100) <
              WS-SO-ESC-MONTH
               SUBTRACT 1 FROM WS-ESC-YEAR
           END-IF.

           MOVE WS-SO-AMOUNT TO WS-ESC-PRIOR-AMOUNT.
           CALL 'SOESCAMT' USING WS-SO-RECORD, WS-ESC-NEW-AMOUNT.

           MOVE SPACES TO WS-AUD-OLD-VALUE.
           STRING "AMT=" WS-SO-AMOUNT
               " ESCYEAR=" WS-SO-ESC-LAST-YEAR
               DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE.

           IF WS-ESC-NEW-AMOUNT NOT > WS-SO-AMOUNT
      * Already at the ceiling - the year is marked taken with no
      * change to the amount.
               CONTINUE
           ELSE
               MOVE "S" TO WS-CAP-FUNC
               CALL 'SOLIMCHK' USING WS-SO-FROM-ACCT,
                   WS-ESC-NEW-AMOUNT, WS-CAP-FUNC, WS-CAP-RESULT
               IF WS-CAP-RESULT = "D" OR WS-CAP-RESULT = "M"
                   DISPLAY "Escalation to " WS-ESC-NEW-AMOUNT
                       " exceeds the account's standing order cap "
                       "- held, SO ID: " WS-SO-ID
                   GO TO APPLY-ESCALATION-EXIT
               END-IF
               IF WS-ESC-NEW-AMOUNT NOT < WS-APPR-THRESHOLD OR
                  WS-ESC-PRIOR-AMOUNT NOT < WS-APPR-THRESHOLD
                   PERFORM QUEUE-ESCALATION-APPROVAL
                       THRU QUEUE-ESCALATION-APPROVAL-EXIT
                   IF WS-ESC-QUEUED NOT = "Y"
                       GO TO APPLY-ESCALATION-EXIT
                   END-IF
               ELSE
                   MOVE WS-ESC-NEW-AMOUNT TO WS-SO-AMOUNT
               END-IF
           END-IF.

           MOVE WS-ESC-YEAR TO WS-SO-ESC-LAST-YEAR.
           IF WS-SO-ESC-NOTICE-YEAR < WS-ESC-YEAR
               MOVE WS-ESC-YEAR TO WS-SO-ESC-NOTICE-YEAR
           END-IF.
           MOVE WS-CURRENT-DATE TO WS-SO-LAST-MOD.
           MOVE ZERO TO WS-SO-LAST-MOD-TIME.

      * Stored straight away, as the skip roll is, so a rerun after
      * an abend before this execution's checkpoint cannot raise the
      * amount a second time.
           DMS MODIFY RECORD STANDING-ORDER-RECORD
               USING WS-SO-RECORD
               ERROR WS-DMS-ERROR-AREA.
           IF WS-DMS-ERROR-CODE NOT = ZERO
               CALL 'DMSERRTX' USING WS-DMS-ERROR-CODE,
                   WS-DMS-ERROR-DESC, WS-DMS-ERROR-ACTION
               DISPLAY "DMS MODIFY Error: " WS-DMS-ERROR-CODE
                   " - " WS-DMS-ERROR-DESC
               DISPLAY "Suggested Action: " WS-DMS-ERROR-ACTION
               MOVE WS-ESC-PRIOR-AMOUNT TO WS-SO-AMOUNT
               GO TO APPLY-ESCALATION-EXIT
           END-IF.

           MOVE SPACES TO WS-AUD-NEW-VALUE.
           STRING "AMT=" WS-SO-AMOUNT
               " ESCYEAR=" WS-SO-ESC-LAST-YEAR
               " RAISE=" WS-ESC-NEW-AMOUNT
               DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE.
           MOVE "STANDING-ORDER-RECORD" TO WS-AUD-RECTYPE.
           MOVE "MODIFY" TO WS-AUD-OPER.
           MOVE "STOREXEC" TO WS-AUD-OPERATOR-NAME.
           CALL 'AUDITLOG' USING WS-AUD-RECTYPE, WS-AUD-OPER,
               WS-SO-ID, WS-AUD-OLD-VALUE, WS-AUD-NEW-VALUE,
               WS-AUD-OPERATOR-NAME.

           IF WS-SO-AMOUNT > WS-ESC-PRIOR-AMOUNT
               DISPLAY "Escalated SO ID: " WS-SO-ID
                   " from " WS-ESC-PRIOR-AMOUNT " to " WS-SO-AMOUNT
               ADD 1 TO WS-TOTAL-ESCALATED
           END-IF.
       APPLY-ESCALATION-EXIT.
           EXIT.

       QUEUE-ESCALATION-APPROVAL.
      * The raised amount goes to the approvals queue as an AMEND
      * carrying the order's own values for everything else, with
      * this job as the maker. WS-ESC-QUEUED reports "Y" once queued;
      * an action already awaiting approval holds the rise for a
      * later execution.
           MOVE "N" TO WS-ESC-QUEUED.
           OPEN I-O SOAPPR-FILE.
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT SOAPPR-FILE
               CLOSE SOAPPR-FILE
               OPEN I-O SOAPPR-FILE
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "SOAPPR.DAT OPEN Error, Status: "
                   WS-FILE-STATUS " - escalation held, SO ID: "
                   WS-SO-ID
               GO TO QUEUE-ESCALATION-APPROVAL-EXIT
           END-IF.

           MOVE WS-SO-ID TO WS-AP-SO-ID OF SOAPPR-RECORD.
           READ SOAPPR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "An action is already awaiting approval "
                       "- escalation held, SO ID: " WS-SO-ID
                   CLOSE SOAPPR-FILE
                   GO TO QUEUE-ESCALATION-APPROVAL-EXIT
           END-READ.

           MOVE SPACES TO SOAPPR-RECORD.
           MOVE WS-SO-ID TO WS-AP-SO-ID OF SOAPPR-RECORD.
           MOVE "AMEND" TO WS-AP-ACTION OF SOAPPR-RECORD.
           MOVE "STOREXEC" TO WS-AP-MAKER OF SOAPPR-RECORD.
           MOVE WS-CURRENT-DATE TO
               WS-AP-REQUEST-DATE OF SOAPPR-RECORD.
           MOVE WS-SO-TO-ACCT TO WS-AP-NEW-TO-ACCT OF SOAPPR-RECORD.
           MOVE WS-ESC-NEW-AMOUNT TO
               WS-AP-NEW-AMOUNT OF SOAPPR-RECORD.
           MOVE WS-SO-FREQ TO WS-AP-NEW-FREQ OF SOAPPR-RECORD.
           MOVE WS-SO-NEXT-EXEC TO
               WS-AP-NEW-NEXT-EXEC OF SOAPPR-RECORD.
           MOVE WS-SO-END-DATE TO
               WS-AP-NEW-END-DATE OF SOAPPR-RECORD.
           MOVE WS-SO-MAX-EXECS TO
               WS-AP-NEW-MAX-EXECS OF SOAPPR-RECORD.
           MOVE WS-SO-ADJUST-RULE TO
               WS-AP-NEW-ADJ-RULE OF SOAPPR-RECORD.
           MOVE WS-SO-ANCHOR-DATE TO
               WS-AP-NEW-ANCHOR OF SOAPPR-RECORD.
           MOVE WS-SO-PRIORITY TO
               WS-AP-NEW-PRIORITY OF SOAPPR-RECORD.
           MOVE WS-SO-FEE-WAIVED TO
               WS-AP-NEW-FEE-WAIVED OF SOAPPR-RECORD.
           MOVE SPACE TO WS-AP-CANCEL-MODE OF SOAPPR-RECORD.
           MOVE WS-SO-PURPOSE-CODE TO
               WS-AP-NEW-PURPOSE-CODE OF SOAPPR-RECORD.
           WRITE SOAPPR-RECORD
               INVALID KEY
                   DISPLAY "SOAPPR.DAT WRITE Error, Status: "
                       WS-FILE-STATUS " - escalation held, SO ID: "
                       WS-SO-ID
                   CLOSE SOAPPR-FILE
                   GO TO QUEUE-ESCALATION-APPROVAL-EXIT
           END-WRITE.
           CLOSE SOAPPR-FILE.

           MOVE SPACES TO WS-AUD-NEW-VALUE.
           STRING "ESCALATION ROUTED TO APPROVALS AMT="
               WS-ESC-NEW-AMOUNT
               DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE.
           MOVE "SOAPPR-RECORD" TO WS-AUD-RECTYPE.
           MOVE "STORE" TO WS-AUD-OPER.
           MOVE "STOREXEC" TO WS-AUD-OPERATOR-NAME.
           CALL 'AUDITLOG' USING WS-AUD-RECTYPE, WS-AUD-OPER,
               WS-SO-ID, WS-AUD-OLD-VALUE, WS-AUD-NEW-VALUE,
               WS-AUD-OPERATOR-NAME.

           DISPLAY "Escalation routed to approvals, SO ID: " WS-SO-ID
               " amount " WS-ESC-NEW-AMOUNT.
           MOVE "Y" TO WS-ESC-QUEUED.
       QUEUE-ESCALATION-APPROVAL-EXIT.
           EXIT.

       EXPIRE-STANDING-ORDER.
      * The order reached its end date or execution cap before this
      * run could post it again (most often because it was sitting in

           MOVE "COMPLETED" TO WS-SO-STAT.
           MOVE WS-CURRENT-DATE TO WS-SO-LAST-MOD.
           MOVE ZERO TO WS-SO-LAST-MOD-TIME.

           DMS MODIFY RECORD STANDING-ORDER-RECORD
               USING WS-SO-RECORD

               MOVE WS-ACCT-ID OF WS-FR-ACCT-REC TO
                   WS-ACCT-ID OF ACCOUNT-RECORD
               MOVE WS-FR-ACCT-REC TO WS-JRNL-AFTER-IMAGE
               PERFORM REWRITE-JOURNALLED-ACCOUNT

               IF WS-FEE-AMOUNT > ZERO
                   PERFORM CREDIT-FEE-INCOME-ACCOUNT

      * An external payment has no internal credit side - the money
      * leaves through the outbound payment file instead.
      * A loan repayment reduces the loan by the principal only - the
      * interest part is the bank's income.
               IF WS-LOAN-FLAG = "Y"
                   MOVE WS-LOAN-PRINCIPAL TO WS-CONVERTED-AMOUNT
                   MOVE WS-LOAN-PRINCIPAL TO WS-MID-AMOUNT
               END-IF
               IF WS-SO-PAYEE-TYPE = "X"
                   PERFORM WRITE-OUTBOUND-PAYMENT
               ELSE
                       WS-ACCT-BALANCE OF WS-TO-ACCT-REC
                   MOVE WS-ACCT-ID OF WS-TO-ACCT-REC TO
                       WS-ACCT-ID OF ACCOUNT-RECORD
                   MOVE WS-TO-ACCT-REC TO WS-JRNL-AFTER-IMAGE
                   PERFORM REWRITE-JOURNALLED-ACCOUNT
               END-IF

      * Write the movement to the account transaction history - both
                       WS-ACCT-CURRENCY-CODE OF WS-FR-ACCT-REC,
                       WS-SO-PAYEE-TYPE, WS-HIST-STATUS
               ELSE
                   IF WS-LOAN-FLAG = "Y"
                       PERFORM WRITE-LOAN-REPAYMENT-HISTORY
                   ELSE
                       CALL 'TXNHISTW' USING WS-CURRENT-DATE,
                           WS-SO-ID, WS-SO-FROM-ACCT, WS-SO-AMOUNT,
                           WS-ACCT-CURRENCY-CODE OF WS-FR-ACCT-REC,
                           WS-SO-TO-ACCT, WS-CONVERTED-AMOUNT,
                           WS-ACCT-CURRENCY-CODE OF WS-TO-ACCT-REC,
                           WS-SO-PAYEE-TYPE, WS-HIST-STATUS
                   END-IF
               END-IF
               IF WS-HIST-STATUS NOT = "Y"
                   DISPLAY "Transaction history incomplete for SO "
               MOVE WS-CURRENT-DATE TO WS-NOT-DATE OF WS-NOTIFY-REC
               PERFORM RESOLVE-NOTIFY-CHANNEL
               WRITE WS-NOTIFY-REC
               MOVE "SUCCESS" TO WS-HOLDER-NOT-STATUS
               PERFORM NOTIFY-JOINT-HOLDERS
                   THRU NOTIFY-JOINT-HOLDERS-EXIT

               MOVE WS-SO-ID TO WS-PL-SO-ID OF WS-POSTLOG-REC
               MOVE WS-SO-FROM-ACCT TO WS-PL-FROM-ACCT OF WS-POSTLOG-REC
               MOVE WS-SO-PAYEE-TYPE TO
                   WS-PL-PAYEE-TYPE OF WS-POSTLOG-REC
               MOVE WS-FEE-AMOUNT TO WS-PL-FEE-AMT OF WS-POSTLOG-REC
               MOVE WS-MID-AMOUNT TO WS-PL-MID-AMT OF WS-POSTLOG-REC
               MOVE WS-EXEC-CYCLE TO WS-PL-CYCLE OF WS-POSTLOG-REC
      * A loan repayment is logged as its principal (payee type "K",
      * an internal movement) and its interest part (type "J", an
      * entry of its own) so GLEXTR and STORDRCN see both.
               IF WS-LOAN-FLAG = "Y"
                   MOVE WS-LOAN-PRINCIPAL TO
                       WS-PL-AMOUNT OF WS-POSTLOG-REC
                   MOVE "K" TO WS-PL-PAYEE-TYPE OF WS-POSTLOG-REC
               END-IF
               WRITE WS-POSTLOG-REC
               IF WS-LOAN-FLAG = "Y"
                   PERFORM COMPLETE-LOAN-REPAYMENT
               END-IF

      * A retried order that has now posted is off the exceptions
      * desk's plate - remove its suspense record so the workbench
                   END-DELETE
               END-IF

               IF WS-RELEASE-FLAG = "Y"
                   PERFORM MARK-RELEASE-USED
               END-IF

               PERFORM COMMIT-CHECKPOINT
           END-IF.

       WRITE-LOAN-REPAYMENT-HISTORY.
      * The settlement account shows the principal and the interest
      * as two debits; the loan account is credited the principal.
           MOVE "K" TO WS-LOAN-PAYEE-TYPE.
           CALL 'TXNHISTW' USING WS-CURRENT-DATE, WS-SO-ID,
               WS-SO-FROM-ACCT, WS-LOAN-PRINCIPAL,
               WS-ACCT-CURRENCY-CODE OF WS-FR-ACCT-REC,
               WS-SO-TO-ACCT, WS-LOAN-PRINCIPAL,
               WS-ACCT-CURRENCY-CODE OF WS-TO-ACCT-REC,
               WS-LOAN-PAYEE-TYPE, WS-HIST-STATUS.
           IF WS-HIST-STATUS = "Y" AND WS-LOAN-INTEREST > ZERO
               MOVE "J" TO WS-LOAN-PAYEE-TYPE
               CALL 'TXNHISTW' USING WS-CURRENT-DATE, WS-SO-ID,
                   WS-SO-FROM-ACCT, WS-LOAN-INTEREST,
                   WS-ACCT-CURRENCY-CODE OF WS-FR-ACCT-REC,
                   WS-SO-TO-ACCT, WS-LOAN-INTEREST,
                   WS-ACCT-CURRENCY-CODE OF WS-FR-ACCT-REC,
                   WS-LOAN-PAYEE-TYPE, WS-HIST-STATUS
           END-IF.

       COMPLETE-LOAN-REPAYMENT.
           IF WS-LOAN-INTEREST > ZERO
               MOVE WS-LOAN-INTEREST TO WS-PL-AMOUNT OF WS-POSTLOG-REC
               MOVE WS-LOAN-INTEREST TO
                   WS-PL-CREDIT-AMT OF WS-POSTLOG-REC
               MOVE WS-LOAN-INTEREST TO
                   WS-PL-MID-AMT OF WS-POSTLOG-REC
               MOVE ZERO TO WS-PL-FEE-AMT OF WS-POSTLOG-REC
               MOVE "J" TO WS-PL-PAYEE-TYPE OF WS-POSTLOG-REC
               WRITE WS-POSTLOG-REC
           END-IF.

      * The instalment is marked paid and the loan moved on only once
      * the money has moved.
           MOVE "P" TO WS-LOAN-FUNC.
           CALL 'LOANPAY' USING WS-LOAN-FUNC, WS-SO-TO-ACCT,
               WS-CURRENT-DATE, WS-LOAN-INST-NO, WS-LOAN-INTEREST,
               WS-LOAN-PRINCIPAL, WS-LOAN-RESULT, WS-LOAN-SO-ID.
           IF WS-LOAN-RESULT NOT = "Y"
               DISPLAY "Loan schedule not updated for loan "
                   WS-SO-TO-ACCT " instalment " WS-LOAN-INST-NO
                   " SO ID: " WS-SO-ID
           END-IF.

       SUSPEND-STANDING-ORDER.
      * The suspense date is set when the record is first written and
      * kept on every retry, so it reads "suspended since" - the

           MOVE "SUSPENDED" TO WS-SO-STAT.
           MOVE WS-CURRENT-DATE TO WS-SO-LAST-MOD.
           MOVE ZERO TO WS-SO-LAST-MOD-TIME.

           DMS MODIFY RECORD STANDING-ORDER-RECORD
               USING WS-SO-RECORD
           MOVE WS-CURRENT-DATE TO WS-NOT-DATE OF WS-NOTIFY-REC.
           PERFORM RESOLVE-NOTIFY-CHANNEL.
           WRITE WS-NOTIFY-REC.
           MOVE "FAILED" TO WS-HOLDER-NOT-STATUS.
           PERFORM NOTIFY-JOINT-HOLDERS THRU NOTIFY-JOINT-HOLDERS-EXIT.

           MOVE WS-SO-ID TO WS-PL-SO-ID OF WS-POSTLOG-REC.
           MOVE WS-SO-FROM-ACCT TO WS-PL-FROM-ACCT OF WS-POSTLOG-REC.
           MOVE "SUSPENDED" TO WS-PL-STATUS OF WS-POSTLOG-REC.
           MOVE WS-SO-PAYEE-TYPE TO WS-PL-PAYEE-TYPE OF WS-POSTLOG-REC.
           MOVE ZERO TO WS-PL-FEE-AMT OF WS-POSTLOG-REC.
           MOVE ZERO TO WS-PL-MID-AMT OF WS-POSTLOG-REC.
           MOVE WS-EXEC-CYCLE TO WS-PL-CYCLE OF WS-POSTLOG-REC.
           WRITE WS-POSTLOG-REC.

           ADD 1 TO WS-TOTAL-SUSPENDED.
      * duplicate FAILED notifications and posting log entries.
           PERFORM COMMIT-CHECKPOINT.

       NOTIFY-JOINT-HOLDERS.
      * The order's own customer has already been notified. The
      * owner is known only when the from-account was read - an
      * order suspended because the account is missing has no
      * further holders to tell.
           IF WS-ACCT-ID OF WS-FR-ACCT-REC NOT = WS-SO-FROM-ACCT
               GO TO NOTIFY-JOINT-HOLDERS-EXIT
           END-IF.
           IF WS-ACCT-CUST-ID OF WS-FR-ACCT-REC NOT = WS-SO-CUST-ID
               MOVE WS-ACCT-CUST-ID OF WS-FR-ACCT-REC TO
                   WS-HOLDER-CUST-ID
               PERFORM NOTIFY-ONE-HOLDER
           END-IF.
           CALL 'ACCTJNT' USING WS-SO-FROM-ACCT,
               WS-ACCT-CUST-ID OF WS-FR-ACCT-REC, WS-JOINT-HOLDERS,
               WS-REL-RESULT.
           IF WS-REL-RESULT = "E"
               DISPLAY "Joint holders not notified, SO ID: " WS-SO-ID
               GO TO NOTIFY-JOINT-HOLDERS-EXIT
           END-IF.
           PERFORM VARYING WS-JH-IDX FROM 1 BY 1
                   UNTIL WS-JH-IDX > WS-JH-COUNT
               IF WS-JH-CUST-ID(WS-JH-IDX) NOT = WS-SO-CUST-ID
                   MOVE WS-JH-CUST-ID(WS-JH-IDX) TO WS-HOLDER-CUST-ID
                   PERFORM NOTIFY-ONE-HOLDER
               END-IF
           END-PERFORM.
           IF WS-JH-OVERFLOW = "Y"
               DISPLAY "More than 10 joint holders - not all "
                   "notified, account: " WS-SO-FROM-ACCT
           END-IF.
       NOTIFY-JOINT-HOLDERS-EXIT.
           EXIT.

       NOTIFY-ONE-HOLDER.
           MOVE "Y" TO WS-CUST-FOUND-FLAG.
           MOVE WS-HOLDER-CUST-ID TO WS-CUSTOMER-ID.
           DMS GET RECORD CUSTOMER-RECORD
               USING WS-CUSTOMER-ID
               ERROR WS-DMS-ERROR-AREA.
           IF WS-DMS-ERROR-CODE NOT = ZERO
               MOVE "N" TO WS-CUST-FOUND-FLAG
               MOVE SPACES TO WS-CUST-PHONE
               DISPLAY "Joint holder " WS-HOLDER-CUST-ID
                   " not found for notification, SO ID: " WS-SO-ID
           END-IF.

           MOVE WS-HOLDER-CUST-ID TO WS-NOT-CUST-ID OF WS-NOTIFY-REC.
           MOVE WS-CUST-PHONE TO WS-NOT-PHONE OF WS-NOTIFY-REC.
           MOVE WS-SO-ID TO WS-NOT-SO-ID OF WS-NOTIFY-REC.
           MOVE WS-SO-AMOUNT TO WS-NOT-AMOUNT OF WS-NOTIFY-REC.
           MOVE WS-HOLDER-NOT-STATUS TO WS-NOT-STATUS OF WS-NOTIFY-REC.
           IF WS-CUST-FOUND-FLAG NOT = "Y" AND
              WS-HOLDER-NOT-STATUS = "SUCCESS"
               MOVE "NOPHONE" TO WS-NOT-STATUS OF WS-NOTIFY-REC
           END-IF.
           MOVE WS-CURRENT-DATE TO WS-NOT-DATE OF WS-NOTIFY-REC.
           PERFORM RESOLVE-NOTIFY-CHANNEL.
           WRITE WS-NOTIFY-REC.

       RESOLVE-NOTIFY-CHANNEL.
      * The delivery channel comes from the customer's preference -
      * space (records stored before the field existed) and any
               WS-ACCT-BALANCE OF WS-FEE-ACCT-REC.
           MOVE WS-ACCT-ID OF WS-FEE-ACCT-REC TO
               WS-ACCT-ID OF ACCOUNT-RECORD.
           MOVE WS-FEE-ACCT-REC TO WS-JRNL-AFTER-IMAGE.
           PERFORM REWRITE-JOURNALLED-ACCOUNT.

           MOVE "F" TO WS-FEE-PAYEE-TYPE.
           CALL 'TXNHISTW' USING WS-CURRENT-DATE, WS-SO-ID,
       WRITE-OUTBOUND-PAYMENT.
      * The beneficiary record was read by CHECK-BENEFICIARY-FOR-POST
      * before the order was accepted for posting.
           INITIALIZE WS-OUTPAY-RECORD.
           MOVE WS-SO-ID TO WS-OP-SO-ID OF WS-OUTPAY-RECORD.
           MOVE WS-SO-FROM-ACCT TO WS-OP-FROM-ACCT OF WS-OUTPAY-RECORD.
           MOVE WS-BN-ID OF BENEF-RECORD TO
               WS-OP-BENEF-ID OF WS-OUTPAY-RECORD.
           MOVE WS-BN-NAME OF BENEF-RECORD TO
               WS-OP-BENEF-NAME OF WS-OUTPAY-RECORD.
           MOVE WS-BN-BANK-ID OF BENEF-RECORD TO
               WS-OP-BANK-ID OF WS-OUTPAY-RECORD.
           MOVE WS-BN-ACCT-NO OF BENEF-RECORD TO
               WS-OP-BENEF-ACCT OF WS-OUTPAY-RECORD.
           MOVE WS-SO-AMOUNT TO WS-OP-AMOUNT OF WS-OUTPAY-RECORD.
           MOVE WS-ACCT-CURRENCY-CODE OF WS-FR-ACCT-REC TO
               WS-OP-CURRENCY OF WS-OUTPAY-RECORD.
           MOVE WS-CURRENT-DATE TO WS-OP-PAY-DATE OF WS-OUTPAY-RECORD.
      * The order's own purpose code, else the beneficiary's, goes
      * out with the payment for the cross-border return.
           IF WS-SO-PURPOSE-CODE NOT = SPACES
               MOVE WS-SO-PURPOSE-CODE TO
                   WS-OP-PURPOSE-CODE OF WS-OUTPAY-RECORD
           ELSE
               MOVE WS-BN-PURPOSE-CODE OF BENEF-RECORD TO
                   WS-OP-PURPOSE-CODE OF WS-OUTPAY-RECORD
           END-IF.
           MOVE "W" TO WS-OUTPAY-FUNC.
           CALL 'OUTPAYW' USING WS-OUTPAY-FUNC, WS-CURRENT-DATE,
               WS-EXEC-CYCLE, WS-OUTPAY-RECORD, WS-OUTPAY-RESULT.
           IF WS-OUTPAY-RESULT NOT = "Y"
               DISPLAY "OUTPAY record not written for SO ID: "
                   WS-SO-ID " - the payment has not gone to the "
                   "interface."
           END-IF.

       COMMIT-CHECKPOINT.
           MOVE WS-CURRENT-DUE-KEY TO WS-CHKPT-LAST-KEY OF WS-CHKPT-REC.
           MOVE WS-TOTAL-SUSPENDED TO
               WS-CHKPT-SUSPENDED OF WS-CHKPT-REC.
           MOVE WS-TOTAL-EXPIRED TO WS-CHKPT-EXPIRED OF WS-CHKPT-REC.
           MOVE WS-EXEC-CYCLE TO WS-CHKPT-CYCLE OF WS-CHKPT-REC.
           IF WS-CHKPT-EXISTS = "Y"
               REWRITE WS-CHKPT-REC
           ELSE
                       MOVE 28 TO WS-DAYS-IN-MONTH
                   END-IF
           END-EVALUATE.

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
