      * every other posting. JOBCTL holds the job until STOREXEC
      * shows COMPLETE for the business date; schedule it before
      * GLEXTR and STORDRCN so the night's journal and
      * reconciliation cover the interest credits. Debit interest
      * accrued on overdrawn accounts is charged the same way from
      * the bucket's debit side: whole pennies are debited from the
      * account, the debit leg goes to the transaction history and
      * the posting log under payee type "O", and GLEXTR carries the
      * income side to reserved mapping type "INTINC". The charge is
      * taken even where it deepens the overdraft past its limit -
      * the debt is owed either way and the daily overdraft report
      * shows the account over limit.
      * Withholding tax is deducted from each interest credit at
      * posting unless the account owner is tax-exempt on CUST.DAT:
      * the customer's own rate, or the WHTAX-POLICY standard rate
      * where no status is held, is taken in whole pennies (rounded
      * down) and debited from the account as its own transaction
      * history leg and posting log entry under payee type "H", so
      * GLEXTR carries it to the tax liability through reserved
      * mapping type "WHTAX" and STORDRCN proves it like any other
      * posting. Gross interest and tax withheld are added to the
      * customer's tax-year totals on WHTAX.DAT for the year-end
      * certificate (TAXCERT).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTPOST.
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-ACCT-ID OF ACCOUNT-RECORD
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "CUST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-CUST-ID OF CUSTOMER-RECORD
               FILE STATUS IS WS-CUST-STATUS.
           SELECT WHTAX-FILE ASSIGN TO "WHTAX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-WT-KEY OF WHTAX-RECORD
               FILE STATUS IS WS-WHTAX-STATUS.
           SELECT POSTLOG-FILE ASSIGN TO WS-POSTLOG-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               COPY WS-ACCOUNT-RECORD
                   REPLACING ==WS-ACCOUNT-RECORD==
                   BY ==ACCOUNT-RECORD==.
           FD CUSTOMER-FILE.
               COPY WS-CUSTOMER-RECORD
                   REPLACING ==WS-CUSTOMER-RECORD==
                   BY ==CUSTOMER-RECORD==.
           FD WHTAX-FILE.
               COPY WHTAX-RECORD
                   REPLACING ==WS-WHTAX-RECORD==
                   BY ==WHTAX-RECORD==.
      * POSTLOG-REC is spelled out here rather than pulled in via
      * COPY ... REPLACING, the same style STOREXEC uses. Field
      * layout is kept in lockstep with POSTLOG-RECORD.cpy.
               05  WS-PL-STATUS          PIC X(10).
               05  WS-PL-PAYEE-TYPE      PIC X.
               05  WS-PL-FEE-AMT         PIC 9(10)V99.
               05  WS-PL-MID-AMT         PIC 9(10)V99.
               05  WS-PL-CYCLE           PIC 9.
       WORKING-STORAGE SECTION.
           COPY COMMON-STORAGE.
           COPY WS-ACCOUNT-RECORD
      * side of an interest credit is the bank's own interest
      * expense, not an account.
       01  WS-INT-SOURCE           PIC X(15) VALUE "INTEREST".
      * The credit side of an overdraft interest charge is the
      * bank's own interest income, not an account.
       01  WS-OD-INT-SINK          PIC X(15) VALUE "INTEREST".
      * Withholding tax - the credit side is the bank's own tax
      * liability, not an account.
           COPY WHTAX-POLICY.
       01  WS-CUST-STATUS          PIC XX.
       01  WS-WHTAX-STATUS         PIC XX.
       01  WS-WHT-SINK             PIC X(15) VALUE "WHTAX".
       01  WS-WHT-RATE             PIC 9(2)V99.
       01  WS-WHT-AMOUNT           PIC 9(10)V99.
       01  WS-TOTAL-WHT-COUNT      PIC 9(7) VALUE 0.
       01  WS-TOTAL-WHT-AMOUNT     PIC 9(12)V99 VALUE 0.
       01  WS-SCAN-DONE            PIC X.
       01  WS-BUCKET-CHANGED       PIC X.
       01  WS-TOTAL-BUCKETS        PIC 9(7) VALUE 0.
       01  WS-TOTAL-POSTED         PIC 9(7) VALUE 0.
       01  WS-TOTAL-AMOUNT         PIC 9(12)V99 VALUE 0.
       01  WS-TOTAL-OD-CHARGED     PIC 9(7) VALUE 0.
       01  WS-TOTAL-OD-AMOUNT      PIC 9(12)V99 VALUE 0.
      * ACCEPT FROM TIME supplies HHMMSShh - the fields are 9(8) and
      * the leading HHMMSS is taken when the record is built, the same
      * idiom AUDITLOG uses for its timestamp.
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
      * Before- and after-images of each account rewrite, for the
      * ACCT.DAT forward-recovery journal (ACCTJRNW).
           COPY WS-ACCOUNT-RECORD
               REPLACING ==WS-ACCOUNT-RECORD==
               BY ==WS-JRNL-BEFORE-IMAGE==.
           COPY WS-ACCOUNT-RECORD
               REPLACING ==WS-ACCOUNT-RECORD==
               BY ==WS-JRNL-AFTER-IMAGE==.
       01  WS-JRNL-JOB-NAME        PIC X(8) VALUE "INTPOST".
       01  WS-JRNL-ACTION          PIC X.
       01  WS-JRNL-RESULT          PIC X.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "INTPOST - Month-End Interest Posting Starting".
           MOVE "STOREXEC" TO WS-PRED-NAME.
           MOVE "S" TO WS-JOBCTL-FUNC.
           CALL 'JOBCTL' USING WS-JOB-NAME, WS-PRED-NAME,
               WS-CURRENT-DATE, WS-JOB-CYCLES, WS-JOBCTL-FUNC,
               WS-JOB-RESULT.
           IF WS-JOB-RESULT NOT = "Y"
               DISPLAY "INTPOST - not started."
               STOP RUN
               STOP RUN
           END-IF.

      * The tax status of every owner must be known - a missing
      * customer master would withhold from the exempt.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "CUST.DAT OPEN Error, Status: " WS-CUST-STATUS
               CLOSE INTACCR-FILE
               CLOSE ACCOUNT-FILE
               STOP RUN
           END-IF.

           OPEN I-O WHTAX-FILE.
           IF WS-WHTAX-STATUS = "35"
               OPEN OUTPUT WHTAX-FILE
               CLOSE WHTAX-FILE
               OPEN I-O WHTAX-FILE
           END-IF.
           IF WS-WHTAX-STATUS NOT = "00"
               DISPLAY "WHTAX.DAT OPEN Error, Status: "
                   WS-WHTAX-STATUS
               CLOSE INTACCR-FILE
               CLOSE ACCOUNT-FILE
               CLOSE CUSTOMER-FILE
               STOP RUN
           END-IF.

           OPEN EXTEND POSTLOG-FILE.
           IF WS-POSTLOG-STATUS = "35"
               CLOSE POSTLOG-FILE

           CLOSE INTACCR-FILE.
           CLOSE ACCOUNT-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE WHTAX-FILE.
           CLOSE POSTLOG-FILE.

           DISPLAY "INTPOST - Buckets: " WS-TOTAL-BUCKETS
               " Posted: " WS-TOTAL-POSTED
               " Amount: " WS-TOTAL-AMOUNT.
           DISPLAY "INTPOST - Overdraft interest charged: "
               WS-TOTAL-OD-CHARGED " Amount: " WS-TOTAL-OD-AMOUNT.
           DISPLAY "INTPOST - Withholding tax deducted: "
               WS-TOTAL-WHT-COUNT " Amount: " WS-TOTAL-WHT-AMOUNT.

           PERFORM WRITE-RUN-STATISTICS.
           PERFORM CLOSE-JOB-COMPLETE.
       CLOSE-JOB-COMPLETE.
           MOVE "E" TO WS-JOBCTL-FUNC.
           CALL 'JOBCTL' USING WS-JOB-NAME, WS-PRED-NAME,
               WS-CURRENT-DATE, WS-JOB-CYCLES, WS-JOBCTL-FUNC,
               WS-JOB-RESULT.

       WRITE-RUN-STATISTICS.
           ACCEPT WS-END-TIME FROM TIME.
           MOVE WS-START-TIME(1:6) TO WS-RS-START-TIME.
           MOVE WS-END-TIME(1:6) TO WS-RS-END-TIME.
           MOVE WS-TOTAL-BUCKETS TO WS-RS-PROCESSED.
           COMPUTE WS-RS-POSTED = WS-TOTAL-POSTED
               + WS-TOTAL-OD-CHARGED + WS-TOTAL-WHT-COUNT.
           CALL 'RUNSTATW' USING WS-RUNSTAT-RECORD.

       POST-ONE-BUCKET.
      * Whole pennies post; the sub-penny residual stays accrued.
      * The MOVE truncates, it does not round - interest is never
      * paid or charged before it is fully earned.
           MOVE WS-IA-ACCRUED OF INTACCR-REC TO WS-POST-AMOUNT.
           IF WS-POST-AMOUNT = ZERO AND
              WS-IA-DEBIT-ACCRUED OF INTACCR-REC < 0.01
               GO TO POST-ONE-BUCKET-EXIT
           END-IF.

               GO TO POST-ONE-BUCKET-EXIT
           END-IF.

           MOVE "N" TO WS-BUCKET-CHANGED.
           IF WS-POST-AMOUNT NOT = ZERO
               PERFORM POST-CREDIT-INTEREST
           END-IF.
           MOVE WS-IA-DEBIT-ACCRUED OF INTACCR-REC TO WS-POST-AMOUNT.
           IF WS-POST-AMOUNT NOT = ZERO
               PERFORM POST-DEBIT-INTEREST
           END-IF.
           IF WS-BUCKET-CHANGED = "Y"
               MOVE WS-ACCT-ID OF WS-TO-ACCT-REC TO
                   WS-ACCT-ID OF ACCOUNT-RECORD
               MOVE WS-TO-ACCT-REC TO WS-JRNL-AFTER-IMAGE
               PERFORM REWRITE-JOURNALLED-ACCOUNT
               REWRITE INTACCR-REC
           END-IF.
       POST-ONE-BUCKET-EXIT.
           EXIT.

       POST-CREDIT-INTEREST.
           ADD WS-POST-AMOUNT TO WS-ACCT-BALANCE OF WS-TO-ACCT-REC.
           SUBTRACT WS-POST-AMOUNT FROM
               WS-IA-ACCRUED OF INTACCR-REC.
           MOVE "Y" TO WS-BUCKET-CHANGED.

           MOVE SPACES TO WS-POST-REF.
           STRING "INT " WS-IA-ACCT-ID OF INTACCR-REC
           MOVE "POSTED" TO WS-PL-STATUS OF WS-POSTLOG-REC.
           MOVE "T" TO WS-PL-PAYEE-TYPE OF WS-POSTLOG-REC.
           MOVE ZERO TO WS-PL-FEE-AMT OF WS-POSTLOG-REC.
           MOVE WS-POST-AMOUNT TO WS-PL-MID-AMT OF WS-POSTLOG-REC.
           MOVE ZERO TO WS-PL-CYCLE OF WS-POSTLOG-REC.
           WRITE WS-POSTLOG-REC.

           ADD 1 TO WS-TOTAL-POSTED.
           ADD WS-POST-AMOUNT TO WS-TOTAL-AMOUNT.

           PERFORM WITHHOLD-INTEREST-TAX
               THRU WITHHOLD-INTEREST-TAX-EXIT.
           PERFORM ADD-TO-TAX-YEAR-TOTALS.

       WITHHOLD-INTEREST-TAX.
      * The rate follows the account owner's tax status; an owner
      * with no status on file, or not on file at all, is taxed at
      * the standard rate. The COMPUTE truncates to whole pennies -
      * tax is never withheld beyond what is due.
           MOVE ZERO TO WS-WHT-AMOUNT.
           MOVE WS-WP-STANDARD-RATE TO WS-WHT-RATE.
           MOVE WS-ACCT-CUST-ID OF WS-TO-ACCT-REC TO
               WS-CUST-ID OF CUSTOMER-RECORD.
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "Customer not found for interest credit: "
                       WS-IA-ACCT-ID OF INTACCR-REC
                       " - withholding at the standard rate."
               NOT INVALID KEY
                   EVALUATE WS-CUST-TAX-STATUS OF CUSTOMER-RECORD
                       WHEN "E"
                           MOVE ZERO TO WS-WHT-RATE
                       WHEN "T"
                           MOVE WS-CUST-TAX-RATE OF CUSTOMER-RECORD
                               TO WS-WHT-RATE
                   END-EVALUATE
           END-READ.
           COMPUTE WS-WHT-AMOUNT = WS-POST-AMOUNT * WS-WHT-RATE / 100.
           IF WS-WHT-AMOUNT = ZERO
               GO TO WITHHOLD-INTEREST-TAX-EXIT
           END-IF.

           SUBTRACT WS-WHT-AMOUNT FROM
               WS-ACCT-BALANCE OF WS-TO-ACCT-REC.

           MOVE SPACES TO WS-POST-REF.
           STRING "WHT " WS-IA-ACCT-ID OF INTACCR-REC
               DELIMITED BY SIZE INTO WS-POST-REF.

      * The credit side of the withholding is the bank's own tax
      * liability, not an account - TXNHISTW writes the debit leg
      * only under payee type "H".
           MOVE "H" TO WS-INT-HIST-TYPE.
           CALL 'TXNHISTW' USING WS-CURRENT-DATE, WS-POST-REF,
               WS-IA-ACCT-ID OF INTACCR-REC, WS-WHT-AMOUNT,
               WS-ACCT-CURRENCY-CODE OF WS-TO-ACCT-REC,
               WS-WHT-SINK, WS-WHT-AMOUNT,
               WS-ACCT-CURRENCY-CODE OF WS-TO-ACCT-REC,
               WS-INT-HIST-TYPE, WS-HIST-STATUS.
           IF WS-HIST-STATUS NOT = "Y"
               DISPLAY "Transaction history incomplete for "
                   "withholding tax: " WS-IA-ACCT-ID OF INTACCR-REC
           END-IF.

           MOVE WS-POST-REF TO WS-PL-SO-ID OF WS-POSTLOG-REC.
           MOVE WS-IA-ACCT-ID OF INTACCR-REC TO
               WS-PL-FROM-ACCT OF WS-POSTLOG-REC.
           MOVE SPACES TO WS-PL-TO-ACCT OF WS-POSTLOG-REC.
           MOVE WS-WHT-AMOUNT TO WS-PL-AMOUNT OF WS-POSTLOG-REC.
           MOVE WS-WHT-AMOUNT TO WS-PL-CREDIT-AMT OF WS-POSTLOG-REC.
           MOVE WS-CURRENT-DATE TO WS-PL-POST-DATE OF WS-POSTLOG-REC.
           MOVE "POSTED" TO WS-PL-STATUS OF WS-POSTLOG-REC.
           MOVE "H" TO WS-PL-PAYEE-TYPE OF WS-POSTLOG-REC.
           MOVE ZERO TO WS-PL-FEE-AMT OF WS-POSTLOG-REC.
           MOVE WS-WHT-AMOUNT TO WS-PL-MID-AMT OF WS-POSTLOG-REC.
           MOVE ZERO TO WS-PL-CYCLE OF WS-POSTLOG-REC.
           WRITE WS-POSTLOG-REC.

           ADD 1 TO WS-TOTAL-WHT-COUNT.
           ADD WS-WHT-AMOUNT TO WS-TOTAL-WHT-AMOUNT.
       WITHHOLD-INTEREST-TAX-EXIT.
           EXIT.

       ADD-TO-TAX-YEAR-TOTALS.
      * The customer's totals for the calendar year of posting, in
      * the account's currency - exempt customers included, so the
      * certificate shows all the interest paid.
           MOVE WS-CURRENT-DATE(1:4) TO WS-WT-TAX-YEAR OF WHTAX-RECORD.
           MOVE WS-ACCT-CUST-ID OF WS-TO-ACCT-REC TO
               WS-WT-CUST-ID OF WHTAX-RECORD.
           MOVE WS-ACCT-CURRENCY-CODE OF WS-TO-ACCT-REC TO
               WS-WT-CURRENCY OF WHTAX-RECORD.
           READ WHTAX-FILE
               INVALID KEY
                   MOVE WS-POST-AMOUNT TO
                       WS-WT-GROSS-AMT OF WHTAX-RECORD
                   MOVE WS-WHT-AMOUNT TO
                       WS-WT-TAX-AMT OF WHTAX-RECORD
                   MOVE WS-CURRENT-DATE TO
                       WS-WT-LAST-POST-DATE OF WHTAX-RECORD
                   MOVE ZERO TO WS-WT-CERT-DATE OF WHTAX-RECORD
                   WRITE WHTAX-RECORD
               NOT INVALID KEY
                   ADD WS-POST-AMOUNT TO
                       WS-WT-GROSS-AMT OF WHTAX-RECORD
                   ADD WS-WHT-AMOUNT TO
                       WS-WT-TAX-AMT OF WHTAX-RECORD
                   MOVE WS-CURRENT-DATE TO
                       WS-WT-LAST-POST-DATE OF WHTAX-RECORD
                   REWRITE WHTAX-RECORD
           END-READ.
           IF WS-WHTAX-STATUS NOT = "00"
               DISPLAY "WHTAX.DAT update Error, Status: "
                   WS-WHTAX-STATUS " for customer "
                   WS-WT-CUST-ID OF WHTAX-RECORD
           END-IF.

       POST-DEBIT-INTEREST.
           SUBTRACT WS-POST-AMOUNT FROM
               WS-ACCT-BALANCE OF WS-TO-ACCT-REC.
           SUBTRACT WS-POST-AMOUNT FROM
               WS-IA-DEBIT-ACCRUED OF INTACCR-REC.
           MOVE "Y" TO WS-BUCKET-CHANGED.

           MOVE SPACES TO WS-POST-REF.
           STRING "ODI " WS-IA-ACCT-ID OF INTACCR-REC
               DELIMITED BY SIZE INTO WS-POST-REF.

      * The credit side of an overdraft interest charge is the
      * bank's own income, not an account - TXNHISTW writes the
      * debit leg only under payee type "O".
           MOVE "O" TO WS-INT-HIST-TYPE.
           CALL 'TXNHISTW' USING WS-CURRENT-DATE, WS-POST-REF,
               WS-IA-ACCT-ID OF INTACCR-REC, WS-POST-AMOUNT,
               WS-ACCT-CURRENCY-CODE OF WS-TO-ACCT-REC,
               WS-OD-INT-SINK, WS-POST-AMOUNT,
               WS-ACCT-CURRENCY-CODE OF WS-TO-ACCT-REC,
               WS-INT-HIST-TYPE, WS-HIST-STATUS.
           IF WS-HIST-STATUS NOT = "Y"
               DISPLAY "Transaction history incomplete for overdraft "
                   "interest: " WS-IA-ACCT-ID OF INTACCR-REC
           END-IF.

           MOVE WS-POST-REF TO WS-PL-SO-ID OF WS-POSTLOG-REC.
           MOVE WS-IA-ACCT-ID OF INTACCR-REC TO
               WS-PL-FROM-ACCT OF WS-POSTLOG-REC.
           MOVE SPACES TO WS-PL-TO-ACCT OF WS-POSTLOG-REC.
           MOVE WS-POST-AMOUNT TO WS-PL-AMOUNT OF WS-POSTLOG-REC.
           MOVE WS-POST-AMOUNT TO WS-PL-CREDIT-AMT OF WS-POSTLOG-REC.
           MOVE WS-CURRENT-DATE TO WS-PL-POST-DATE OF WS-POSTLOG-REC.
           MOVE "POSTED" TO WS-PL-STATUS OF WS-POSTLOG-REC.
           MOVE "O" TO WS-PL-PAYEE-TYPE OF WS-POSTLOG-REC.
           MOVE ZERO TO WS-PL-FEE-AMT OF WS-POSTLOG-REC.
           MOVE WS-POST-AMOUNT TO WS-PL-MID-AMT OF WS-POSTLOG-REC.
           MOVE ZERO TO WS-PL-CYCLE OF WS-POSTLOG-REC.
           WRITE WS-POSTLOG-REC.

           ADD 1 TO WS-TOTAL-OD-CHARGED.
           ADD WS-POST-AMOUNT TO WS-TOTAL-OD-AMOUNT.

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
