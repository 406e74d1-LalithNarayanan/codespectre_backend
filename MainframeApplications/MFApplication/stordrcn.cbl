      * over the effective-dated rate history), then checks the
      * debit and credit legs net to zero. Converting at the
      * posting-date rate keeps a morning rate move from burying the
      * genuine breaks under false exceptions. A direct debit
      * indemnity (DDINDEM) is proven the other way round: the
      * refund is fixed and the creditor recovery was derived from
      * it, so the refund is re-converted and checked against the
      * recovery. A converted credit is proven at the customer rate
      * (the mid-rate figure less the FXMARGIN exchange margin, as
      * FXMRGAPL applies it), and the mid figure against the one the
      * posting logged. A loan repayment is logged as its principal
      * (proven like any internal posting) and its interest part
      * (proven like an overdraft interest charge), as is the tax
      * withheld from an interest credit. Any mismatch is written to
      * RECNEXC.DAT for the exceptions desk instead of being assumed
      * away.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORDRCN.
               05  WS-PL-STATUS          PIC X(10).
               05  WS-PL-PAYEE-TYPE      PIC X.
               05  WS-PL-FEE-AMT         PIC 9(10)V99.
               05  WS-PL-MID-AMT         PIC 9(10)V99.
               05  WS-PL-CYCLE           PIC 9.
           FD BENEF-FILE.
               COPY BENEF-RECORD
                   REPLACING ==WS-BENEF-RECORD==
       01  WS-BENEF-FILE-OK            PIC X VALUE "N".
       01  WS-CONVERTED-AMOUNT         PIC 9(10)V99.
       01  WS-CONV-STATUS              PIC X.
      * The mid-rate figure re-derived from the rate history, before
      * the exchange margin comes off, and the margin percentage
      * FXMRGAPL applied.
       01  WS-MID-AMOUNT               PIC 9(10)V99.
       01  WS-FX-MARGIN-PCT            PIC 9(2)V9999.
       01  WS-TOTAL-FX-MARGIN          PIC 9(12)V99 VALUE 0.
       01  WS-DIFF-AMOUNT              PIC S9(10)V99.
       01  WS-TOTAL-DEBITS             PIC 9(12)V99 VALUE 0.
       01  WS-TOTAL-CREDITS            PIC 9(12)V99 VALUE 0.
       01  WS-POSTLOG-FILE-NAME        PIC X(30).
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
           MOVE "STOREXEC" TO WS-PRED-NAME.
           MOVE "S" TO WS-JOBCTL-FUNC.
           CALL 'JOBCTL' USING WS-JOB-NAME, WS-PRED-NAME,
               WS-CURRENT-DATE, WS-JOB-CYCLES, WS-JOBCTL-FUNC,
               WS-JOB-RESULT.
           IF WS-JOB-RESULT NOT = "Y"
               DISPLAY "STORDRCN - not started."
               STOP RUN
           DISPLAY "STORDRCN - Total Debits: " WS-TOTAL-DEBITS
               " Total Credits (converted): " WS-TOTAL-CREDITS.
           DISPLAY "STORDRCN - Total Fees Assessed: " WS-TOTAL-FEES.
           DISPLAY "STORDRCN - Total FX Margin Taken: "
               WS-TOTAL-FX-MARGIN.

           PERFORM WRITE-RUN-STATISTICS.

           MOVE "E" TO WS-JOBCTL-FUNC.
           CALL 'JOBCTL' USING WS-JOB-NAME, WS-PRED-NAME,
               WS-CURRENT-DATE, WS-JOB-CYCLES, WS-JOBCTL-FUNC,
               WS-JOB-RESULT.
           STOP RUN.

       WRITE-RUN-STATISTICS.
               GO TO CHECK-ONE-POSTING-EXIT
           END-IF.

      * An overdraft interest charge, the interest part of a loan
      * repayment or withholding tax has no to-account and no
      * conversion - the legs must be equal and the charged account
      * still on file.
           IF WS-PL-PAYEE-TYPE = "O" OR WS-PL-PAYEE-TYPE = "J" OR
              WS-PL-PAYEE-TYPE = "H"
               PERFORM CHECK-ONE-OVERDRAFT-INTEREST
                   THRU CHECK-ONE-OVERDRAFT-INTEREST-EXIT
               GO TO CHECK-ONE-POSTING-EXIT
           END-IF.

      * A direct debit indemnity fixes the refund to the payer and
      * derives the recovery from the creditor - the proof runs in
      * that direction too.
           IF WS-PL-PAYEE-TYPE = "M"
               PERFORM CHECK-ONE-INDEMNITY-POSTING
                   THRU CHECK-ONE-INDEMNITY-POSTING-EXIT
               GO TO CHECK-ONE-POSTING-EXIT
           END-IF.

           MOVE "Y" TO WS-ACCOUNTS-FOUND-FLAG.

           MOVE WS-PL-FROM-ACCT TO WS-ACCT-ID OF ACCOUNT-RECORD.
      * amount STOREXEC actually posted to the to-account - so only
      * a genuine break disagrees, not a rate that moved between
      * posting and reconciliation.
           MOVE WS-PL-AMOUNT TO WS-MID-AMOUNT.
           CALL 'CURRCNVD' USING
               WS-ACCT-CURRENCY-CODE OF WS-FR-ACCT-REC,
               WS-ACCT-CURRENCY-CODE OF WS-TO-ACCT-REC,
               WS-PL-POST-DATE,
               WS-PL-AMOUNT, WS-MID-AMOUNT, WS-CONV-STATUS.

      * The customer was credited at the customer rate - the mid
      * figure less the exchange margin for the pair and the debited
      * account's type - so that is the figure the credit leg is
      * proven against; the margin itself is income, not a break.
      * Where the log carries the mid amount the posting path used,
      * the re-derived mid must agree with it as well.
           MOVE WS-MID-AMOUNT TO WS-CONVERTED-AMOUNT.
           IF WS-CONV-STATUS = "Y"
               CALL 'FXMRGAPL' USING
                   WS-ACCT-CURRENCY-CODE OF WS-FR-ACCT-REC,
                   WS-ACCT-CURRENCY-CODE OF WS-TO-ACCT-REC,
                   WS-ACCT-TYPE OF WS-FR-ACCT-REC,
                   WS-MID-AMOUNT, WS-CONVERTED-AMOUNT,
                   WS-FX-MARGIN-PCT
               IF WS-PL-MID-AMT NOT = ZERO AND
                  WS-PL-MID-AMT NOT = WS-MID-AMOUNT
                   DISPLAY "FX MID MISMATCH - SO-ID: " WS-PL-SO-ID
                       " LOGGED: " WS-PL-MID-AMT
                       " RE-DERIVED: " WS-MID-AMOUNT
                   MOVE WS-MID-AMOUNT TO WS-CONVERTED-AMOUNT
                   COMPUTE WS-DIFF-AMOUNT =
                       WS-PL-MID-AMT - WS-MID-AMOUNT
                   PERFORM WRITE-RECONCILIATION-EXCEPTION
                   ADD WS-PL-AMOUNT TO WS-TOTAL-DEBITS
                   ADD WS-PL-CREDIT-AMT TO WS-TOTAL-CREDITS
                   GO TO CHECK-ONE-POSTING-EXIT
               END-IF
               COMPUTE WS-TOTAL-FX-MARGIN = WS-TOTAL-FX-MARGIN +
                   WS-MID-AMOUNT - WS-CONVERTED-AMOUNT
           END-IF.

      * A posting whose credit leg can no longer be re-derived (rate
      * missing or stale) cannot be proven balanced - report it as an
       CHECK-ONE-INTEREST-POSTING-EXIT.
           EXIT.

       CHECK-ONE-OVERDRAFT-INTEREST.
           ADD WS-PL-AMOUNT TO WS-TOTAL-DEBITS.
           ADD WS-PL-CREDIT-AMT TO WS-TOTAL-CREDITS.

           MOVE WS-PL-FROM-ACCT TO WS-ACCT-ID OF ACCOUNT-RECORD.
           READ ACCOUNT-FILE INTO WS-FR-ACCT-REC
               INVALID KEY
                   MOVE ZERO TO WS-CONVERTED-AMOUNT
                   MOVE WS-PL-AMOUNT TO WS-DIFF-AMOUNT
                   PERFORM WRITE-RECONCILIATION-EXCEPTION
                   GO TO CHECK-ONE-OVERDRAFT-INTEREST-EXIT
           END-READ.

           MOVE WS-PL-AMOUNT TO WS-CONVERTED-AMOUNT.
           COMPUTE WS-DIFF-AMOUNT =
               WS-PL-CREDIT-AMT - WS-PL-AMOUNT.
           IF WS-DIFF-AMOUNT NOT = 0
               PERFORM WRITE-RECONCILIATION-EXCEPTION
           END-IF.
       CHECK-ONE-OVERDRAFT-INTEREST-EXIT.
           EXIT.

       CHECK-ONE-INDEMNITY-POSTING.
           ADD WS-PL-AMOUNT TO WS-TOTAL-DEBITS.
           ADD WS-PL-CREDIT-AMT TO WS-TOTAL-CREDITS.

           MOVE "Y" TO WS-ACCOUNTS-FOUND-FLAG.
           MOVE WS-PL-FROM-ACCT TO WS-ACCT-ID OF ACCOUNT-RECORD.
           READ ACCOUNT-FILE INTO WS-FR-ACCT-REC
               INVALID KEY
                   MOVE "N" TO WS-ACCOUNTS-FOUND-FLAG
           END-READ.
           IF WS-ACCOUNTS-FOUND-FLAG = "Y"
               MOVE WS-PL-TO-ACCT TO WS-ACCT-ID OF ACCOUNT-RECORD
               READ ACCOUNT-FILE INTO WS-TO-ACCT-REC
                   INVALID KEY
                       MOVE "N" TO WS-ACCOUNTS-FOUND-FLAG
               END-READ
           END-IF.
           IF WS-ACCOUNTS-FOUND-FLAG = "N"
               MOVE ZERO TO WS-CONVERTED-AMOUNT
               MOVE WS-PL-AMOUNT TO WS-DIFF-AMOUNT
               PERFORM WRITE-RECONCILIATION-EXCEPTION
               GO TO CHECK-ONE-INDEMNITY-POSTING-EXIT
           END-IF.

      * The refund (credit amount, payer's currency) re-converted to
      * the creditor's currency at the posting-date rate must equal
      * the recovery actually debited (amount). On an exception the
      * credit column carries the re-derived recovery.
           MOVE WS-PL-CREDIT-AMT TO WS-CONVERTED-AMOUNT.
           CALL 'CURRCNVD' USING
               WS-ACCT-CURRENCY-CODE OF WS-TO-ACCT-REC,
               WS-ACCT-CURRENCY-CODE OF WS-FR-ACCT-REC,
               WS-PL-POST-DATE,
               WS-PL-CREDIT-AMT, WS-CONVERTED-AMOUNT, WS-CONV-STATUS.
           IF WS-CONV-STATUS NOT = "Y"
               MOVE ZERO TO WS-CONVERTED-AMOUNT
               MOVE WS-PL-AMOUNT TO WS-DIFF-AMOUNT
               PERFORM WRITE-RECONCILIATION-EXCEPTION
               GO TO CHECK-ONE-INDEMNITY-POSTING-EXIT
           END-IF.

           COMPUTE WS-DIFF-AMOUNT =
               WS-PL-AMOUNT - WS-CONVERTED-AMOUNT.
           IF WS-DIFF-AMOUNT NOT = 0
               PERFORM WRITE-RECONCILIATION-EXCEPTION
           END-IF.
       CHECK-ONE-INDEMNITY-POSTING-EXIT.
           EXIT.

       CHECK-POSTING-FEE.
      * The charged fee should match the tariff for the from-
      * account's type. Zero on the log means no fee or a waived
