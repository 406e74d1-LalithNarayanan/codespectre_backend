      * GLCTL<date>.RPT; the whole batch is REJECTED there - and the
      * job left incomplete - when any leg cannot be mapped or the
      * debits and credits do not balance by currency, so finance
      * never ingests a short or lopsided journal. Interest credits
      * and overdraft interest charges have only one account side;
      * the other settles through reserved mapping types "INTEXP"
      * and "INTINC" in the account's own currency, as does the
      * interest part of a loan repayment (payee type "J"). Tax
      * withheld from an interest credit (payee type "H") is debited
      * to the account against the tax liability, reserved mapping
      * type "WHTAX" in the account's own currency. The exchange
      * margin on a cross-currency credit - the posting log's mid-
      * rate amount less the customer-rate amount credited - is
      * taken to FX income through reserved mapping type "FXINC" in
      * the credited currency, so the credited-currency FX position
      * leg carries the full mid-rate amount. The day's net interbank
      * settlement legs IBSETTLE logs (payee type "N", status
      * SETTLED) move the interbank settlement account "EXTPAY"
      * against the reserved type "NOSTRO" in the settled currency.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLEXTR.
               05  WS-PL-STATUS          PIC X(10).
               05  WS-PL-PAYEE-TYPE      PIC X.
               05  WS-PL-FEE-AMT         PIC 9(10)V99.
               05  WS-PL-MID-AMT         PIC 9(10)V99.
               05  WS-PL-CYCLE           PIC 9.
           FD ACCOUNT-FILE.
               COPY WS-ACCOUNT-RECORD
                   REPLACING ==WS-ACCOUNT-RECORD==
       01  WS-GLCTL-FILE-NAME          PIC X(30).
       01  WS-JOB-NAME                 PIC X(8).
       01  WS-PRED-NAME                PIC X(8).
      * Execution cycle of this job and of its predecessor on
      * JOBCTL - zero, the business date as a whole.
       01  WS-JOB-CYCLES.
           05  WS-JOB-CYCLE            PIC 9 VALUE 0.
           05  WS-PRED-CYCLE           PIC 9 VALUE 0.
       01  WS-JOBCTL-FUNC              PIC X.
       01  WS-JOB-RESULT               PIC X.
       01  WS-LOOKUP-TYPE              PIC X(10).
       01  WS-GL-TO                    PIC X(12).
       01  WS-GL-FXFR                  PIC X(12).
       01  WS-GL-FXTO                  PIC X(12).
       01  WS-GL-FXINC                 PIC X(12).
      * The exchange margin on a converted credit, and the mid-rate
      * amount the credited-currency position leg carries. Entries
      * logged before the mid amount was recorded carry zero there
      * and are journalled as margin-free.
       01  WS-FX-MARGIN-AMT            PIC 9(10)V99.
       01  WS-FX-MID-AMT               PIC 9(10)V99.
       01  WS-GL-FEE                   PIC X(12).
       01  WS-GL-FEEFX-FR              PIC X(12).
       01  WS-GL-FEEFX-TO              PIC X(12).
           END-IF.
           DISPLAY "Extracting business date: " WS-BALANCE-DATE.

      * The journal must cover everything STOREXEC posted and the
      * net settlement legs IBSETTLE logs after it - JOBCTL holds
      * this job until IBSETTLE shows COMPLETE for the business date,
      * and IBSETTLE itself waits on STOREXEC. A supervisor may
      * override at the prompt.
           MOVE "GLEXTR" TO WS-JOB-NAME.
           MOVE "IBSETTLE" TO WS-PRED-NAME.
           MOVE "S" TO WS-JOBCTL-FUNC.
           CALL 'JOBCTL' USING WS-JOB-NAME, WS-PRED-NAME,
               WS-BALANCE-DATE, WS-JOB-CYCLES, WS-JOBCTL-FUNC,
               WS-JOB-RESULT.
           IF WS-JOB-RESULT NOT = "Y"
               DISPLAY "GLEXTR - not started."
               STOP RUN
           PERFORM UNTIL WS-FILE-STATUS = "10"
               ADD 1 TO WS-TOTAL-READ
               IF WS-PL-POST-DATE = WS-BALANCE-DATE AND
                  (WS-PL-STATUS = "POSTED" OR
                   (WS-PL-STATUS = "SETTLED" AND
                    WS-PL-PAYEE-TYPE = "N"))
                   PERFORM PROCESS-ONE-POSTING
                       THRU PROCESS-ONE-POSTING-EXIT
               END-IF
           IF WS-TOTAL-ERRORS = ZERO AND WS-IMBALANCE-COUNT = ZERO
               MOVE "E" TO WS-JOBCTL-FUNC
               CALL 'JOBCTL' USING WS-JOB-NAME, WS-PRED-NAME,
                   WS-BALANCE-DATE, WS-JOB-CYCLES, WS-JOBCTL-FUNC,
                   WS-JOB-RESULT
               DISPLAY "GLEXTR - BATCH BALANCED - journal released."
           ELSE
               DISPLAY "GLEXTR - BATCH REJECTED - see "
           END-READ.

       PROCESS-ONE-POSTING.
      * A net settlement leg names no customer account - both sides
      * are reserved mapping types.
           IF WS-PL-PAYEE-TYPE = "N"
               PERFORM JOURNAL-SETTLEMENT-POSTING
                   THRU JOURNAL-SETTLEMENT-POSTING-EXIT
               GO TO PROCESS-ONE-POSTING-EXIT
           END-IF.

      * An interest credit has no from-account - its expense side
      * settles through the reserved mapping type INTEXP in the
      * credited account's own currency.
               GO TO PROCESS-ONE-POSTING-EXIT
           END-IF.

      * An overdraft interest charge has no to-account - its income
      * side settles through the reserved mapping type INTINC in the
      * charged account's own currency.
           IF WS-PL-PAYEE-TYPE = "O"
               PERFORM JOURNAL-OVERDRAFT-INTEREST
                   THRU JOURNAL-OVERDRAFT-INTEREST-EXIT
               GO TO PROCESS-ONE-POSTING-EXIT
           END-IF.

      * The interest part of a loan repayment is income in the same
      * way - the settlement account is debited against INTINC in
      * its own currency; the principal part is journalled as an
      * ordinary internal movement.
           IF WS-PL-PAYEE-TYPE = "J"
               PERFORM JOURNAL-LOAN-INTEREST
                   THRU JOURNAL-LOAN-INTEREST-EXIT
               GO TO PROCESS-ONE-POSTING-EXIT
           END-IF.

      * Withholding tax has no to-account either - the taxed account
      * is debited against the tax liability, reserved mapping type
      * WHTAX in its own currency.
           IF WS-PL-PAYEE-TYPE = "H"
               PERFORM JOURNAL-WITHHOLDING-TAX
                   THRU JOURNAL-WITHHOLDING-TAX-EXIT
               GO TO PROCESS-ONE-POSTING-EXIT
           END-IF.

           MOVE WS-PL-FROM-ACCT TO WS-ACCT-ID OF ACCOUNT-RECORD.
           READ ACCOUNT-FILE INTO WS-FR-ACCT-REC
               INVALID KEY
               MOVE WS-LOOKUP-GL TO WS-GL-FXTO
           END-IF.

           MOVE ZERO TO WS-FX-MARGIN-AMT.
           IF WS-ACCT-CURRENCY-CODE OF WS-FR-ACCT-REC NOT =
              WS-ACCT-CURRENCY-CODE OF WS-TO-ACCT-REC AND
              WS-PL-MID-AMT > WS-PL-CREDIT-AMT
               COMPUTE WS-FX-MARGIN-AMT =
                   WS-PL-MID-AMT - WS-PL-CREDIT-AMT
               MOVE "FXINC" TO WS-LOOKUP-TYPE
               MOVE WS-ACCT-CURRENCY-CODE OF WS-TO-ACCT-REC
                   TO WS-LOOKUP-CCY
               PERFORM LOOKUP-GL-MAPPING
               IF WS-LOOKUP-FOUND NOT = "Y"
                   GO TO PROCESS-ONE-POSTING-EXIT
               END-IF
               MOVE WS-LOOKUP-GL TO WS-GL-FXINC
           END-IF.
           COMPUTE WS-FX-MID-AMT = WS-PL-CREDIT-AMT + WS-FX-MARGIN-AMT.

           MOVE WS-GL-FROM TO WS-GJ-GL-ACCOUNT OF GLJRNL-REC.
           MOVE "D" TO WS-GJ-DR-CR OF GLJRNL-REC.
           MOVE WS-PL-AMOUNT TO WS-GJ-AMOUNT OF GLJRNL-REC.
               PERFORM WRITE-JOURNAL-LEG
               MOVE WS-GL-FXTO TO WS-GJ-GL-ACCOUNT OF GLJRNL-REC
               MOVE "D" TO WS-GJ-DR-CR OF GLJRNL-REC
               MOVE WS-FX-MID-AMT TO WS-GJ-AMOUNT OF GLJRNL-REC
               MOVE WS-ACCT-CURRENCY-CODE OF WS-TO-ACCT-REC
                   TO WS-GJ-CURRENCY OF GLJRNL-REC
               MOVE "FX POSITION" TO WS-GJ-NARRATIVE OF GLJRNL-REC
               PERFORM WRITE-JOURNAL-LEG
           END-IF.

           IF WS-FX-MARGIN-AMT > ZERO
               MOVE WS-GL-FXINC TO WS-GJ-GL-ACCOUNT OF GLJRNL-REC
               MOVE "C" TO WS-GJ-DR-CR OF GLJRNL-REC
               MOVE WS-FX-MARGIN-AMT TO WS-GJ-AMOUNT OF GLJRNL-REC
               MOVE WS-ACCT-CURRENCY-CODE OF WS-TO-ACCT-REC
                   TO WS-GJ-CURRENCY OF GLJRNL-REC
               MOVE "FX MARGIN INCOME" TO
                   WS-GJ-NARRATIVE OF GLJRNL-REC
               PERFORM WRITE-JOURNAL-LEG
           END-IF.

           MOVE WS-GL-TO TO WS-GJ-GL-ACCOUNT OF GLJRNL-REC.
           MOVE "C" TO WS-GJ-DR-CR OF GLJRNL-REC.
           MOVE WS-PL-CREDIT-AMT TO WS-GJ-AMOUNT OF GLJRNL-REC.
       JOURNAL-EXTERNAL-POSTING-EXIT.
           EXIT.

       JOURNAL-SETTLEMENT-POSTING.
      * The from/to fields carry the reserved type debited and the
      * one credited; the currency follows the counterparty bank ID
      * in the order-ID field.
           MOVE WS-PL-FROM-ACCT(1:10) TO WS-LOOKUP-TYPE.
           MOVE WS-PL-SO-ID(13:3) TO WS-LOOKUP-CCY.
           PERFORM LOOKUP-GL-MAPPING.
           IF WS-LOOKUP-FOUND NOT = "Y"
               GO TO JOURNAL-SETTLEMENT-POSTING-EXIT
           END-IF.
           MOVE WS-LOOKUP-GL TO WS-GL-FROM.

           MOVE WS-PL-TO-ACCT(1:10) TO WS-LOOKUP-TYPE.
           MOVE WS-PL-SO-ID(13:3) TO WS-LOOKUP-CCY.
           PERFORM LOOKUP-GL-MAPPING.
           IF WS-LOOKUP-FOUND NOT = "Y"
               GO TO JOURNAL-SETTLEMENT-POSTING-EXIT
           END-IF.
           MOVE WS-LOOKUP-GL TO WS-GL-TO.

           MOVE WS-GL-FROM TO WS-GJ-GL-ACCOUNT OF GLJRNL-REC.
           MOVE "D" TO WS-GJ-DR-CR OF GLJRNL-REC.
           MOVE WS-PL-AMOUNT TO WS-GJ-AMOUNT OF GLJRNL-REC.
           MOVE WS-PL-SO-ID(13:3) TO WS-GJ-CURRENCY OF GLJRNL-REC.
           MOVE "NET INTERBANK SETTLEMENT" TO
               WS-GJ-NARRATIVE OF GLJRNL-REC.
           PERFORM WRITE-JOURNAL-LEG.

           MOVE WS-GL-TO TO WS-GJ-GL-ACCOUNT OF GLJRNL-REC.
           MOVE "C" TO WS-GJ-DR-CR OF GLJRNL-REC.
           MOVE WS-PL-CREDIT-AMT TO WS-GJ-AMOUNT OF GLJRNL-REC.
           MOVE WS-PL-SO-ID(13:3) TO WS-GJ-CURRENCY OF GLJRNL-REC.
           MOVE "NET INTERBANK SETTLEMENT" TO
               WS-GJ-NARRATIVE OF GLJRNL-REC.
           PERFORM WRITE-JOURNAL-LEG.

           ADD 1 TO WS-TOTAL-POSTINGS.
       JOURNAL-SETTLEMENT-POSTING-EXIT.
           EXIT.

       JOURNAL-INTEREST-POSTING.
           MOVE WS-PL-TO-ACCT TO WS-ACCT-ID OF ACCOUNT-RECORD.
           READ ACCOUNT-FILE INTO WS-TO-ACCT-REC
       JOURNAL-INTEREST-POSTING-EXIT.
           EXIT.

       JOURNAL-OVERDRAFT-INTEREST.
           MOVE WS-PL-FROM-ACCT TO WS-ACCT-ID OF ACCOUNT-RECORD.
           READ ACCOUNT-FILE INTO WS-FR-ACCT-REC
               INVALID KEY
                   MOVE "OVERDRAWN ACCOUNT NOT ON ACCT.DAT"
                       TO WS-MESSAGE
                   PERFORM WRITE-POSTING-ERROR
                   GO TO JOURNAL-OVERDRAFT-INTEREST-EXIT
           END-READ.

      * Both GL codes are resolved before the first leg is written,
      * so a mapping gap can never leave the posting half-journalled.
           MOVE WS-ACCT-TYPE OF WS-FR-ACCT-REC TO WS-LOOKUP-TYPE.
           MOVE WS-ACCT-CURRENCY-CODE OF WS-FR-ACCT-REC
               TO WS-LOOKUP-CCY.
           PERFORM LOOKUP-GL-MAPPING.
           IF WS-LOOKUP-FOUND NOT = "Y"
               GO TO JOURNAL-OVERDRAFT-INTEREST-EXIT
           END-IF.
           MOVE WS-LOOKUP-GL TO WS-GL-FROM.

           MOVE "INTINC" TO WS-LOOKUP-TYPE.
           MOVE WS-ACCT-CURRENCY-CODE OF WS-FR-ACCT-REC
               TO WS-LOOKUP-CCY.
           PERFORM LOOKUP-GL-MAPPING.
           IF WS-LOOKUP-FOUND NOT = "Y"
               GO TO JOURNAL-OVERDRAFT-INTEREST-EXIT
           END-IF.
           MOVE WS-LOOKUP-GL TO WS-GL-TO.

           MOVE WS-GL-FROM TO WS-GJ-GL-ACCOUNT OF GLJRNL-REC.
           MOVE "D" TO WS-GJ-DR-CR OF GLJRNL-REC.
           MOVE WS-PL-AMOUNT TO WS-GJ-AMOUNT OF GLJRNL-REC.
           MOVE WS-ACCT-CURRENCY-CODE OF WS-FR-ACCT-REC
               TO WS-GJ-CURRENCY OF GLJRNL-REC.
           MOVE "OVERDRAFT INTEREST" TO
               WS-GJ-NARRATIVE OF GLJRNL-REC.
           PERFORM WRITE-JOURNAL-LEG.

           MOVE WS-GL-TO TO WS-GJ-GL-ACCOUNT OF GLJRNL-REC.
           MOVE "C" TO WS-GJ-DR-CR OF GLJRNL-REC.
           MOVE WS-PL-CREDIT-AMT TO WS-GJ-AMOUNT OF GLJRNL-REC.
           MOVE WS-ACCT-CURRENCY-CODE OF WS-FR-ACCT-REC
               TO WS-GJ-CURRENCY OF GLJRNL-REC.
           MOVE "INTEREST INCOME" TO
               WS-GJ-NARRATIVE OF GLJRNL-REC.
           PERFORM WRITE-JOURNAL-LEG.

           ADD 1 TO WS-TOTAL-POSTINGS.
       JOURNAL-OVERDRAFT-INTEREST-EXIT.
           EXIT.

       JOURNAL-LOAN-INTEREST.
           MOVE WS-PL-FROM-ACCT TO WS-ACCT-ID OF ACCOUNT-RECORD.
           READ ACCOUNT-FILE INTO WS-FR-ACCT-REC
               INVALID KEY
                   MOVE "LOAN SETTLEMENT ACCOUNT NOT ON ACCT.DAT"
                       TO WS-MESSAGE
                   PERFORM WRITE-POSTING-ERROR
                   GO TO JOURNAL-LOAN-INTEREST-EXIT
           END-READ.

      * Both GL codes are resolved before the first leg is written,
      * so a mapping gap can never leave the posting half-journalled.
           MOVE WS-ACCT-TYPE OF WS-FR-ACCT-REC TO WS-LOOKUP-TYPE.
           MOVE WS-ACCT-CURRENCY-CODE OF WS-FR-ACCT-REC
               TO WS-LOOKUP-CCY.
           PERFORM LOOKUP-GL-MAPPING.
           IF WS-LOOKUP-FOUND NOT = "Y"
               GO TO JOURNAL-LOAN-INTEREST-EXIT
           END-IF.
           MOVE WS-LOOKUP-GL TO WS-GL-FROM.

           MOVE "INTINC" TO WS-LOOKUP-TYPE.
           MOVE WS-ACCT-CURRENCY-CODE OF WS-FR-ACCT-REC
               TO WS-LOOKUP-CCY.
           PERFORM LOOKUP-GL-MAPPING.
           IF WS-LOOKUP-FOUND NOT = "Y"
               GO TO JOURNAL-LOAN-INTEREST-EXIT
           END-IF.
           MOVE WS-LOOKUP-GL TO WS-GL-TO.

           MOVE WS-GL-FROM TO WS-GJ-GL-ACCOUNT OF GLJRNL-REC.
           MOVE "D" TO WS-GJ-DR-CR OF GLJRNL-REC.
           MOVE WS-PL-AMOUNT TO WS-GJ-AMOUNT OF GLJRNL-REC.
           MOVE WS-ACCT-CURRENCY-CODE OF WS-FR-ACCT-REC
               TO WS-GJ-CURRENCY OF GLJRNL-REC.
           MOVE "LOAN INTEREST" TO
               WS-GJ-NARRATIVE OF GLJRNL-REC.
           PERFORM WRITE-JOURNAL-LEG.

           MOVE WS-GL-TO TO WS-GJ-GL-ACCOUNT OF GLJRNL-REC.
           MOVE "C" TO WS-GJ-DR-CR OF GLJRNL-REC.
           MOVE WS-PL-CREDIT-AMT TO WS-GJ-AMOUNT OF GLJRNL-REC.
           MOVE WS-ACCT-CURRENCY-CODE OF WS-FR-ACCT-REC
               TO WS-GJ-CURRENCY OF GLJRNL-REC.
           MOVE "LOAN INTEREST INCOME" TO
               WS-GJ-NARRATIVE OF GLJRNL-REC.
           PERFORM WRITE-JOURNAL-LEG.

           ADD 1 TO WS-TOTAL-POSTINGS.
       JOURNAL-LOAN-INTEREST-EXIT.
           EXIT.

       JOURNAL-WITHHOLDING-TAX.
           MOVE WS-PL-FROM-ACCT TO WS-ACCT-ID OF ACCOUNT-RECORD.
           READ ACCOUNT-FILE INTO WS-FR-ACCT-REC
               INVALID KEY
                   MOVE "TAXED ACCOUNT NOT ON ACCT.DAT"
                       TO WS-MESSAGE
                   PERFORM WRITE-POSTING-ERROR
                   GO TO JOURNAL-WITHHOLDING-TAX-EXIT
           END-READ.

      * Both GL codes are resolved before the first leg is written,
      * so a mapping gap can never leave the posting half-journalled.
           MOVE WS-ACCT-TYPE OF WS-FR-ACCT-REC TO WS-LOOKUP-TYPE.
           MOVE WS-ACCT-CURRENCY-CODE OF WS-FR-ACCT-REC
               TO WS-LOOKUP-CCY.
           PERFORM LOOKUP-GL-MAPPING.
           IF WS-LOOKUP-FOUND NOT = "Y"
               GO TO JOURNAL-WITHHOLDING-TAX-EXIT
           END-IF.
           MOVE WS-LOOKUP-GL TO WS-GL-FROM.

           MOVE "WHTAX" TO WS-LOOKUP-TYPE.
           MOVE WS-ACCT-CURRENCY-CODE OF WS-FR-ACCT-REC
               TO WS-LOOKUP-CCY.
           PERFORM LOOKUP-GL-MAPPING.
           IF WS-LOOKUP-FOUND NOT = "Y"
               GO TO JOURNAL-WITHHOLDING-TAX-EXIT
           END-IF.
           MOVE WS-LOOKUP-GL TO WS-GL-TO.

           MOVE WS-GL-FROM TO WS-GJ-GL-ACCOUNT OF GLJRNL-REC.
           MOVE "D" TO WS-GJ-DR-CR OF GLJRNL-REC.
           MOVE WS-PL-AMOUNT TO WS-GJ-AMOUNT OF GLJRNL-REC.
           MOVE WS-ACCT-CURRENCY-CODE OF WS-FR-ACCT-REC
               TO WS-GJ-CURRENCY OF GLJRNL-REC.
           MOVE "WITHHOLDING TAX" TO
               WS-GJ-NARRATIVE OF GLJRNL-REC.
           PERFORM WRITE-JOURNAL-LEG.

           MOVE WS-GL-TO TO WS-GJ-GL-ACCOUNT OF GLJRNL-REC.
           MOVE "C" TO WS-GJ-DR-CR OF GLJRNL-REC.
           MOVE WS-PL-CREDIT-AMT TO WS-GJ-AMOUNT OF GLJRNL-REC.
           MOVE WS-ACCT-CURRENCY-CODE OF WS-FR-ACCT-REC
               TO WS-GJ-CURRENCY OF GLJRNL-REC.
           MOVE "WITHHOLDING TAX LIABILITY" TO
               WS-GJ-NARRATIVE OF GLJRNL-REC.
           PERFORM WRITE-JOURNAL-LEG.

           ADD 1 TO WS-TOTAL-POSTINGS.
       JOURNAL-WITHHOLDING-TAX-EXIT.
           EXIT.

       JOURNAL-FEE-LEGS.
      * The posting log carries the charged fee but not the income
      * account - that is resolved from the current tariff, the same
