      * through the account/date group - the last entry read carries
      * the high-water sequence), not by probing. Called by STOREXEC
      * and SUSPWRK
      * once per posted order - twice for a loan repayment, once
      * for the principal and once for the interest part; the file
      * is created on first use and kept open for the activation.
      * LINK-HIST-STATUS returns "Y" when both legs were written and
      * "E" when either could not be - the caller surfaces that so a
      * movement missing from the history is not silent.
      * written.
      * "W" = balance-triggered sweep: both legs written with sweep
      * narratives.
      * "O" = overdraft interest charge: the credit side is the
      * bank's own interest income, so only the debit leg is
      * written.
      * "M" = direct debit indemnity: the creditor's account is
      * debited and the payer refunded, both legs written with
      * indemnity narratives.
      * "G" = loan drawdown: the loan account is debited and the
      * settlement account credited, both legs written with drawdown
      * narratives.
      * "K" = principal part of a loan repayment: the settlement
      * account is debited and the loan account credited, both legs
      * written with loan principal narratives.
      * "J" = interest part of a loan repayment: the credit side is
      * the bank's own interest income, so only the debit leg is
      * written (the credit account field names the loan).
      * "H" = withholding tax deducted from an interest credit: the
      * credit side is the bank's own tax liability, so only the
      * debit leg is written.
       01  LINK-PAYEE-TYPE         PIC X.
       01  LINK-HIST-STATUS        PIC X.
       PROCEDURE DIVISION USING LINK-POST-DATE, LINK-SO-ID,
                   WHEN "W"
                       STRING "SWEEP TO " LINK-CREDIT-ACCT
                           DELIMITED BY SIZE INTO WS-LEG-NARRATIVE
                   WHEN "O"
                       STRING "OVERDRAFT INTEREST"
                           DELIMITED BY SIZE INTO WS-LEG-NARRATIVE
                   WHEN "M"
                       STRING "DD INDEMNITY TO " LINK-CREDIT-ACCT
                           DELIMITED BY SIZE INTO WS-LEG-NARRATIVE
                   WHEN "G"
                       STRING "LOAN DRAWDOWN TO " LINK-CREDIT-ACCT
                           DELIMITED BY SIZE INTO WS-LEG-NARRATIVE
                   WHEN "K"
                       STRING "LOAN PRINCIPAL TO " LINK-CREDIT-ACCT
                           DELIMITED BY SIZE INTO WS-LEG-NARRATIVE
                   WHEN "J"
                       STRING "LOAN INTEREST TO " LINK-CREDIT-ACCT
                           DELIMITED BY SIZE INTO WS-LEG-NARRATIVE
                   WHEN "H"
                       STRING "WITHHOLDING TAX ON INTEREST"
                           DELIMITED BY SIZE INTO WS-LEG-NARRATIVE
                   WHEN OTHER
                       STRING "SO PAYMENT TO " LINK-CREDIT-ACCT
                           DELIMITED BY SIZE INTO WS-LEG-NARRATIVE
               PERFORM WRITE-ONE-LEG
           END-IF.

      * The credit side of an external payment, an overdraft
      * interest charge, loan interest or withholding tax is not one
      * of our accounts - it must not appear in the account history.
           IF LINK-PAYEE-TYPE NOT = "X" AND
              LINK-PAYEE-TYPE NOT = "O" AND
              LINK-PAYEE-TYPE NOT = "J" AND
              LINK-PAYEE-TYPE NOT = "H"
               MOVE LINK-CREDIT-ACCT TO WS-LEG-ACCT-ID
               MOVE "CR" TO WS-LEG-DRCR
               MOVE LINK-CREDIT-AMOUNT TO WS-LEG-AMOUNT
                   WHEN "W"
                       STRING "SWEEP FROM " LINK-DEBIT-ACCT
                           DELIMITED BY SIZE INTO WS-LEG-NARRATIVE
                   WHEN "M"
                       STRING "DD INDEMNITY REFUND FROM "
                           LINK-DEBIT-ACCT
                           DELIMITED BY SIZE INTO WS-LEG-NARRATIVE
                   WHEN "G"
                       STRING "LOAN DRAWDOWN FROM " LINK-DEBIT-ACCT
                           DELIMITED BY SIZE INTO WS-LEG-NARRATIVE
                   WHEN "K"
                       STRING "LOAN PRINCIPAL FROM " LINK-DEBIT-ACCT
                           DELIMITED BY SIZE INTO WS-LEG-NARRATIVE
                   WHEN OTHER
                       STRING "SO PAYMENT FROM " LINK-DEBIT-ACCT
                           DELIMITED BY SIZE INTO WS-LEG-NARRATIVE
