      * Payee type of the order at posting time: "X" = external
      * beneficiary (the to-account field carries the beneficiary ID
      * and the credit amount equals the debit - no conversion),
      * "N" = net interbank settlement leg logged by IBSETTLE with
      * status SETTLED (the order-ID field carries the counterparty
      * bank ID and, from position 13, the currency; the from/to
      * fields the reserved GL mapping types debited and credited),
      * "G" = instalment loan drawdown logged by LOANSET (the order-ID
      * field carries the loan account), "K" = the principal part of
      * a loan repayment and "J" its interest part, each logged on its
      * own entry by STOREXEC or SUSPWRK (the "J" entry is income on
      * the loan - nothing is credited to the loan account),
      * "H" = withholding tax deducted from an interest credit by
      * INTPOST (the to-account is blank - the credit side is the
      * tax liability),
      * anything else = internal account.
           05  WS-PL-PAYEE-TYPE      PIC X.
      * Execution fee assessed with this posting, in the from-
      * account's currency; zero when no tariff applies or the
      * order's fee waiver is set.
           05  WS-PL-FEE-AMT         PIC 9(10)V99.
      * Credited amount at the treasury mid rate. A cross-currency
      * credit is posted at the customer rate (WS-PL-CREDIT-AMT, the
      * mid amount less the FXMARGIN.DAT margin); the difference is
      * the bank's FX income, journalled by GLEXTR. Equal to the
      * credit amount when no conversion or no margin applies; zero
      * on entries logged before the field existed, which read as
      * no margin.
           05  WS-PL-MID-AMT         PIC 9(10)V99.
      * Execution cycle of the STOREXEC run that logged the entry
      * (CYCLE-POLICY.cpy); zero for postings made outside the
      * cycles - workbench, interest, sweeps, claims, backouts -
      * and on entries logged before the field existed.
           05  WS-PL-CYCLE           PIC 9.
