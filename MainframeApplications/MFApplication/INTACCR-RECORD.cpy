      * amount carries four decimals so daily fractions are not        *
      * lost; INTPOST credits whole pennies and leaves the residual    *
      * fraction in the bucket. The last accrual date makes a rerun    *
      * of the accrual job for the same date harmless. Debit interest  *
      * on an overdrawn account with an arranged limit on ODLIMIT.DAT  *
      * accrues in its own bucket at the arrangement's rate and is     *
      * charged to the account by INTPOST the same way.                *
      ******************************************************************
       01  WS-INTACCR-RECORD.
           05  WS-IA-ACCT-ID         PIC X(15).
           05  WS-IA-ACCRUED         PIC 9(10)V9999.
           05  WS-IA-LAST-ACCR-DATE  PIC 9(8).
           05  WS-IA-DEBIT-ACCRUED   PIC 9(10)V9999.
