       01  WS-ACCOUNT-RECORD.
           05  WS-ACCT-ID            PIC X(15).
           05  WS-ACCT-CUST-ID       PIC X(10).
      * Signed - an account with an arranged overdraft on
      * ODLIMIT.DAT may run below zero down to its limit.
           05  WS-ACCT-BALANCE       PIC S9(12)V99.
           05  WS-ACCT-TYPE          PIC X(10).
           05  WS-ACCT-CURRENCY-CODE PIC X(3).
      * Home branch on BRANCH.DAT - set from the owning customer's
      * branch when the account is opened. Spaces (accounts opened
      * before the field existed) are read as the head office branch
      * in BRANCH-POLICY.
           05  WS-ACCT-BRANCH        PIC X(4).
