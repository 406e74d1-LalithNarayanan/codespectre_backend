      ******************************************************************
      * LOAN-POLICY.CPY                                                *
      * Site-configurable instalment loan policy, applied by LOANSET   *
      * at drawdown: the largest principal and longest term that may   *
      * be booked, the range of annual rates accepted, and the         *
      * execution priority given to the repayment standing order so    *
      * it is paid ahead of the customer's other orders on the same    *
      * settlement account (1 = first).                                *
      ******************************************************************
       01  WS-LOAN-POLICY.
           05  WS-LP-MAX-PRINCIPAL      PIC 9(10)V99 VALUE 25000.00.
           05  WS-LP-MAX-TERM           PIC 9(3)     VALUE 84.
           05  WS-LP-MIN-RATE           PIC 9(2)V9(4) VALUE 1.0000.
           05  WS-LP-MAX-RATE           PIC 9(2)V9(4) VALUE 29.9000.
           05  WS-LP-SO-PRIORITY        PIC 9(2)     VALUE 1.
