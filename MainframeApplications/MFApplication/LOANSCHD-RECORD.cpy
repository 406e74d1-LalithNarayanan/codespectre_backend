      ******************************************************************
      * LOANSCHD-RECORD.CPY                                            *
      * Instalment loan amortisation schedule (LOANSCHD.DAT), one      *
      * entry per instalment, generated by LOANSET at drawdown and     *
      * keyed by loan account + instalment number. Each level          *
      * instalment is split into the month's interest on the opening   *
      * balance and the principal it repays; the last instalment is    *
      * adjusted so the balance closes at exactly zero. Status: D =    *
      * due (not yet paid), P = paid by LOANPAY on the date shown,     *
      * A = in arrears (past due unpaid, set by LOANARR).              *
      ******************************************************************
       01  WS-LOANSCHD-RECORD.
           05  WS-LS-KEY.
               10  WS-LS-ACCT-ID     PIC X(15).
               10  WS-LS-INST-NO     PIC 9(3).
           05  WS-LS-DUE-DATE        PIC 9(8).
           05  WS-LS-PAYMENT         PIC 9(10)V99.
           05  WS-LS-INTEREST        PIC 9(10)V99.
           05  WS-LS-PRINCIPAL       PIC 9(10)V99.
           05  WS-LS-CLOSING-BAL     PIC 9(10)V99.
           05  WS-LS-STATUS          PIC X.
           05  WS-LS-PAID-DATE       PIC 9(8).
