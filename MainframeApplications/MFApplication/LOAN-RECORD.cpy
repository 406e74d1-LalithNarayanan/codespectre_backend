      ******************************************************************
      * LOAN-RECORD.CPY                                                *
      * Instalment loan master (LOAN.DAT), written by LOANSET at       *
      * drawdown. Keyed by the loan account on ACCT.DAT (type          *
      * "INSTLOAN", carrying the principal still owed as a negative    *
      * balance). The loan is repaid by the standing order named here, *
      * drawn on the customer's settlement account - the only order    *
      * allowed to credit the loan account (LNORDCHK); LOANPAY splits  *
      * each repayment into interest and principal from the schedule   *
      * on LOANSCHD.DAT and keeps the paid count and the principal     *
      * outstanding, LOANARR the arrears. Status: ACTIVE, ARREARS (an  *
      * instalment is past its due date unpaid) or REPAID.             *
      ******************************************************************
       01  WS-LOAN-RECORD.
           05  WS-LN-ACCT-ID         PIC X(15).
           05  WS-LN-CUST-ID         PIC X(10).
           05  WS-LN-SETTLE-ACCT     PIC X(15).
           05  WS-LN-CURRENCY        PIC X(3).
           05  WS-LN-PRINCIPAL       PIC 9(10)V99.
      * Annual nominal rate, charged monthly at one twelfth.
           05  WS-LN-RATE            PIC 9(2)V9(4).
           05  WS-LN-TERM            PIC 9(3).
           05  WS-LN-INSTALMENT      PIC 9(10)V99.
           05  WS-LN-FIRST-DUE       PIC 9(8).
           05  WS-LN-SO-ID           PIC X(20).
           05  WS-LN-STATUS          PIC X(10).
           05  WS-LN-PAID-COUNT      PIC 9(3).
           05  WS-LN-OUTSTANDING     PIC 9(10)V99.
           05  WS-LN-ARREARS-COUNT   PIC 9(3).
           05  WS-LN-ARREARS-AMT     PIC 9(10)V99.
           05  WS-LN-ARREARS-SINCE   PIC 9(8).
           05  WS-LN-DRAWN-DATE      PIC 9(8).
           05  WS-LN-DRAWN-BY        PIC X(10).
