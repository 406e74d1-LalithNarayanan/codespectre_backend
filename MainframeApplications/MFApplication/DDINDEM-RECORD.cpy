      ******************************************************************
      * DDINDEM-RECORD.CPY                                             *
      * Direct debit indemnity claim (DDINDEM.DAT), raised through     *
      * DDINDEM when a customer disputes a collection DDCLAIM posted.  *
      * Keyed by the payer's debit leg on TXNHIST.DAT (account,        *
      * posting date, sequence), so one collection can only ever be    *
      * refunded once. The refund is in the payer account's currency;  *
      * the recovery is what was taken back from the creditor's        *
      * account on the mandate, in that account's currency. Reason     *
      * codes: U = unauthorised, A = amount not as agreed, D =         *
      * duplicate collection, C = collected after the mandate was      *
      * cancelled, O = other (see the reason text). Read by DDINDRPT   *
      * for the per-creditor indemnity report.                         *
      ******************************************************************
       01  WS-DDINDEM-RECORD.
           05  WS-DI-KEY.
               10  WS-DI-ACCT-ID     PIC X(15).
               10  WS-DI-POST-DATE   PIC 9(8).
               10  WS-DI-SEQ         PIC 9(5).
           05  WS-DI-CLAIM-REF       PIC X(20).
           05  WS-DI-MANDATE-ID      PIC X(20).
           05  WS-DI-CREDITOR-ID     PIC X(10).
           05  WS-DI-CREDITOR-NAME   PIC X(30).
           05  WS-DI-CREDITOR-ACCT   PIC X(15).
           05  WS-DI-AMOUNT          PIC 9(10)V99.
           05  WS-DI-CURRENCY        PIC X(3).
           05  WS-DI-RECOVER-AMT     PIC 9(10)V99.
           05  WS-DI-RECOVER-CCY     PIC X(3).
           05  WS-DI-REASON-CODE     PIC X.
           05  WS-DI-REASON          PIC X(60).
           05  WS-DI-CLAIM-DATE      PIC 9(8).
           05  WS-DI-ENTERED-BY      PIC X(10).
