      ******************************************************************
      * IBTOTALS.CPY                                                   *
      * Control totals of an interbank payment file (OUTPAY, INPAY,    *
      * OUTRET generations), in the layout their trailer records       *
      * carry: the detail record count, a hash total (every detail     *
      * amount added regardless of currency - meaningless as money,    *
      * it proves each amount arrived intact) and the amount total     *
      * per currency. Built up record by record through IBTOTACC by    *
      * the writer and again by the reader, and the two compared       *
      * whole. Six currency slots; a file carrying more currencies     *
      * totals the rest together in the last slot under "***".         *
      ******************************************************************
       01  WS-IB-TOTALS.
           05  WS-IB-REC-COUNT       PIC 9(7).
           05  WS-IB-HASH-TOTAL      PIC 9(13)V99.
           05  WS-IB-CCY-COUNT       PIC 9(2).
           05  WS-IB-CCY-ENTRY OCCURS 6 TIMES.
               10  WS-IB-CCY         PIC X(3).
               10  WS-IB-CCY-AMOUNT  PIC 9(12)V99.
