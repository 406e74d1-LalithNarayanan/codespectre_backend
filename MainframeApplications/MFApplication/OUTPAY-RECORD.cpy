      ******************************************************************
      * OUTPAY-RECORD.CPY                                              *
      * Outbound payment record (OUTPAY<date>C<cycle>.DAT, a dated     *
      * generation like the notification and posting log files),       *
      * written through OUTPAYW by STOREXEC and SUSPWRK for each posted*
      * standing order whose payee is an external beneficiary.         *
      * Collected by the interbank payment interface; the amount is in *
      * the from-account's own currency.                               *
      * There is one generation per execution cycle of the business    *
      * date (CYCLE-POLICY.cpy), so the interbank desk can send each   *
      * cycle's payments out as soon as the cycle closes; the header   *
      * carries the cycle number.                                      *
      * Every generation opens with a header (WS-OP-REC-TYPE "H") - the*
      * business date, the generation's file sequence from IBCTL.DAT   *
      * and our own bank as originator - and closes with a trailer     *
      * ("T") carrying the detail ("D") record count, the amount total *
      * per currency and a hash total of all amounts, in the           *
      * IBTOTALS.cpy layout. A generation with no trailer is still     *
      * being written and is not complete.                             *
      * WS-OP-PURPOSE-CODE is the payment purpose code - the order's   *
      * own, else the beneficiary's - for the central bank's           *
      * cross-border return (XBRETURN); spaces mean neither had one.   *
      ******************************************************************
       01  WS-OUTPAY-RECORD.
           05  WS-OP-REC-TYPE        PIC X.
           05  WS-OP-DETAIL.
               10  WS-OP-SO-ID       PIC X(20).
               10  WS-OP-FROM-ACCT   PIC X(15).
               10  WS-OP-BENEF-ID    PIC X(10).
               10  WS-OP-BENEF-NAME  PIC X(30).
               10  WS-OP-BANK-ID     PIC X(11).
               10  WS-OP-BENEF-ACCT  PIC X(20).
               10  WS-OP-AMOUNT      PIC 9(10)V99.
               10  WS-OP-CURRENCY    PIC X(3).
               10  WS-OP-PAY-DATE    PIC 9(8).
               10  WS-OP-PURPOSE-CODE PIC X(4).
           05  WS-OP-HEADER REDEFINES WS-OP-DETAIL.
               10  WS-OP-HDR-FILE-ID     PIC X(8).
               10  WS-OP-HDR-BUS-DATE    PIC 9(8).
               10  WS-OP-HDR-FILE-SEQ    PIC 9(6).
               10  WS-OP-HDR-ORIGINATOR  PIC X(11).
               10  WS-OP-HDR-CYCLE       PIC 9.
               10  FILLER                PIC X(99).
           05  WS-OP-TRAILER REDEFINES WS-OP-DETAIL.
               10  WS-OP-TRL-TOTALS.
                   15  WS-OP-TRL-REC-COUNT   PIC 9(7).
                   15  WS-OP-TRL-HASH-TOTAL  PIC 9(13)V99.
                   15  WS-OP-TRL-CCY-COUNT   PIC 9(2).
                   15  WS-OP-TRL-CCY-ENTRY OCCURS 6 TIMES.
                       20  WS-OP-TRL-CCY         PIC X(3).
                       20  WS-OP-TRL-CCY-AMOUNT  PIC 9(12)V99.
               10  FILLER                PIC X(7).
