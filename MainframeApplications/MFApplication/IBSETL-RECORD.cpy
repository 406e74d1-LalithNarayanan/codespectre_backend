      ******************************************************************
      * IBSETL-RECORD.CPY                                              *
      * Interbank net settlement instruction (IBSETL<date>.DAT), one   *
      * per counterparty bank and currency with a non-zero net         *
      * position, written by IBSETTLE for treasury once the day's      *
      * settlement is proven. WS-SI-DIRECTION: "P" = we pay the net    *
      * amount to the counterparty, "R" = we receive it. The gross     *
      * components are carried so treasury can agree the net with the  *
      * counterparty: outbound payments (OUTPAY), inbound credits      *
      * (INPAY), returns of our payments (OUTRET) and recalls we have  *
      * sent (OUTRCL).                                                 *
      ******************************************************************
       01  WS-IBSETL-RECORD.
           05  WS-SI-BUS-DATE        PIC 9(8).
           05  WS-SI-BANK-ID         PIC X(11).
           05  WS-SI-BANK-NAME       PIC X(40).
           05  WS-SI-CURRENCY        PIC X(3).
           05  WS-SI-DIRECTION       PIC X.
           05  WS-SI-NET-AMOUNT      PIC 9(12)V99.
           05  WS-SI-OUT-AMOUNT      PIC 9(12)V99.
           05  WS-SI-IN-AMOUNT       PIC 9(12)V99.
           05  WS-SI-RET-AMOUNT      PIC 9(12)V99.
           05  WS-SI-RCL-AMOUNT      PIC 9(12)V99.
