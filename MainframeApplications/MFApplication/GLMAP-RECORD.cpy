      * of an external beneficiary payment (the interbank             *
      * settlement account) through the reserved type "EXTPAY", and   *
      * the expense side of an interest credit through the reserved   *
      * type "INTEXP" per currency, and the income side of an         *
      * overdraft interest charge (and of the interest part of a      *
      * loan repayment) through the reserved type "INTINC" per        *
      * currency, and the exchange margin taken on a converted        *
      * credit through the reserved type "FXINC" per credited         *
      * currency, and the nostro side of the day's net interbank      *
      * settlement through the reserved type "NOSTRO" per currency,   *
      * and the tax liability side of withholding tax deducted from   *
      * an interest credit through the reserved type "WHTAX" per      *
      * currency.                                                     *
      ******************************************************************
       01  WS-GLMAP-RECORD.
           05  WS-GM-KEY.
