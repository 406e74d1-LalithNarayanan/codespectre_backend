      ******************************************************************
      * FXMARGIN-RECORD.CPY                                            *
      * Exchange margin table (FXMARGIN.DAT), maintained by a          *
      * supervisor through FXMRGMNT. Keyed by the currency pair of a   *
      * conversion (debited currency, credited currency) plus the      *
      * debited account's type; a record with a blank account type     *
      * is the pair's default for every type without its own record.   *
      * WS-FM-MARGIN-PCT is the percentage FXMRGAPL takes off the      *
      * mid-rate credited amount to give the customer-rate amount -    *
      * the difference is the bank's FX income. No record for the      *
      * pair means the customer converts at the mid rate.              *
      ******************************************************************
       01  WS-FXMARGIN-RECORD.
           05  WS-FM-KEY.
               10  WS-FM-FROM-CCY    PIC X(3).
               10  WS-FM-TO-CCY      PIC X(3).
               10  WS-FM-ACCT-TYPE   PIC X(10).
           05  WS-FM-MARGIN-PCT      PIC 9(2)V9999.
           05  WS-FM-SET-BY          PIC X(10).
           05  WS-FM-SET-DATE        PIC 9(8).
