      * to confirm), and STORDINT flags beneficiaries whose bank has  *
      * dropped off the directory before the next OUTPAY generation   *
      * goes out.                                                     *
      * WS-BD-COUNTRY is the ISO country code of the bank, taken from *
      * the same feed. XBRETURN reads it as the counterparty country  *
      * of each interbank payment; spaces mean the feed gave none.    *
      ******************************************************************
       01  WS-BANKDIR-RECORD.
           05  WS-BD-BANK-ID         PIC X(11).
           05  WS-BD-BANK-NAME       PIC X(40).
           05  WS-BD-COUNTRY         PIC X(2).
