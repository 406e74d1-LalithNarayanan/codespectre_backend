      * for every standing order they post, each leg in its own       *
      * account's currency - the foundation for statements and        *
      * balance inquiries.                                             *
      * A loan repayment goes on as its principal pair and a single    *
      * interest debit leg on the settlement account.                  *
      * Tax withheld from an interest credit goes on as a single       *
      * debit leg on the credited account.                             *
      ******************************************************************
       01  WS-TXNHIST-RECORD.
           05  WS-TH-KEY.
