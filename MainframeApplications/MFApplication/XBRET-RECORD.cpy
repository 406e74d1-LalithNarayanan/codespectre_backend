      ******************************************************************
      * XBRET-RECORD.CPY                                               *
      * Cross-border payments return record (XBRET<yyyymm>.DAT), one   *
      * per reportable payment of the month, written by XBRETURN for   *
      * submission to the central bank. WS-XR-DIRECTION: "O" = an      *
      * outbound payment from an OUTPAY generation (the reference is   *
      * the standing order ID), "I" = an inbound credit from an INPAY  *
      * generation (the network's payment reference). The account is   *
      * our customer's, the name, bank and country the counterparty's; *
      * the amount is in the payment's own currency and again in the   *
      * reporting currency (XBRET-POLICY.cpy).                         *
      ******************************************************************
       01  WS-XBRET-RECORD.
           05  WS-XR-RETURN-MONTH    PIC 9(6).
           05  WS-XR-DIRECTION       PIC X.
           05  WS-XR-PAY-REF         PIC X(20).
           05  WS-XR-PAY-DATE        PIC 9(8).
           05  WS-XR-ACCT            PIC X(15).
           05  WS-XR-PARTY-NAME      PIC X(30).
           05  WS-XR-BANK-ID         PIC X(11).
           05  WS-XR-COUNTRY         PIC X(2).
           05  WS-XR-CURRENCY        PIC X(3).
           05  WS-XR-AMOUNT          PIC 9(10)V99.
           05  WS-XR-RPT-AMOUNT      PIC 9(10)V99.
           05  WS-XR-PURPOSE-CODE    PIC X(4).
