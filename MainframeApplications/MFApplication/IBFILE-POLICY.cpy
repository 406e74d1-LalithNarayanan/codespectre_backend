      ******************************************************************
      * IBFILE-POLICY.CPY                                              *
      * Site-configurable interbank file identities. Our own bank      *
      * code is the originator stamped on every OUTPAY header; the     *
      * network's code is the originator an INPAY or OUTRET header     *
      * must carry - a file from anyone else is rejected whole.        *
      ******************************************************************
       01  WS-IBFILE-POLICY.
           05  WS-IB-OWN-BANK-ID        PIC X(11) VALUE "SORDGB2LXXX".
           05  WS-IB-NETWORK-ID         PIC X(11) VALUE "IBNETGB2XXX".
