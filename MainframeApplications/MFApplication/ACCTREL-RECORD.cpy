      ******************************************************************
      * ACCTREL-RECORD.CPY                                             *
      * Account relationship record (ACCTREL.DAT), maintained through  *
      * ACCTRELM. Links a further customer to an account beyond the    *
      * owner on WS-ACCT-CUST-ID, who is always the primary holder     *
      * whether or not a link names them. Keyed by account + customer  *
      * so every holder of one account reads together. Roles:          *
      *   "P" = primary holder (the account owner only)                *
      *   "J" = joint holder - may instruct payments, receives         *
      *         notifications and statements                           *
      *   "A" = attorney - may instruct payments on the holder's       *
      *         behalf                                                 *
      *   "V" = view-only - may see the account, never instruct        *
      ******************************************************************
       01  WS-ACCTREL-RECORD.
           05  WS-AR-KEY.
               10  WS-AR-ACCT-ID     PIC X(15).
               10  WS-AR-CUST-ID     PIC X(10).
           05  WS-AR-ROLE            PIC X.
           05  WS-AR-SET-BY          PIC X(10).
           05  WS-AR-SET-DATE        PIC 9(8).
