      ******************************************************************
      * INDEM-POLICY.CPY                                               *
      * Site-configurable direct debit indemnity policy, applied by    *
      * DDINDEM each time a claim is raised. A mandate that has drawn  *
      * WS-IP-CLAIM-LIMIT or more indemnity claims within the last     *
      * WS-IP-PERIOD-DAYS days is flagged for closure on MANDATE.DAT;  *
      * the flag is worked in MANDMNT, which lists flagged mandates.   *
      ******************************************************************
       01  WS-INDEM-POLICY.
           05  WS-IP-CLAIM-LIMIT        PIC 9(3) VALUE 3.
           05  WS-IP-PERIOD-DAYS        PIC 9(3) VALUE 90.
