      ******************************************************************
      * DORM-POLICY.CPY                                                *
      * Site-configurable dormancy policy, applied nightly by          *
      * DORMMARK. An account with no customer-initiated movement for   *
      * WS-DP-INACTIVE-DAYS is dormant; the customer is written to     *
      * WS-DP-NOTICE-DAYS before, and the account is never marked      *
      * until that long after the letter. Interest, fees, reversals    *
      * and returns never count as customer movement. Movements under  *
      * a standing instruction - standing orders, sweeps, direct debit *
      * claims - count only when WS-DP-STANDING-COUNTS is "Y".         *
      ******************************************************************
       01  WS-DORM-POLICY.
           05  WS-DP-INACTIVE-DAYS      PIC 9(5) VALUE 730.
           05  WS-DP-NOTICE-DAYS        PIC 9(3) VALUE 30.
           05  WS-DP-STANDING-COUNTS    PIC X VALUE "N".
