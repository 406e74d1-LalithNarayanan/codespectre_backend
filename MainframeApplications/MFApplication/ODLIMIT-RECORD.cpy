      ******************************************************************
      * ODLIMIT-RECORD.CPY                                             *
      * Arranged overdraft limit (ODLIMIT.DAT), one record per         *
      * account, maintained by a supervisor through ODLIMMNT. An       *
      * arrangement lets the balance go below zero down to minus       *
      * WS-OD-LIMIT - it replaces the account type's ACCTLIM minimum   *
      * balance as the floor every debit path funds-checks against    *
      * (through ODLIMCHK). WS-OD-DEBIT-RATE is the annual percentage  *
      * INTACCR accrues on an overdrawn balance, kept apart from the   *
      * credit rate on INTRATE.DAT. WS-OD-EXPIRY-DATE is the review    *
      * date after which the arrangement is no longer honoured; zero   *
      * means open-ended. No record means no arrangement.              *
      ******************************************************************
       01  WS-ODLIMIT-RECORD.
           05  WS-OD-ACCT-ID         PIC X(15).
           05  WS-OD-LIMIT           PIC 9(10)V99.
           05  WS-OD-DEBIT-RATE      PIC 9(3)V9999.
           05  WS-OD-EXPIRY-DATE     PIC 9(8).
           05  WS-OD-SET-BY          PIC X(10).
           05  WS-OD-SET-DATE        PIC 9(8).
