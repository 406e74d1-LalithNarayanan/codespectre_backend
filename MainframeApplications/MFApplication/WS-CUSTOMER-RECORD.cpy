      * field existed) and is treated as "S".
           05  WS-CUST-NOTIFY-PREF         PIC X.
           05  WS-CUST-EMAIL               PIC X(40).
      * Home branch on BRANCH.DAT - the branch whose clerks may see
      * and maintain the customer. Spaces (customers created before
      * the field existed) are read as the head office branch in
      * BRANCH-POLICY.
           05  WS-CUST-BRANCH              PIC X(4).
      * Withholding tax on credit interest, deducted by INTPOST:
      * "E" = exempt (declaration held), "T" = taxable at
      * WS-CUST-TAX-RATE. Space (customers created before the field
      * existed) is taxable at the standard rate in WHTAX-POLICY.
           05  WS-CUST-TAX-STATUS          PIC X.
      * Percentage withheld from gross interest when the status is
      * "T" - the standard rate unless a reduced rate applies.
           05  WS-CUST-TAX-RATE            PIC 9(2)V99.
