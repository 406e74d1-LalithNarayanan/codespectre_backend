      ******************************************************************
      * WHTAX-POLICY.CPY                                               *
      * Site-configurable withholding tax policy on credit interest,   *
      * applied by INTPOST at posting and by CUSTMNT when a customer's *
      * tax status is set: the standard rate withheld from customers   *
      * with no status on file (or not found), and the highest rate    *
      * that may be keyed against a customer.                          *
      ******************************************************************
       01  WS-WHTAX-POLICY.
           05  WS-WP-STANDARD-RATE      PIC 9(2)V99 VALUE 20.00.
           05  WS-WP-MAX-RATE           PIC 9(2)V99 VALUE 45.00.
