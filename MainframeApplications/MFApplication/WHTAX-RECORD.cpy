      ******************************************************************
      * WHTAX-RECORD.CPY                                               *
      * Interest and withholding tax year-to-date (WHTAX.DAT), one     *
      * record per customer, tax year (the calendar year of posting)   *
      * and currency, added to by INTPOST at every interest credit -   *
      * tax-exempt customers included, with nothing withheld. Read at  *
      * year end by TAXCERT, which issues the annual certificate and   *
      * stamps the issue date so a rerun does not issue it twice.      *
      ******************************************************************
       01  WS-WHTAX-RECORD.
           05  WS-WT-KEY.
               10  WS-WT-TAX-YEAR    PIC 9(4).
               10  WS-WT-CUST-ID     PIC X(10).
               10  WS-WT-CURRENCY    PIC X(3).
           05  WS-WT-GROSS-AMT       PIC 9(10)V99.
           05  WS-WT-TAX-AMT         PIC 9(10)V99.
           05  WS-WT-LAST-POST-DATE  PIC 9(8).
           05  WS-WT-CERT-DATE       PIC 9(8).
