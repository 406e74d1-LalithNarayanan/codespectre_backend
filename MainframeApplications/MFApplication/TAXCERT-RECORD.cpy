      ******************************************************************
      * TAXCERT-RECORD.CPY                                             *
      * Annual interest tax certificate extract (TAXCRT<year>.DAT),    *
      * one record per customer and currency, written by TAXCERT for   *
      * the messaging platform to render beside the TAXCERT record on  *
      * the NOTIFY<date>.DAT generation. A letter customer's           *
      * certificate is printed by NOTIFLTR from WHTAX.DAT.             *
      ******************************************************************
       01  WS-TAXCERT-RECORD.
           05  WS-TC-CUST-ID         PIC X(10).
           05  WS-TC-TAX-YEAR        PIC 9(4).
           05  WS-TC-CURRENCY        PIC X(3).
           05  WS-TC-GROSS-AMT       PIC 9(10)V99.
           05  WS-TC-TAX-AMT         PIC 9(10)V99.
           05  WS-TC-NET-AMT         PIC 9(10)V99.
           05  WS-TC-TAX-STATUS      PIC X.
           05  WS-TC-CHANNEL         PIC X.
           05  WS-TC-ISSUE-DATE      PIC 9(8).
