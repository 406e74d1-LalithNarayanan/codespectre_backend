      * Inbound interbank payment record (INPAY<date>.DAT, a dated     *
      * generation delivered daily by the interbank payment            *
      * interface - the mirror of the OUTPAY generations STOREXEC      *
      * writes). Each detail record (WS-IP-REC-TYPE "D") is a credit   *
      * to one of our accounts; INPAYPRC matches it to ACCT.DAT and    *
      * posts it, suspending anything that cannot be matched to the    *
      * payment suspense queue for the exceptions desk.                *
      * The generation opens with a header ("H") - the business date,  *
      * the network's file sequence and the originator - and closes    *
      * with a trailer ("T") carrying the detail count, the amount     *
      * total per currency and a hash total of all amounts, in the     *
      * IBTOTALS.cpy layout. INPAYPRC proves all of it before it       *
      * posts anything. Records are padded to the trailer's length.    *
      * WS-IP-PURPOSE-CODE is the payment purpose code the sending     *
      * bank gave, reported on the central bank's cross-border return  *
      * (XBRETURN); spaces mean the sender gave none.                  *
      ******************************************************************
       01  WS-INPAY-RECORD.
           05  WS-IP-REC-TYPE        PIC X.
           05  WS-IP-DETAIL.
               10  WS-IP-PAY-REF     PIC X(20).
               10  WS-IP-TO-ACCT     PIC X(15).
               10  WS-IP-AMOUNT      PIC 9(10)V99.
               10  WS-IP-CURRENCY    PIC X(3).
               10  WS-IP-SENDER-NAME PIC X(30).
               10  WS-IP-SENDER-BANK PIC X(11).
               10  WS-IP-PAY-DATE    PIC 9(8).
               10  WS-IP-PURPOSE-CODE PIC X(4).
               10  FILLER            PIC X(23).
           05  WS-IP-HEADER REDEFINES WS-IP-DETAIL.
               10  WS-IP-HDR-FILE-ID     PIC X(8).
               10  WS-IP-HDR-BUS-DATE    PIC 9(8).
               10  WS-IP-HDR-FILE-SEQ    PIC 9(6).
               10  WS-IP-HDR-ORIGINATOR  PIC X(11).
               10  FILLER                PIC X(93).
           05  WS-IP-TRAILER REDEFINES WS-IP-DETAIL.
               10  WS-IP-TRL-TOTALS.
                   15  WS-IP-TRL-REC-COUNT   PIC 9(7).
                   15  WS-IP-TRL-HASH-TOTAL  PIC 9(13)V99.
                   15  WS-IP-TRL-CCY-COUNT   PIC 9(2).
                   15  WS-IP-TRL-CCY-ENTRY OCCURS 6 TIMES.
                       20  WS-IP-TRL-CCY         PIC X(3).
                       20  WS-IP-TRL-CCY-AMOUNT  PIC 9(12)V99.
