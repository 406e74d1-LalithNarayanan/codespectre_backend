      ******************************************************************
      * JOINT-HOLDERS.CPY                                              *
      * The further holders of one account entitled to its             *
      * notifications and statements - every "P" or "J" link on        *
      * ACCTREL.DAT other than the account owner - as returned by      *
      * ACCTJNT. Holders beyond the table size are counted in the      *
      * overflow flag so the caller can say so.                        *
      ******************************************************************
       01  WS-JOINT-HOLDERS.
           05  WS-JH-COUNT           PIC 9(2).
           05  WS-JH-OVERFLOW        PIC X.
           05  WS-JH-CUST-ID         PIC X(10) OCCURS 10 TIMES.
