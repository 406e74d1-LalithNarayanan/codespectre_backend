      ******************************************************************
      * SOCHORD-RECORD.CPY                                             *
      * Customer standing order extract for the online banking         *
      * channel (SOCHORD.DAT), rebuilt each night by SOCHEXT with one  *
      * record for every standing order on the database, so the        *
      * internet banking platform can show customers their orders.     *
      * WS-CO-PAYEE-NAME is the beneficiary's name for an external     *
      * order, spaces for a payment to an internal account.            *
      * WS-CO-APPR-ACTION is the action (CREATE, AMEND, CANCEL)        *
      * awaiting bank approval on the order, spaces if none.           *
      * WS-CO-PEND-EFF-DATE / -AMOUNT describe the earliest            *
      * future-dated amendment waiting on SOPEND.DAT, zero if none.    *
      ******************************************************************
       01  WS-SOCHORD-RECORD.
           05  WS-CO-CUST-ID         PIC X(10).
           05  WS-CO-SO-ID           PIC X(20).
           05  WS-CO-FROM-ACCT       PIC X(15).
           05  WS-CO-PAYEE-TYPE      PIC X.
           05  WS-CO-TO-ACCT         PIC X(15).
           05  WS-CO-PAYEE-NAME      PIC X(30).
           05  WS-CO-AMOUNT          PIC 9(10)V99.
           05  WS-CO-FREQ            PIC X(11).
           05  WS-CO-NEXT-EXEC       PIC 9(8).
           05  WS-CO-END-DATE        PIC 9(8).
           05  WS-CO-MAX-EXECS       PIC 9(5).
           05  WS-CO-EXEC-COUNT      PIC 9(5).
           05  WS-CO-STAT            PIC X(10).
           05  WS-CO-PAUSE-UNTIL     PIC 9(8).
           05  WS-CO-PURPOSE-CODE    PIC X(4).
           05  WS-CO-APPR-ACTION     PIC X(6).
           05  WS-CO-PEND-EFF-DATE   PIC 9(8).
           05  WS-CO-PEND-AMOUNT     PIC 9(10)V99.
