      * OUTRET-RECORD.CPY                                              *
      * Outbound payment acknowledgment/return record                  *
      * (OUTRET<date>.DAT, a dated generation delivered by the         *
      * interbank network). Each detail record (WS-OR-REC-TYPE "D")    *
      * reports the fate of one payment from one of the pay date's     *
      * OUTPAY generations (OUTPAY<paydate>C<cycle>.DAT), identified   *
      * by the standing order ID and pay date STOREXEC stamped on the  *
      * outbound record. WS-OR-STATUS: "ACK" = accepted by the         *
      * receiving bank, "RTN" = returned with the money coming back.   *
      * Read by OUTPAYRT.                                              *
      * Framed like INPAY - a header ("H") with the business date,     *
      * the network's file sequence and the originator, and a trailer  *
      * ("T") in the IBTOTALS.cpy layout - and proven by OUTPAYRT      *
      * before any return is re-credited. Records are padded to the    *
      * trailer's length.                                              *
      ******************************************************************
       01  WS-OUTRET-RECORD.
           05  WS-OR-REC-TYPE        PIC X.
           05  WS-OR-DETAIL.
               10  WS-OR-SO-ID       PIC X(20).
               10  WS-OR-PAY-DATE    PIC 9(8).
               10  WS-OR-STATUS      PIC X(3).
               10  WS-OR-AMOUNT      PIC 9(10)V99.
               10  WS-OR-CURRENCY    PIC X(3).
               10  WS-OR-REASON      PIC X(40).
               10  FILLER            PIC X(40).
           05  WS-OR-HEADER REDEFINES WS-OR-DETAIL.
               10  WS-OR-HDR-FILE-ID     PIC X(8).
               10  WS-OR-HDR-BUS-DATE    PIC 9(8).
               10  WS-OR-HDR-FILE-SEQ    PIC 9(6).
               10  WS-OR-HDR-ORIGINATOR  PIC X(11).
               10  FILLER                PIC X(93).
           05  WS-OR-TRAILER REDEFINES WS-OR-DETAIL.
               10  WS-OR-TRL-TOTALS.
                   15  WS-OR-TRL-REC-COUNT   PIC 9(7).
                   15  WS-OR-TRL-HASH-TOTAL  PIC 9(13)V99.
                   15  WS-OR-TRL-CCY-COUNT   PIC 9(2).
                   15  WS-OR-TRL-CCY-ENTRY OCCURS 6 TIMES.
                       20  WS-OR-TRL-CCY         PIC X(3).
                       20  WS-OR-TRL-CCY-AMOUNT  PIC 9(12)V99.
