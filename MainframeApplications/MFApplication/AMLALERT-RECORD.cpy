      ******************************************************************
      * AMLALERT-RECORD.CPY                                            *
      * Transaction monitoring alert (AMLALERT.DAT), raised by AMLMON  *
      * and worked by the financial crime team through AMLWRK. Keyed   *
      * by account, rule code (see AML-RULES) and the history entry    *
      * that tripped the rule (the run date and sequence zero for a    *
      * volume jump), so the same pattern is never raised twice.       *
      * WS-AL-STATUS: "O" = open, "E" = escalated to a case,           *
      * "D" = dismissed.                                               *
      * WS-AL-AMOUNT is the amount that tripped the rule and           *
      * WS-AL-COMPARE-AMT what it was measured against (the inbound    *
      * total, the reporting threshold, the average daily movement);   *
      * WS-AL-COUNT the number of movements behind it.                 *
      ******************************************************************
       01  WS-AMLALERT-RECORD.
           05  WS-AL-KEY.
               10  WS-AL-ACCT-ID     PIC X(15).
               10  WS-AL-RULE        PIC X(4).
               10  WS-AL-ANCHOR-DATE PIC 9(8).
               10  WS-AL-ANCHOR-SEQ  PIC 9(5).
           05  WS-AL-CUST-ID         PIC X(10).
           05  WS-AL-STATUS          PIC X.
           05  WS-AL-RAISED-DATE     PIC 9(8).
           05  WS-AL-AMOUNT          PIC 9(12)V99.
           05  WS-AL-COMPARE-AMT     PIC 9(12)V99.
           05  WS-AL-COUNT           PIC 9(5).
           05  WS-AL-CURRENCY        PIC X(3).
           05  WS-AL-DETAIL          PIC X(60).
           05  WS-AL-DECIDED-BY      PIC X(10).
           05  WS-AL-DECIDED-DATE    PIC 9(8).
           05  WS-AL-DECISION-NOTE   PIC X(60).
