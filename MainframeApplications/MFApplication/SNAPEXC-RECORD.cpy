      ******************************************************************
       01  WS-SNAPEXC-RECORD.
           05  WS-SX-ACCT-ID         PIC X(15).
           05  WS-SX-PRIOR-BAL       PIC S9(12)V99.
           05  WS-SX-MOVE-DR         PIC 9(12)V99.
           05  WS-SX-MOVE-CR         PIC 9(12)V99.
           05  WS-SX-EXPECTED-BAL    PIC S9(12)V99.
           05  WS-SX-ACTUAL-BAL      PIC S9(12)V99.
           05  WS-SX-DIFF-AMT        PIC S9(12)V99.
           05  WS-SX-RUN-DATE        PIC 9(8).
