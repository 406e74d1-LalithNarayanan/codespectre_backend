      ******************************************************************
      * AML-RULES.CPY                                                  *
      * Site-configurable transaction monitoring rules, applied        *
      * nightly by AMLMON to every account's transaction history.      *
      * Each rule has its own on/off switch ("Y" = applied). Amounts   *
      * are compared in the account's own currency.                    *
      *   PASS - rapid pass-through: at least PASS-MIN-CREDITS inbound *
      *          interbank credits within PASS-DAYS before an outbound *
      *          external payment whose amount is within               *
      *          PASS-TOLER-PCT percent of their total.                *
      *   STRC - structuring: at least STRC-MIN-COUNT movements within *
      *          STRC-DAYS falling in the band of STRC-BAND-PCT        *
      *          percent just under the STRC-THRESHOLD reporting       *
      *          threshold.                                            *
      *   VOLM - volume jump: the day's movements exceed VOLM-FACTOR   *
      *          times the account's average daily movement over the   *
      *          preceding VOLM-BASE-DAYS, and at least VOLM-MIN-AMT.  *
      *   NBEN - new beneficiary: an outbound payment of at least      *
      *          NBEN-MIN-AMT to a beneficiary set up no more than     *
      *          NBEN-DAYS before it.                                  *
      * An alert dismissed by the financial crime team silences the    *
      * same rule on the same account for QUIET-DAYS days.             *
      ******************************************************************
       01  WS-AML-RULES.
           05  WS-AR-PASS-ON            PIC X VALUE "Y".
           05  WS-AR-PASS-DAYS          PIC 9(3) VALUE 3.
           05  WS-AR-PASS-MIN-CREDITS   PIC 9(3) VALUE 3.
           05  WS-AR-PASS-TOLER-PCT     PIC 9(3) VALUE 10.
           05  WS-AR-PASS-MIN-AMT       PIC 9(10)V99 VALUE 1000.00.
           05  WS-AR-STRC-ON            PIC X VALUE "Y".
           05  WS-AR-STRC-THRESHOLD     PIC 9(10)V99 VALUE 10000.00.
           05  WS-AR-STRC-BAND-PCT      PIC 9(3) VALUE 10.
           05  WS-AR-STRC-DAYS          PIC 9(3) VALUE 30.
           05  WS-AR-STRC-MIN-COUNT     PIC 9(3) VALUE 3.
           05  WS-AR-VOLM-ON            PIC X VALUE "Y".
           05  WS-AR-VOLM-BASE-DAYS     PIC 9(3) VALUE 90.
           05  WS-AR-VOLM-FACTOR        PIC 9(3) VALUE 5.
           05  WS-AR-VOLM-MIN-AMT       PIC 9(10)V99 VALUE 5000.00.
           05  WS-AR-NBEN-ON            PIC X VALUE "Y".
           05  WS-AR-NBEN-DAYS          PIC 9(3) VALUE 30.
           05  WS-AR-NBEN-MIN-AMT       PIC 9(10)V99 VALUE 5000.00.
           05  WS-AR-QUIET-DAYS         PIC 9(3) VALUE 30.
